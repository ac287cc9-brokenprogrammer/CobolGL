                   if gl-console-input-len > 0
                       move gl-console-input to gl-console-command
                       move x"01" to gl-console-submitted
                       move x"01" to gl-console-typed
                       move spaces to gl-console-input
                       move 0 to gl-console-input-len
                   end-if
