      * gl-console-command/gl-console-submitted); Main.cbl executes
      * the submitted command once a frame and renders the input
      * line and scrollback inside the GL frame with the HUD text
      * subsystem. gl-console-typed tells a line the operator typed
      * apart from one the script, schedule or a hotspot submitted.
       78 gl-console-line-max value 8.

       01 gl-console-state is external.
               88 gl-console-has-submitted value x"01".
           05 gl-console-command pic x(80).
           05 gl-console-line-entry pic x(80) occurs 8 times.
           05 gl-console-typed pic x value x"00".
               88 gl-console-was-typed value x"01".
