       identification division.
       program-id. "FleetCommand".

      * operator broadcast: sends one remote-pipe command (clearcolor,
      * texture, screenshot, query, quit - whatever execute-pipe-
      * command accepts) to every kiosk on a roster, or only to the
      * kiosks of one group, and lists each kiosk's reply or the
      * reason it could not be reached, so screens that did not take
      * a change stand out.
      *
      *   FleetCommand [-roster file] [-group name] [-report file]
      *                [-timeout ms] <command> [arguments]
      *
      *   FleetCommand -group lobby texture evening.bmp
      *   FleetCommand query
      *
      * roster lines: <kiosk-name> <pipe-name> [group]
      *   lobby-01  \\LOBBY01\pipe\cobolgl  lobby
      * blank lines and lines starting with # are ignored

       environment division.
       special-names.
           call-convention 74 is winapi.
       input-output section.
       file-control.
           select gl-cmdr-roster-file assign to gl-cmdr-roster-path
               organization is line sequential
               file status is gl-cmdr-roster-status.
           select gl-cmdr-report-file assign to gl-cmdr-report-path
               organization is line sequential
               file status is gl-cmdr-report-status.

       data division.
       file section.
       fd  gl-cmdr-roster-file.
       01 gl-cmdr-roster-record pic x(256).
       fd  gl-cmdr-report-file.
       01 gl-cmdr-report-record pic x(400).

       working-storage section.
       01 gl-cmdr-roster-path pic x(256) value "fleet-pipes.txt".
       01 gl-cmdr-report-path pic x(256) value "fleet-command.txt".
       01 gl-cmdr-roster-status pic x(2).
       01 gl-cmdr-report-status pic x(2).
       01 gl-cmdr-group pic x(32) value spaces.
       01 gl-cmdr-timeout-ms pic s9(9) comp-5 value 5000.

       01 gl-cmd-line  pic x(256).
       01 gl-cmd-ptr   pic s9(9) comp-5.
       01 gl-cmd-token pic x(64).
       01 gl-cmd-value pic x(256).
       01 gl-cmd-eof   pic x value "N".
           88 gl-cmd-at-eof value "Y".

      * the command text as sent, everything from the first word
      * that is not one of our own flags to the end of the line
       01 gl-cmdr-command pic x(256) value spaces.
       01 gl-cmdr-command-len pic s9(9) comp-5.

       01 gl-cmdr-roster-eof pic x value "N".
           88 gl-cmdr-roster-at-eof value "Y".
       01 gl-cmdr-line-ptr pic s9(9) comp-5.
       01 gl-cmdr-name       pic x(32).
       01 gl-cmdr-pipe-name  pic x(200).
       01 gl-cmdr-kiosk-group pic x(32).
       01 gl-cmdr-pipe-path  pic x(204).

      * pipe client; a handle of -1 is INVALID_HANDLE_VALUE
       01 gl-cmdr-handle pic s9(18) comp-5.
       01 gl-cmdr-ok     pic s9(9) comp-5.
       01 gl-cmdr-last-error pic 9(9) comp-5.
       01 gl-cmdr-bytes-written pic 9(9) comp-5.
       01 gl-cmdr-bytes-read    pic 9(9) comp-5.
       01 gl-cmdr-bytes-avail   pic 9(9) comp-5.
       01 gl-cmdr-buffer pic x(256).
       01 gl-cmdr-reply  pic x(256).
       01 gl-cmdr-waited-ms pic s9(9) comp-5.
       01 gl-cmdr-poll-ms   pic s9(9) comp-5 value 50.

       01 gl-cmdr-outcome pic x(12).
       01 gl-cmdr-detail  pic x(300).

       01 gl-cmdr-totals.
           05 gl-cmdr-tot-targeted pic s9(9) comp-5 value 0.
           05 gl-cmdr-tot-replied  pic s9(9) comp-5 value 0.
           05 gl-cmdr-tot-refused  pic s9(9) comp-5 value 0.
           05 gl-cmdr-tot-failed   pic s9(9) comp-5 value 0.

       01 gl-cmdr-report-line pic x(400).
       01 gl-cmdr-timestamp pic x(21).
       01 gl-cmdr-num-disp pic -(8)9.

       procedure division.
           perform parse-command-line.
           if gl-cmdr-command = spaces
               display "FleetCommand: no command given"
               move 1 to return-code
               goback
           end-if

           open input gl-cmdr-roster-file.
           if gl-cmdr-roster-status not = "00"
               display "FleetCommand: roster not found: "
                       function trim(gl-cmdr-roster-path)
               move 1 to return-code
               goback
           end-if
           open output gl-cmdr-report-file.

           compute gl-cmdr-command-len =
               function length(function trim(gl-cmdr-command)).
           perform write-report-heading.
           perform read-roster-line until gl-cmdr-roster-at-eof.
           perform write-report-totals.

           close gl-cmdr-roster-file.
           close gl-cmdr-report-file.

           display "FleetCommand: " function trim(gl-cmdr-report-path)
                   " written".
           if gl-cmdr-tot-failed > 0 or gl-cmdr-tot-refused > 0
               move 1 to return-code
           end-if
           goback
           .
       parse-command-line.
           move spaces to gl-cmd-line.
           accept gl-cmd-line from command-line.
           move 1 to gl-cmd-ptr.
           move "N" to gl-cmd-eof.
           if function trim(gl-cmd-line) not = spaces
               perform parse-command-line-token until gl-cmd-at-eof
           end-if
       .
       parse-command-line-token.
           move gl-cmd-ptr to gl-cmdr-line-ptr.
           move spaces to gl-cmd-token.
           unstring gl-cmd-line delimited by all space
               into gl-cmd-token
               with pointer gl-cmd-ptr
           end-unstring.

           if gl-cmd-ptr > length of gl-cmd-line
               move "Y" to gl-cmd-eof
           end-if

           if gl-cmd-token not = spaces
               evaluate function trim(gl-cmd-token)
                   when "-roster"
                       perform read-command-line-value
                       move gl-cmd-value to gl-cmdr-roster-path
                   when "-group"
                       perform read-command-line-value
                       move gl-cmd-value to gl-cmdr-group
                   when "-report"
                       perform read-command-line-value
                       move gl-cmd-value to gl-cmdr-report-path
                   when "-timeout"
                       perform read-command-line-value
                       compute gl-cmdr-timeout-ms =
                           function numval(gl-cmd-value)
                       if gl-cmdr-timeout-ms < 100
                           move 100 to gl-cmdr-timeout-ms
                       end-if
                   when other
                       move function trim(
                           gl-cmd-line(gl-cmdr-line-ptr:))
                         to gl-cmdr-command
                       move "Y" to gl-cmd-eof
               end-evaluate
           end-if
       .
       read-command-line-value.
           move spaces to gl-cmd-value.
           if gl-cmd-ptr <= length of gl-cmd-line
               unstring gl-cmd-line delimited by all space
                   into gl-cmd-value
                   with pointer gl-cmd-ptr
               end-unstring
               if gl-cmd-ptr > length of gl-cmd-line
                   move "Y" to gl-cmd-eof
               end-if
           end-if
       .
       write-report-heading.
           move function current-date to gl-cmdr-timestamp.
           move spaces to gl-cmdr-report-line.
           move 1 to gl-cmdr-line-ptr.
           string "CobolGL fleet command  " delimited by size
                  gl-cmdr-timestamp(1:14) delimited by size
                  "  command=" delimited by size
                  function trim(gl-cmdr-command) delimited by size
             into gl-cmdr-report-line
             with pointer gl-cmdr-line-ptr.
           if gl-cmdr-group = spaces
               string "  group=(all)" delimited by size
                 into gl-cmdr-report-line
                 with pointer gl-cmdr-line-ptr
           else
               string "  group=" delimited by size
                      function trim(gl-cmdr-group) delimited by size
                 into gl-cmdr-report-line
                 with pointer gl-cmdr-line-ptr
           end-if
           write gl-cmdr-report-record from gl-cmdr-report-line.
           move spaces to gl-cmdr-report-record.
           write gl-cmdr-report-record.
       .
       read-roster-line.
           read gl-cmdr-roster-file
               at end
                   move "Y" to gl-cmdr-roster-eof
               not at end
                   perform parse-roster-line
           end-read
       .
       parse-roster-line.
           move spaces to gl-cmdr-name.
           move spaces to gl-cmdr-pipe-name.
           move spaces to gl-cmdr-kiosk-group.
           move 1 to gl-cmdr-line-ptr.
           unstring gl-cmdr-roster-record delimited by all space
               into gl-cmdr-name
                    gl-cmdr-pipe-name
                    gl-cmdr-kiosk-group
               with pointer gl-cmdr-line-ptr
           end-unstring.
           if gl-cmdr-name = spaces
                   or gl-cmdr-name(1:1) = "#"
                   or gl-cmdr-pipe-name = spaces
               exit paragraph
           end-if
           if gl-cmdr-group not = spaces
                   and gl-cmdr-kiosk-group not = gl-cmdr-group
               exit paragraph
           end-if

           add 1 to gl-cmdr-tot-targeted.
           perform send-kiosk-command.
           perform write-kiosk-result.
       .
      * one connect / write / read round trip. The kiosk services
      * its pipe once per frame, so the reply is polled for with
      * PeekNamedPipe rather than a blocking read - a hung kiosk
      * then costs -timeout, not the whole run
       send-kiosk-command.
           move spaces to gl-cmdr-reply.
           move spaces to gl-cmdr-detail.
           move spaces to gl-cmdr-pipe-path.
           string function trim(gl-cmdr-pipe-name) delimited by size
                  x"00" delimited by size
             into gl-cmdr-pipe-path.

      * GENERIC_READ | GENERIC_WRITE, OPEN_EXISTING
           call winapi "CreateFileA" using
               by reference gl-cmdr-pipe-path
               by value h"C0000000"
               by value 0
               by value 0
               by value 3
               by value 0
               by value 0
               returning gl-cmdr-handle.
           if gl-cmdr-handle = -1
               call winapi "GetLastError" returning gl-cmdr-last-error
      * 231 = ERROR_PIPE_BUSY: another client holds the single
      * instance; wait for it once, then try again
               if gl-cmdr-last-error = 231
                   call winapi "WaitNamedPipeA" using
                       by reference gl-cmdr-pipe-path
                       by value gl-cmdr-timeout-ms
                       returning gl-cmdr-ok
                   call winapi "CreateFileA" using
                       by reference gl-cmdr-pipe-path
                       by value h"C0000000"
                       by value 0
                       by value 0
                       by value 3
                       by value 0
                       by value 0
                       returning gl-cmdr-handle
                   if gl-cmdr-handle = -1
                       call winapi "GetLastError"
                           returning gl-cmdr-last-error
                   end-if
               end-if
           end-if
           if gl-cmdr-handle = -1
               move "CONNECT-FAIL" to gl-cmdr-outcome
               perform describe-last-error
               add 1 to gl-cmdr-tot-failed
               exit paragraph
           end-if

           call winapi "WriteFile" using
               by value gl-cmdr-handle
               by reference gl-cmdr-command
               by value gl-cmdr-command-len
               by reference gl-cmdr-bytes-written
               by value 0
               returning gl-cmdr-ok.
           if gl-cmdr-ok = 0
               call winapi "GetLastError" returning gl-cmdr-last-error
               move "SEND-FAIL" to gl-cmdr-outcome
               perform describe-last-error
               add 1 to gl-cmdr-tot-failed
               perform close-kiosk-pipe
               exit paragraph
           end-if

           move 0 to gl-cmdr-waited-ms.
           move 0 to gl-cmdr-bytes-avail.
           move 1 to gl-cmdr-ok.
           perform wait-for-reply
               until gl-cmdr-bytes-avail > 0
                   or gl-cmdr-ok = 0
                   or gl-cmdr-waited-ms >= gl-cmdr-timeout-ms.
           if gl-cmdr-bytes-avail = 0
               if gl-cmdr-ok = 0
                   call winapi "GetLastError"
                       returning gl-cmdr-last-error
                   move "NO-REPLY" to gl-cmdr-outcome
                   perform describe-last-error
               else
                   move "TIMEOUT" to gl-cmdr-outcome
                   move gl-cmdr-timeout-ms to gl-cmdr-num-disp
                   string "no reply within " delimited by size
                          function trim(gl-cmdr-num-disp)
                                           delimited by size
                          " ms" delimited by size
                     into gl-cmdr-detail
               end-if
               add 1 to gl-cmdr-tot-failed
               perform close-kiosk-pipe
               exit paragraph
           end-if

           move spaces to gl-cmdr-buffer.
           move 0 to gl-cmdr-bytes-read.
           call winapi "ReadFile" using
               by value gl-cmdr-handle
               by reference gl-cmdr-buffer
               by value function length(gl-cmdr-buffer)
               by reference gl-cmdr-bytes-read
               by value 0
               returning gl-cmdr-ok.
           perform close-kiosk-pipe.
           if gl-cmdr-bytes-read > 0
               move gl-cmdr-buffer(1:gl-cmdr-bytes-read)
                 to gl-cmdr-reply
           end-if

      * execute-pipe-command answers "ok", a query line, or "err ..."
           add 1 to gl-cmdr-tot-replied.
           if gl-cmdr-reply(1:4) = "err "
               move "REFUSED" to gl-cmdr-outcome
               add 1 to gl-cmdr-tot-refused
           else
               move "OK" to gl-cmdr-outcome
           end-if
           move gl-cmdr-reply to gl-cmdr-detail.
       .
       wait-for-reply.
           call winapi "PeekNamedPipe" using
               by value gl-cmdr-handle
               by value 0
               by value 0
               by value 0
               by reference gl-cmdr-bytes-avail
               by value 0
               returning gl-cmdr-ok.
           if gl-cmdr-ok not = 0 and gl-cmdr-bytes-avail = 0
               call winapi "Sleep" using by value gl-cmdr-poll-ms
               add gl-cmdr-poll-ms to gl-cmdr-waited-ms
           end-if
       .
       close-kiosk-pipe.
           call winapi "CloseHandle" using
               by value gl-cmdr-handle
               returning gl-cmdr-ok.
       .
       describe-last-error.
           move gl-cmdr-last-error to gl-cmdr-num-disp.
           evaluate gl-cmdr-last-error
               when 2
                   move "pipe not found (kiosk not running)"
                     to gl-cmdr-detail
               when 53
                   move "network path not found"
                     to gl-cmdr-detail
               when 5
                   move "access denied" to gl-cmdr-detail
               when 231
                   move "pipe busy" to gl-cmdr-detail
               when 109
                   move "pipe closed by kiosk" to gl-cmdr-detail
               when other
                   move spaces to gl-cmdr-detail
           end-evaluate
           if gl-cmdr-detail = spaces
               string "error " delimited by size
                      function trim(gl-cmdr-num-disp) delimited by size
                 into gl-cmdr-detail
           end-if
       .
       write-kiosk-result.
           move spaces to gl-cmdr-report-line.
           move gl-cmdr-name to gl-cmdr-report-line(1:16).
           move gl-cmdr-kiosk-group to gl-cmdr-report-line(18:12).
           move gl-cmdr-outcome to gl-cmdr-report-line(31:12).
           move gl-cmdr-detail to gl-cmdr-report-line(44:).
           write gl-cmdr-report-record from gl-cmdr-report-line.
       .
       write-report-totals.
           move spaces to gl-cmdr-report-record.
           write gl-cmdr-report-record.
           move spaces to gl-cmdr-report-line.
           move 1 to gl-cmdr-line-ptr.
           move gl-cmdr-tot-targeted to gl-cmdr-num-disp.
           string "kiosks=" delimited by size
                  function trim(gl-cmdr-num-disp) delimited by size
             into gl-cmdr-report-line
             with pointer gl-cmdr-line-ptr.
           move gl-cmdr-tot-replied to gl-cmdr-num-disp.
           string " replied=" delimited by size
                  function trim(gl-cmdr-num-disp) delimited by size
             into gl-cmdr-report-line
             with pointer gl-cmdr-line-ptr.
           move gl-cmdr-tot-refused to gl-cmdr-num-disp.
           string " refused=" delimited by size
                  function trim(gl-cmdr-num-disp) delimited by size
             into gl-cmdr-report-line
             with pointer gl-cmdr-line-ptr.
           move gl-cmdr-tot-failed to gl-cmdr-num-disp.
           string " unreachable=" delimited by size
                  function trim(gl-cmdr-num-disp) delimited by size
             into gl-cmdr-report-line
             with pointer gl-cmdr-line-ptr.
           write gl-cmdr-report-record from gl-cmdr-report-line.
       .
