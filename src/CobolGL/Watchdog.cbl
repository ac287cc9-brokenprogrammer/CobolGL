       identification division.
       program-id. "Watchdog".

      * kiosk supervisor: launches CobolGL with the kiosk flags and
      * keeps it alive. Every poll it checks whether the process has
      * exited (a fresh cobolgl.crash / crash-report.txt means it
      * crashed) and whether the heartbeat file's timestamp= line is
      * still advancing; a hung or dead kiosk is killed if needed and
      * relaunched. Each launch, restart and the final give-up are
      * appended to a restart journal, and after -maxrestarts restarts
      * inside one hour the watchdog stops and leaves a "gave-up"
      * record for the morning shift instead of cycling forever.
      *
      *   Watchdog [-program exe] [-heartbeat path] [-scene file]
      *            [-stale s] [-grace s] [-poll s] [-maxrestarts n]
      *            [-journal path] [-- extra CobolGL flags]

       environment division.
       special-names.
           call-convention 74 is winapi.
       input-output section.
       file-control.
           select gl-wd-heartbeat-file assign to gl-wd-heartbeat-path
               organization is line sequential
               file status is gl-wd-heartbeat-status.
           select gl-wd-journal-file assign to gl-wd-journal-path
               organization is line sequential
               file status is gl-wd-journal-status.

       data division.
       file section.
       fd  gl-wd-heartbeat-file.
       01 gl-wd-heartbeat-record pic x(256).
       fd  gl-wd-journal-file.
       01 gl-wd-journal-record pic x(256).

       working-storage section.
       78 gl-wd-restart-max value 64.

       01 gl-wd-program-path   pic x(256) value "CobolGL.exe".
       01 gl-wd-heartbeat-path pic x(256) value "heartbeat.txt".
       01 gl-wd-scene-path     pic x(256) value spaces.
       01 gl-wd-journal-path   pic x(256)
           value "watchdog-journal.txt".
       01 gl-wd-extra-args     pic x(256) value spaces.
       01 gl-wd-heartbeat-status pic x(2).
       01 gl-wd-journal-status   pic x(2).

      * thresholds in seconds: a heartbeat unchanged for -stale is a
      * hang; a freshly launched kiosk gets -grace to write its first
      * one (window creation and scene load come before the loop)
       01 gl-wd-stale-seconds  pic s9(9) comp-5 value 30.
       01 gl-wd-grace-seconds  pic s9(9) comp-5 value 60.
       01 gl-wd-poll-seconds   pic s9(9) comp-5 value 5.
       01 gl-wd-max-restarts   pic s9(9) comp-5 value 5.

       01 gl-cmd-line  pic x(256).
       01 gl-cmd-ptr   pic s9(9) comp-5.
       01 gl-cmd-token pic x(64).
       01 gl-cmd-value pic x(256).
       01 gl-cmd-eof   pic x value "N".
           88 gl-cmd-at-eof value "Y".

      * child command line handed to CreateProcessA; it must be a
      * writable buffer, so it lives here rather than as a literal
       01 gl-wd-child-line pic x(1024).
       01 gl-wd-line-ptr   pic s9(9) comp-5.

      * STARTUPINFOA is 104 bytes on 64-bit Windows; only the size
      * field is set, everything else stays zero (inherit defaults)
       01 gl-wd-startup-info.
           05 gl-wd-si-cb pic 9(9) comp-5 value 104.
           05 filler      pic x(100) value low-values.
       01 gl-wd-process-info.
           05 gl-wd-pi-process usage pointer.
           05 gl-wd-pi-thread  usage pointer.
           05 gl-wd-pi-pid     pic 9(9) comp-5.
           05 gl-wd-pi-tid     pic 9(9) comp-5.
      * WIN32_FILE_ATTRIBUTE_DATA - only the last-write FILETIME is
      * used, compared as one 64-bit count of 100ns intervals
       01 gl-wd-file-data.
           05 gl-wd-fd-attributes pic 9(9) comp-5.
           05 gl-wd-fd-created    pic 9(18) comp-5.
           05 gl-wd-fd-accessed   pic 9(18) comp-5.
           05 gl-wd-fd-written    pic 9(18) comp-5.
           05 gl-wd-fd-size-high  pic 9(9) comp-5.
           05 gl-wd-fd-size-low   pic 9(9) comp-5.
       01 gl-wd-launch-filetime pic 9(18) comp-5.
       01 gl-wd-probe-name pic x(256).
       01 gl-wd-probe-path pic x(260).

       01 gl-wd-ok          pic s9(9) comp-5.
       01 gl-wd-wait-result pic s9(9) comp-5.
       01 gl-wd-exit-code   pic 9(9) comp-5.
       01 gl-wd-sleep-ms    pic s9(9) comp-5.
       01 gl-wd-now-tick         pic 9(18) comp-5.
       01 gl-wd-launch-tick      pic 9(18) comp-5.
       01 gl-wd-last-change-tick pic 9(18) comp-5.
       01 gl-wd-quiet-ms         pic 9(18) comp-5.
       01 gl-wd-limit-ms         pic 9(18) comp-5.

       01 gl-wd-last-stamp pic x(14) value spaces.
       01 gl-wd-read-stamp pic x(14).
       01 gl-wd-heartbeat-eof pic x value "N".
           88 gl-wd-heartbeat-at-eof value "Y".

       01 gl-wd-state pic x value "R".
           88 gl-wd-child-running value "R".
           88 gl-wd-child-failed  value "F".
           88 gl-wd-gave-up       value "G".
       01 gl-wd-reason pic x(16) value spaces.
       01 gl-wd-launch-ok pic x value "N".
           88 gl-wd-launch-worked value "Y".

      * tick of every restart so far (a ring once it fills); the
      * restarts inside the last hour decide when to give up
       01 gl-wd-restarts.
           05 gl-wd-restart-total pic s9(9) comp-5 value 0.
           05 gl-wd-restart-tick pic 9(18) comp-5
               occurs 64 times value 0.
       01 gl-wd-restart-slot  pic s9(9) comp-5.
       01 gl-wd-restart-scan  pic s9(9) comp-5.
       01 gl-wd-hour-count    pic s9(9) comp-5.

       01 gl-wd-timestamp pic x(21).
       01 gl-wd-journal-line pic x(256).
       01 gl-wd-note pic x(96).
       01 gl-wd-num-disp pic -(8)9.

       procedure division.
           perform parse-command-line.
           perform build-child-command-line.
           perform open-restart-journal.

           move "launch" to gl-wd-note.
           perform launch-kiosk.
           if not gl-wd-launch-worked
               move "gave-up" to gl-wd-note
               move "launch-failed" to gl-wd-reason
               perform write-journal-entry
               close gl-wd-journal-file
               move 1 to gl-wd-exit-code
               call winapi "ExitProcess" using by value gl-wd-exit-code
           end-if

           perform supervise-kiosk until gl-wd-gave-up.

           close gl-wd-journal-file.
           move 1 to gl-wd-exit-code.
           call winapi "ExitProcess" using by value gl-wd-exit-code.
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
                   when "-program"
                       perform read-command-line-value
                       move gl-cmd-value to gl-wd-program-path
                   when "-heartbeat"
                       perform read-command-line-value
                       move gl-cmd-value to gl-wd-heartbeat-path
                   when "-scene"
                       perform read-command-line-value
                       move gl-cmd-value to gl-wd-scene-path
                   when "-journal"
                       perform read-command-line-value
                       move gl-cmd-value to gl-wd-journal-path
                   when "-stale"
                       perform read-command-line-value
                       compute gl-wd-stale-seconds =
                           function numval(gl-cmd-value)
                       if gl-wd-stale-seconds < 5
                           move 5 to gl-wd-stale-seconds
                       end-if
                   when "-grace"
                       perform read-command-line-value
                       compute gl-wd-grace-seconds =
                           function numval(gl-cmd-value)
                       if gl-wd-grace-seconds < 5
                           move 5 to gl-wd-grace-seconds
                       end-if
                   when "-poll"
                       perform read-command-line-value
                       compute gl-wd-poll-seconds =
                           function numval(gl-cmd-value)
                       if gl-wd-poll-seconds < 1
                           move 1 to gl-wd-poll-seconds
                       end-if
                   when "-maxrestarts"
                       perform read-command-line-value
                       compute gl-wd-max-restarts =
                           function numval(gl-cmd-value)
                       if gl-wd-max-restarts < 1
                           move 1 to gl-wd-max-restarts
                       end-if
                       if gl-wd-max-restarts > gl-wd-restart-max
                           move gl-wd-restart-max to gl-wd-max-restarts
                       end-if
      * everything after "--" goes to CobolGL untouched
                   when "--"
                       if gl-cmd-ptr <= length of gl-cmd-line
                           move gl-cmd-line(gl-cmd-ptr:)
                             to gl-wd-extra-args
                       end-if
                       move "Y" to gl-cmd-eof
                   when other
                       continue
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
      * "<program>" -kiosk -heartbeat <path> [-scene <file>] <extra>
       build-child-command-line.
           move spaces to gl-wd-child-line.
           move 1 to gl-wd-line-ptr.
           string '"' delimited by size
                  function trim(gl-wd-program-path) delimited by size
                  '" -kiosk -heartbeat ' delimited by size
                  function trim(gl-wd-heartbeat-path) delimited by size
             into gl-wd-child-line
             with pointer gl-wd-line-ptr.
           if gl-wd-scene-path not = spaces
               string " -scene " delimited by size
                      function trim(gl-wd-scene-path) delimited by size
                 into gl-wd-child-line
                 with pointer gl-wd-line-ptr
           end-if
           if gl-wd-extra-args not = spaces
               string " " delimited by size
                      function trim(gl-wd-extra-args) delimited by size
                 into gl-wd-child-line
                 with pointer gl-wd-line-ptr
           end-if
           string x"00" delimited by size
             into gl-wd-child-line
             with pointer gl-wd-line-ptr.
       .
      * the journal appends across watchdog restarts, like events.log
       open-restart-journal.
           open extend gl-wd-journal-file.
           if gl-wd-journal-status not = "00"
               open output gl-wd-journal-file
           end-if
       .
       launch-kiosk.
           move "N" to gl-wd-launch-ok.
           call winapi "GetSystemTimeAsFileTime" using
               by reference gl-wd-launch-filetime.
           initialize gl-wd-process-info.
           call winapi "CreateProcessA" using
               by value 0
               by reference gl-wd-child-line
               by value 0
               by value 0
               by value 0
               by value 0
               by value 0
               by value 0
               by reference gl-wd-startup-info
               by reference gl-wd-process-info
               returning gl-wd-ok.
           if gl-wd-ok = 0
               exit paragraph
           end-if
           move "Y" to gl-wd-launch-ok.

           call winapi "GetTickCount64" returning gl-wd-launch-tick.
           move gl-wd-launch-tick to gl-wd-last-change-tick.
      * whatever stamp is on disk now belongs to the previous run;
      * only a change from it counts as this run being alive
           perform read-heartbeat-stamp.
           move gl-wd-read-stamp to gl-wd-last-stamp.
           move "R" to gl-wd-state.

           perform write-journal-entry.
           move spaces to gl-wd-reason.
       .
      * one poll: sleep, then decide whether the kiosk is still
      * healthy; a failure restarts it or, past the hourly limit,
      * gives up
       supervise-kiosk.
           compute gl-wd-sleep-ms = gl-wd-poll-seconds * 1000.
           call winapi "Sleep" using by value gl-wd-sleep-ms.

           perform check-kiosk-process.
           if gl-wd-child-running
               perform check-heartbeat-progress
           end-if
           if gl-wd-child-failed
               perform close-kiosk-handles
               perform restart-or-give-up
           end-if
       .
       check-kiosk-process.
           call winapi "WaitForSingleObject" using
               by value gl-wd-pi-process
               by value 0
               returning gl-wd-wait-result.
           if gl-wd-wait-result not = 0
               exit paragraph
           end-if

           move "F" to gl-wd-state.
           move "clean-exit" to gl-wd-reason.
           move "cobolgl.crash" to gl-wd-probe-name.
           perform check-crash-file.
           move "crash-report.txt" to gl-wd-probe-name.
           perform check-crash-file.
       .
      * fatal-error leaves both files behind and then exits with
      * code zero, so the exit code alone cannot tell a crash from a
      * quit; a marker written after this launch can
       check-crash-file.
           move spaces to gl-wd-probe-path.
           string function trim(gl-wd-probe-name) delimited by size
                  x"00" delimited by size
             into gl-wd-probe-path.
           call winapi "GetFileAttributesExA" using
               by reference gl-wd-probe-path
               by value 0
               by reference gl-wd-file-data
               returning gl-wd-ok.
           if gl-wd-ok not = 0
                   and gl-wd-fd-written > gl-wd-launch-filetime
               move "crash" to gl-wd-reason
           end-if
       .
      * fatal-error writes its marker and then waits on a message
      * box with the process still up, so a marker from this run
      * ends the kiosk as a crash before the heartbeat goes stale
       check-heartbeat-progress.
           move "cobolgl.crash" to gl-wd-probe-name.
           perform check-crash-file.
           if gl-wd-reason = "crash"
               move "F" to gl-wd-state
               perform end-kiosk-process
               exit paragraph
           end-if

           perform read-heartbeat-stamp.
           call winapi "GetTickCount64" returning gl-wd-now-tick.
           if gl-wd-read-stamp not = spaces
                   and gl-wd-read-stamp not = gl-wd-last-stamp
               move gl-wd-read-stamp to gl-wd-last-stamp
               move gl-wd-now-tick to gl-wd-last-change-tick
               exit paragraph
           end-if

           compute gl-wd-quiet-ms =
               gl-wd-now-tick - gl-wd-last-change-tick.
           if gl-wd-last-change-tick = gl-wd-launch-tick
               compute gl-wd-limit-ms = gl-wd-grace-seconds * 1000
           else
               compute gl-wd-limit-ms = gl-wd-stale-seconds * 1000
           end-if
           if gl-wd-quiet-ms <= gl-wd-limit-ms
               exit paragraph
           end-if

      * hung: the process is still there but the frame loop is not
           move "F" to gl-wd-state.
           move "stale-heartbeat" to gl-wd-reason.
           perform end-kiosk-process.
       .
       end-kiosk-process.
           move 1 to gl-wd-exit-code.
           call winapi "TerminateProcess" using
               by value gl-wd-pi-process
               by value gl-wd-exit-code
               returning gl-wd-ok.
           call winapi "WaitForSingleObject" using
               by value gl-wd-pi-process
               by value 5000
               returning gl-wd-wait-result.
       .
       read-heartbeat-stamp.
           move spaces to gl-wd-read-stamp.
           move "N" to gl-wd-heartbeat-eof.
           open input gl-wd-heartbeat-file.
           if gl-wd-heartbeat-status not = "00"
               exit paragraph
           end-if
           perform read-heartbeat-line
               until gl-wd-heartbeat-at-eof
                   or gl-wd-read-stamp not = spaces.
           close gl-wd-heartbeat-file.
       .
       read-heartbeat-line.
           read gl-wd-heartbeat-file
               at end
                   move "Y" to gl-wd-heartbeat-eof
               not at end
                   if gl-wd-heartbeat-record(1:10) = "timestamp="
                       move gl-wd-heartbeat-record(11:14)
                         to gl-wd-read-stamp
                   end-if
           end-read
       .
       close-kiosk-handles.
           call winapi "CloseHandle" using
               by value gl-wd-pi-process
               returning gl-wd-ok.
           call winapi "CloseHandle" using
               by value gl-wd-pi-thread
               returning gl-wd-ok.
       .
       restart-or-give-up.
           call winapi "GetTickCount64" returning gl-wd-now-tick.
           move 0 to gl-wd-hour-count.
           perform count-recent-restart
               varying gl-wd-restart-scan from 1 by 1
               until gl-wd-restart-scan > gl-wd-restart-max.

           if gl-wd-hour-count >= gl-wd-max-restarts
               move "G" to gl-wd-state
               move "gave-up" to gl-wd-note
               perform write-journal-entry
               exit paragraph
           end-if

           add 1 to gl-wd-restart-total.
           compute gl-wd-restart-slot = function mod(
               gl-wd-restart-total - 1, gl-wd-restart-max) + 1.
           move gl-wd-now-tick
             to gl-wd-restart-tick(gl-wd-restart-slot).

           move "restart" to gl-wd-note.
           perform launch-kiosk.
           if not gl-wd-launch-worked
               move "G" to gl-wd-state
               move "gave-up" to gl-wd-note
               move "launch-failed" to gl-wd-reason
               perform write-journal-entry
           end-if
       .
       count-recent-restart.
           if gl-wd-restart-tick(gl-wd-restart-scan) > 0
                   and gl-wd-now-tick -
                       gl-wd-restart-tick(gl-wd-restart-scan)
                       < 3600000
               add 1 to gl-wd-hour-count
           end-if
       .
      * date=YYYYMMDD time=hhmmss event=<launch|restart|gave-up>
      * [reason=...] restarts=<total so far>
       write-journal-entry.
           move function current-date to gl-wd-timestamp.
           move spaces to gl-wd-journal-line.
           move 1 to gl-wd-line-ptr.
           string "date=" delimited by size
                  gl-wd-timestamp(1:8) delimited by size
                  " time=" delimited by size
                  gl-wd-timestamp(9:6) delimited by size
                  " event=" delimited by size
                  function trim(gl-wd-note) delimited by size
             into gl-wd-journal-line
             with pointer gl-wd-line-ptr.
           if gl-wd-reason not = spaces
               string " reason=" delimited by size
                      function trim(gl-wd-reason) delimited by size
                 into gl-wd-journal-line
                 with pointer gl-wd-line-ptr
           end-if
           move gl-wd-restart-total to gl-wd-num-disp.
           string " restarts=" delimited by size
                  function trim(gl-wd-num-disp) delimited by size
             into gl-wd-journal-line
             with pointer gl-wd-line-ptr.
           if gl-wd-gave-up
               move gl-wd-hour-count to gl-wd-num-disp
               string " - " delimited by size
                      function trim(gl-wd-num-disp) delimited by size
                      " restarts in the last hour, kiosk left stopped"
                                       delimited by size
                 into gl-wd-journal-line
                 with pointer gl-wd-line-ptr
           end-if
           write gl-wd-journal-record from gl-wd-journal-line.
       .
