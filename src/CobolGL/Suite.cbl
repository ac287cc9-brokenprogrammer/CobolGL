       identification division.
       program-id. "Suite".

      * overnight regression run: reads a suite file of scenes and
      * the checks each one needs, runs every check as its own
      * CobolGL process (-selftest, -validate, -goldencheck, -bench)
      * in suite order, and writes one report with a PASS/FAIL line
      * per scene per check and the reason taken from the check's
      * own report file. A check that crashes (a cobolgl.crash
      * written after its launch), hangs past -timeout or dies
      * without writing its report fails on its own line and the
      * suite moves on to the next check. Exit code 0 when every
      * check passed, 1 when any failed or a suite line was bad, 2
      * when the suite file or the report could not be opened.
      *
      *   Suite [-suite file] [-report file] [-program exe]
      *         [-timeout s] [-- extra CobolGL flags]
      *
      * suite lines: scene <scene-file> <check> [<check> ...]
      *   scene showroom.txt selftest validate golden bench
      *   golden showroom-golden.bmp
      *   bench showroom-bench.txt
      * checks are selftest, validate, golden and bench; a golden
      * line names the baseline image for the scene line above it
      * (golden.bmp otherwise) and a bench line its bench history,
      * so each scene is compared with its own earlier runs
      * (<scene file less its extension>-bench-history.txt
      * otherwise); blank lines and lines starting with # are
      * ignored

       environment division.
       special-names.
           call-convention 74 is winapi.
       input-output section.
       file-control.
           select gl-suite-file assign to gl-suite-path
               organization is line sequential
               file status is gl-suite-status.
           select gl-suite-report-file assign to gl-suite-report-path
               organization is line sequential
               file status is gl-suite-report-status.
           select gl-suite-result-file assign to gl-suite-result-path
               organization is line sequential
               file status is gl-suite-result-status.

       data division.
       file section.
       fd  gl-suite-file.
       01 gl-suite-record pic x(256).
       fd  gl-suite-report-file.
       01 gl-suite-report-record pic x(200).
       fd  gl-suite-result-file.
       01 gl-suite-result-record pic x(256).

       working-storage section.
       78 gl-suite-scene-max value 64.
       78 gl-suite-check-max value 8.

       01 gl-suite-path        pic x(256) value "suite.txt".
       01 gl-suite-report-path pic x(256) value "suite-report.txt".
       01 gl-suite-result-path pic x(256).
       01 gl-suite-program-path pic x(256) value "CobolGL.exe".
       01 gl-suite-extra-args  pic x(256) value spaces.
       01 gl-suite-status        pic x(2).
       01 gl-suite-report-status pic x(2).
       01 gl-suite-result-status pic x(2).

      * seconds one check may run before it is treated as hung; a
      * bench run needs its -benchseconds plus start-up inside this
       01 gl-suite-timeout-seconds pic s9(9) comp-5 value 600.

       01 gl-cmd-line  pic x(256).
       01 gl-cmd-ptr   pic s9(9) comp-5.
       01 gl-cmd-token pic x(64).
       01 gl-cmd-value pic x(256).
       01 gl-cmd-eof   pic x value "N".
           88 gl-cmd-at-eof value "Y".

      * the suite as read: one entry per scene line with the checks
      * in the order written and the golden and bench lines that
      * followed it
       01 gl-suite-eof pic x value "N".
           88 gl-suite-at-eof value "Y".
       01 gl-suite-line-number pic s9(9) comp-5 value 0.
       01 gl-suite-tokens.
           05 gl-suite-token pic x(64) occurs 10 times.
       01 gl-suite-token-scan pic s9(9) comp-5.
       01 gl-suite-scene-count pic s9(9) comp-5 value 0.
       01 gl-suite-scenes.
           05 gl-suite-scene-entry occurs 64 times.
               10 gl-suite-scene-file   pic x(64).
               10 gl-suite-scene-golden pic x(64).
               10 gl-suite-scene-bench  pic x(96).
               10 gl-suite-check-count  pic s9(9) comp-5.
               10 gl-suite-check-name   pic x(16) occurs 8 times.
       01 gl-suite-scene pic s9(9) comp-5.
       01 gl-suite-check pic s9(9) comp-5.
       01 gl-suite-name-scan pic s9(9) comp-5.
       01 gl-suite-name-dot  pic s9(9) comp-5.

      * the check being run
       01 gl-suite-flags      pic x(128).
       01 gl-suite-result-name pic x(32).
       01 gl-suite-outcome pic x value space.
           88 gl-suite-child-exited  value "E".
           88 gl-suite-child-crashed value "C".
           88 gl-suite-child-timeout value "T".
       01 gl-suite-passed pic x.
           88 gl-suite-check-passed value "Y".
       01 gl-suite-reason pic x(160).
       01 gl-suite-first-line pic x(256).
       01 gl-suite-first-fail pic x(256).
       01 gl-suite-fail-lines pic s9(9) comp-5.
       01 gl-suite-result-eof pic x value "N".
           88 gl-suite-result-at-eof value "Y".
       01 gl-suite-waited pic s9(9) comp-5.
       01 gl-suite-done pic x.
           88 gl-suite-child-done value "Y".

      * child command line handed to CreateProcessA; it must be a
      * writable buffer, so it lives here rather than as a literal
       01 gl-suite-child-line pic x(1024).
       01 gl-suite-line-ptr   pic s9(9) comp-5.

      * STARTUPINFOA is 104 bytes on 64-bit Windows; only the size
      * field is set, everything else stays zero (inherit defaults)
       01 gl-suite-startup-info.
           05 gl-suite-si-cb pic 9(9) comp-5 value 104.
           05 filler         pic x(100) value low-values.
       01 gl-suite-process-info.
           05 gl-suite-pi-process usage pointer.
           05 gl-suite-pi-thread  usage pointer.
           05 gl-suite-pi-pid     pic 9(9) comp-5.
           05 gl-suite-pi-tid     pic 9(9) comp-5.
      * WIN32_FILE_ATTRIBUTE_DATA - only the last-write FILETIME is
      * used, compared as one 64-bit count of 100ns intervals
       01 gl-suite-file-data.
           05 gl-suite-fd-attributes pic 9(9) comp-5.
           05 gl-suite-fd-created    pic 9(18) comp-5.
           05 gl-suite-fd-accessed   pic 9(18) comp-5.
           05 gl-suite-fd-written    pic 9(18) comp-5.
           05 gl-suite-fd-size-high  pic 9(9) comp-5.
           05 gl-suite-fd-size-low   pic 9(9) comp-5.
       01 gl-suite-launch-filetime pic 9(18) comp-5.
       01 gl-suite-probe-name pic x(256).
       01 gl-suite-probe-path pic x(260).
       01 gl-suite-fresh pic x.
           88 gl-suite-file-is-fresh value "Y".

       01 gl-suite-ok          pic s9(9) comp-5.
       01 gl-suite-wait-result pic s9(9) comp-5.
       01 gl-suite-exit-code   pic 9(9) comp-5.
       01 gl-suite-kill-code   pic 9(9) comp-5 value 1.

       01 gl-suite-totals.
           05 gl-suite-tot-checks pic s9(9) comp-5 value 0.
           05 gl-suite-tot-passed pic s9(9) comp-5 value 0.
           05 gl-suite-tot-failed pic s9(9) comp-5 value 0.
           05 gl-suite-tot-errors pic s9(9) comp-5 value 0.

       01 gl-suite-now-stamp pic x(21).
       01 gl-suite-report-line pic x(200).
       01 gl-suite-detail.
           05 gl-suite-d-scene  pic x(28).
           05 filler            pic x value space.
           05 gl-suite-d-check  pic x(9).
           05 filler            pic x value space.
           05 gl-suite-d-result pic x(6).
           05 filler            pic x value space.
           05 gl-suite-d-reason pic x(154).
       01 gl-suite-num-disp  pic -(8)9.
       01 gl-suite-code-disp pic z(9)9.

       procedure division.
           perform parse-command-line.

           open output gl-suite-report-file.
           if gl-suite-report-status not = "00"
               display "Suite: report not writable: "
                       function trim(gl-suite-report-path)
               move 2 to return-code
               goback
           end-if
           perform write-suite-heading.

           open input gl-suite-file.
           if gl-suite-status not = "00"
               move spaces to gl-suite-report-line
               string "FAIL suite file not found: " delimited by size
                      function trim(gl-suite-path) delimited by size
                 into gl-suite-report-line
               write gl-suite-report-record from gl-suite-report-line
               close gl-suite-report-file
               display "Suite: suite file not found: "
                       function trim(gl-suite-path)
               move 2 to return-code
               goback
           end-if
           perform read-suite-line until gl-suite-at-eof.
           close gl-suite-file.

           if gl-suite-scene-count = 0
               move "FAIL suite file has no scene lines"
                 to gl-suite-report-line
               write gl-suite-report-record from gl-suite-report-line
               add 1 to gl-suite-tot-errors
           end-if

           perform run-suite-scene
               varying gl-suite-scene from 1 by 1
               until gl-suite-scene > gl-suite-scene-count.

           perform write-suite-totals.
           close gl-suite-report-file.

           display "Suite: " function trim(gl-suite-report-path)
                   " written".
           if gl-suite-tot-failed > 0 or gl-suite-tot-errors > 0
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
                   when "-suite"
                       perform read-command-line-value
                       move gl-cmd-value to gl-suite-path
                   when "-report"
                       perform read-command-line-value
                       move gl-cmd-value to gl-suite-report-path
                   when "-program"
                       perform read-command-line-value
                       move gl-cmd-value to gl-suite-program-path
                   when "-timeout"
                       perform read-command-line-value
                       compute gl-suite-timeout-seconds =
                           function numval(gl-cmd-value)
                       if gl-suite-timeout-seconds < 10
                           move 10 to gl-suite-timeout-seconds
                       end-if
      * everything after "--" goes to every CobolGL run untouched
                   when "--"
                       if gl-cmd-ptr <= length of gl-cmd-line
                           move gl-cmd-line(gl-cmd-ptr:)
                             to gl-suite-extra-args
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
       write-suite-heading.
           move function current-date to gl-suite-now-stamp.
           move spaces to gl-suite-report-line.
           string "CobolGL regression suite  " delimited by size
                  gl-suite-now-stamp(1:4) delimited by size
                  "-" delimited by size
                  gl-suite-now-stamp(5:2) delimited by size
                  "-" delimited by size
                  gl-suite-now-stamp(7:2) delimited by size
                  " " delimited by size
                  gl-suite-now-stamp(9:2) delimited by size
                  ":" delimited by size
                  gl-suite-now-stamp(11:2) delimited by size
                  "  suite=" delimited by size
                  function trim(gl-suite-path) delimited by size
             into gl-suite-report-line.
           write gl-suite-report-record from gl-suite-report-line.
           move spaces to gl-suite-report-line.
           move gl-suite-timeout-seconds to gl-suite-num-disp.
           string "program=" delimited by size
                  function trim(gl-suite-program-path)
                                   delimited by size
                  "  timeout=" delimited by size
                  function trim(gl-suite-num-disp) delimited by size
                  "s" delimited by size
             into gl-suite-report-line.
           write gl-suite-report-record from gl-suite-report-line.
           move spaces to gl-suite-report-record.
           write gl-suite-report-record.

           move spaces to gl-suite-detail.
           move "SCENE" to gl-suite-d-scene.
           move "CHECK" to gl-suite-d-check.
           move "RESULT" to gl-suite-d-result.
           move "REASON" to gl-suite-d-reason.
           write gl-suite-report-record from gl-suite-detail.
           move all "-" to gl-suite-report-line(1:120).
           write gl-suite-report-record from gl-suite-report-line.
       .
       read-suite-line.
           read gl-suite-file
               at end
                   move "Y" to gl-suite-eof
               not at end
                   add 1 to gl-suite-line-number
                   perform parse-suite-line
           end-read
       .
       parse-suite-line.
           move spaces to gl-suite-tokens.
           unstring gl-suite-record delimited by all space
               into gl-suite-token(1)
                    gl-suite-token(2)
                    gl-suite-token(3)
                    gl-suite-token(4)
                    gl-suite-token(5)
                    gl-suite-token(6)
                    gl-suite-token(7)
                    gl-suite-token(8)
                    gl-suite-token(9)
                    gl-suite-token(10)
           end-unstring.
           if gl-suite-token(1) = spaces
                   or gl-suite-token(1)(1:1) = "#"
               exit paragraph
           end-if

           evaluate gl-suite-token(1)
               when "scene"
                   if gl-suite-token(2) = spaces
                       move "scene line names no scene file"
                         to gl-suite-reason
                       perform write-suite-line-error
                       exit paragraph
                   end-if
                   if gl-suite-scene-count >= gl-suite-scene-max
                       move "more scene lines than the suite can hold"
                         to gl-suite-reason
                       perform write-suite-line-error
                       exit paragraph
                   end-if
                   add 1 to gl-suite-scene-count
                   move gl-suite-token(2)
                     to gl-suite-scene-file(gl-suite-scene-count)
                   move spaces
                     to gl-suite-scene-golden(gl-suite-scene-count)
                   perform default-suite-bench-history
                   move 0 to gl-suite-check-count(gl-suite-scene-count)
                   perform note-suite-check
                       varying gl-suite-token-scan from 3 by 1
                       until gl-suite-token-scan > 10
                   if gl-suite-check-count(gl-suite-scene-count) = 0
                       move "scene line names no checks"
                         to gl-suite-reason
                       perform write-suite-line-error
                   end-if
               when "golden"
                   if gl-suite-scene-count = 0
                       move "golden line needs a scene line above it"
                         to gl-suite-reason
                       perform write-suite-line-error
                       exit paragraph
                   end-if
                   if gl-suite-token(2) = spaces
                       move "golden line names no baseline image"
                         to gl-suite-reason
                       perform write-suite-line-error
                   else
                       move gl-suite-token(2)
                         to gl-suite-scene-golden(gl-suite-scene-count)
                   end-if
               when "bench"
                   if gl-suite-scene-count = 0
                       move "bench line needs a scene line above it"
                         to gl-suite-reason
                       perform write-suite-line-error
                       exit paragraph
                   end-if
                   if gl-suite-token(2) = spaces
                       move "bench line names no history file"
                         to gl-suite-reason
                       perform write-suite-line-error
                   else
                       move gl-suite-token(2)
                         to gl-suite-scene-bench(gl-suite-scene-count)
                   end-if
               when other
                   move spaces to gl-suite-reason
                   string "unknown suite keyword " delimited by size
                          function trim(gl-suite-token(1))
                                       delimited by size
                     into gl-suite-reason
                   perform write-suite-line-error
           end-evaluate
       .
      * <scene file less its extension>-bench-history.txt, the
      * extension being what follows the last "." of the file name
       default-suite-bench-history.
           move 0 to gl-suite-name-dot.
           perform find-suite-name-dot
               varying gl-suite-name-scan from 1 by 1
               until gl-suite-name-scan > function length(
                   gl-suite-scene-file(gl-suite-scene-count)).
           if gl-suite-name-dot = 0
               compute gl-suite-name-dot = function length(
                   function trim(
                       gl-suite-scene-file(gl-suite-scene-count)
                       trailing)) + 1
           end-if
           move spaces to gl-suite-scene-bench(gl-suite-scene-count).
           string gl-suite-scene-file(gl-suite-scene-count)
                      (1:gl-suite-name-dot - 1) delimited by size
                  "-bench-history.txt" delimited by size
             into gl-suite-scene-bench(gl-suite-scene-count).
       .
       find-suite-name-dot.
           evaluate gl-suite-scene-file(gl-suite-scene-count)
                       (gl-suite-name-scan:1)
               when "."
                   move gl-suite-name-scan to gl-suite-name-dot
               when "\"
               when "/"
                   move 0 to gl-suite-name-dot
           end-evaluate
       .
       note-suite-check.
           if gl-suite-token(gl-suite-token-scan) = spaces
               exit paragraph
           end-if
           if gl-suite-check-count(gl-suite-scene-count)
                   >= gl-suite-check-max
               exit paragraph
           end-if
           add 1 to gl-suite-check-count(gl-suite-scene-count).
           move gl-suite-token(gl-suite-token-scan)
             to gl-suite-check-name(gl-suite-scene-count,
                    gl-suite-check-count(gl-suite-scene-count)).
       .
      * a bad suite line is a failure of the suite itself, reported
      * up front so a typo cannot silently drop a scene from the run
       write-suite-line-error.
           add 1 to gl-suite-tot-errors.
           move spaces to gl-suite-report-line.
           move gl-suite-line-number to gl-suite-num-disp.
           string "FAIL suite line " delimited by size
                  function trim(gl-suite-num-disp) delimited by size
                  ": " delimited by size
                  function trim(gl-suite-reason) delimited by size
             into gl-suite-report-line.
           write gl-suite-report-record from gl-suite-report-line.
       .
       run-suite-scene.
           perform run-suite-check
               varying gl-suite-check from 1 by 1
               until gl-suite-check >
                   gl-suite-check-count(gl-suite-scene).
       .
      * one check, one process: launch, wait it out, then judge it
      * from the way it ended and the report it left behind
       run-suite-check.
           add 1 to gl-suite-tot-checks.
           move "N" to gl-suite-passed.
           move spaces to gl-suite-reason.
           move spaces to gl-suite-flags.
           evaluate gl-suite-check-name(gl-suite-scene, gl-suite-check)
               when "selftest"
                   move "-selftest" to gl-suite-flags
                   move "selftest.txt" to gl-suite-result-name
               when "validate"
                   move "-validate" to gl-suite-flags
                   move "validate-report.txt" to gl-suite-result-name
               when "golden"
                   if gl-suite-scene-golden(gl-suite-scene) = spaces
                       move "-goldencheck" to gl-suite-flags
                   else
                       string "-goldencheck -goldenimage "
                                           delimited by size
                              function trim(
                                  gl-suite-scene-golden(gl-suite-scene))
                                           delimited by size
                         into gl-suite-flags
                   end-if
                   move "golden-report.txt" to gl-suite-result-name
               when "bench"
                   string "-bench -benchhistory " delimited by size
                          function trim(
                              gl-suite-scene-bench(gl-suite-scene))
                                           delimited by size
                     into gl-suite-flags
                   move "bench-compare.txt" to gl-suite-result-name
               when other
                   move "unknown check" to gl-suite-reason
                   perform write-suite-result
                   exit paragraph
           end-evaluate

           perform build-suite-child-line.
           perform launch-suite-child.
           if gl-suite-ok = 0
               move "could not start the program" to gl-suite-reason
               perform write-suite-result
               exit paragraph
           end-if

           move "N" to gl-suite-done.
           move 0 to gl-suite-waited.
           move space to gl-suite-outcome.
           perform poll-suite-child until gl-suite-child-done.
           call winapi "CloseHandle" using
               by value gl-suite-pi-process
               returning gl-suite-ok.
           call winapi "CloseHandle" using
               by value gl-suite-pi-thread
               returning gl-suite-ok.

           perform judge-suite-check.
           perform write-suite-result.
       .
      * "<program>" -scene <file> <check flags> <extra>
       build-suite-child-line.
           move spaces to gl-suite-child-line.
           move 1 to gl-suite-line-ptr.
           string '"' delimited by size
                  function trim(gl-suite-program-path)
                                   delimited by size
                  '" -scene ' delimited by size
                  function trim(gl-suite-scene-file(gl-suite-scene))
                                   delimited by size
                  " " delimited by size
                  function trim(gl-suite-flags) delimited by size
             into gl-suite-child-line
             with pointer gl-suite-line-ptr.
           if gl-suite-extra-args not = spaces
               string " " delimited by size
                      function trim(gl-suite-extra-args)
                                       delimited by size
                 into gl-suite-child-line
                 with pointer gl-suite-line-ptr
           end-if
           string x"00" delimited by size
             into gl-suite-child-line
             with pointer gl-suite-line-ptr.
       .
       launch-suite-child.
           call winapi "GetSystemTimeAsFileTime" using
               by reference gl-suite-launch-filetime.
           initialize gl-suite-process-info.
           call winapi "CreateProcessA" using
               by value 0
               by reference gl-suite-child-line
               by value 0
               by value 0
               by value 0
               by value 0
               by value 0
               by value 0
               by reference gl-suite-startup-info
               by reference gl-suite-process-info
               returning gl-suite-ok.
       .
      * one second at a time: an exit ends the wait; a crash marker
      * newer than the launch means fatal-error has run and the
      * process is only sitting on its message box, so it is ended
      * rather than left to the timeout
       poll-suite-child.
           call winapi "WaitForSingleObject" using
               by value gl-suite-pi-process
               by value 1000
               returning gl-suite-wait-result.
           if gl-suite-wait-result = 0
               move "E" to gl-suite-outcome
               move 0 to gl-suite-exit-code
               call winapi "GetExitCodeProcess" using
                   by value gl-suite-pi-process
                   by reference gl-suite-exit-code
                   returning gl-suite-ok
               move "Y" to gl-suite-done
               exit paragraph
           end-if

           add 1 to gl-suite-waited.
           move "cobolgl.crash" to gl-suite-probe-name.
           perform probe-suite-file.
           if gl-suite-file-is-fresh
               move "C" to gl-suite-outcome
               perform end-suite-child
               exit paragraph
           end-if
           if gl-suite-waited >= gl-suite-timeout-seconds
               move "T" to gl-suite-outcome
               perform end-suite-child
           end-if
       .
       end-suite-child.
           call winapi "TerminateProcess" using
               by value gl-suite-pi-process
               by value gl-suite-kill-code
               returning gl-suite-ok.
           call winapi "WaitForSingleObject" using
               by value gl-suite-pi-process
               by value 5000
               returning gl-suite-wait-result.
           move "Y" to gl-suite-done.
       .
       probe-suite-file.
           move "N" to gl-suite-fresh.
           move spaces to gl-suite-probe-path.
           string function trim(gl-suite-probe-name) delimited by size
                  x"00" delimited by size
             into gl-suite-probe-path.
           call winapi "GetFileAttributesExA" using
               by reference gl-suite-probe-path
               by value 0
               by reference gl-suite-file-data
               returning gl-suite-ok.
           if gl-suite-ok not = 0
                   and gl-suite-fd-written > gl-suite-launch-filetime
               move "Y" to gl-suite-fresh
           end-if
       .
       judge-suite-check.
      * fatal-error can also end a check on its own (selftest exits
      * rather than waiting on the message box)
           if gl-suite-child-exited
               move "cobolgl.crash" to gl-suite-probe-name
               perform probe-suite-file
               if gl-suite-file-is-fresh
                   move "C" to gl-suite-outcome
               end-if
           end-if

           if gl-suite-child-crashed
               move "cobolgl.crash" to gl-suite-result-name
               perform read-suite-result
               move spaces to gl-suite-reason
               string "crashed: " delimited by size
                      function trim(gl-suite-first-line)
                                       delimited by size
                 into gl-suite-reason
               exit paragraph
           end-if
           if gl-suite-child-timeout
               move spaces to gl-suite-reason
               move gl-suite-timeout-seconds to gl-suite-num-disp
               string "no exit after " delimited by size
                      function trim(gl-suite-num-disp)
                                       delimited by size
                      " seconds, stopped" delimited by size
                 into gl-suite-reason
               exit paragraph
           end-if

      * a report older than the launch belongs to an earlier run
           move gl-suite-result-name to gl-suite-probe-name.
           perform probe-suite-file.
           if not gl-suite-file-is-fresh
               move spaces to gl-suite-reason
               move gl-suite-exit-code to gl-suite-code-disp
               string "no " delimited by size
                      function trim(gl-suite-result-name)
                                       delimited by size
                      " written, exit code " delimited by size
                      function trim(gl-suite-code-disp)
                                       delimited by size
                 into gl-suite-reason
               exit paragraph
           end-if
           perform read-suite-result.

           evaluate gl-suite-check-name(gl-suite-scene, gl-suite-check)
               when "selftest"
                   if gl-suite-first-line(1:5) = "PASS "
                           and gl-suite-exit-code = 0
                       move "Y" to gl-suite-passed
                       move gl-suite-first-line(6:) to gl-suite-reason
                   else
                       perform note-suite-fail-text
                   end-if
               when "validate"
                   if gl-suite-fail-lines = 0
                           and gl-suite-exit-code = 0
                       move "Y" to gl-suite-passed
                       move "no FAIL lines in validate-report.txt"
                         to gl-suite-reason
                   else
                       move gl-suite-fail-lines to gl-suite-num-disp
                       string function trim(gl-suite-num-disp)
                                           delimited by size
                              " failed, first: " delimited by size
                              function trim(gl-suite-first-fail(6:))
                                           delimited by size
                         into gl-suite-reason
                   end-if
               when "golden"
                   if gl-suite-first-line(1:5) = "PASS "
                       move "Y" to gl-suite-passed
                       move gl-suite-first-line(6:) to gl-suite-reason
                   else
                       perform note-suite-fail-text
                   end-if
      * no baseline yet on this renderer is a first run, not a
      * regression
               when "bench"
                   if gl-suite-first-line(1:10) = "REGRESSION"
                       move gl-suite-first-line to gl-suite-reason
                   else
                       move "Y" to gl-suite-passed
                       move gl-suite-first-line to gl-suite-reason
                   end-if
           end-evaluate
       .
       note-suite-fail-text.
           if gl-suite-first-line(1:5) = "FAIL "
               move gl-suite-first-line(6:) to gl-suite-reason
           else
               move gl-suite-first-line to gl-suite-reason
           end-if
       .
      * first line of the file, plus the FAIL lines a validation
      * report lists
       read-suite-result.
           move spaces to gl-suite-first-line.
           move spaces to gl-suite-first-fail.
           move 0 to gl-suite-fail-lines.
           move gl-suite-result-name to gl-suite-result-path.
           move "N" to gl-suite-result-eof.
           open input gl-suite-result-file.
           if gl-suite-result-status not = "00"
               exit paragraph
           end-if
           perform read-suite-result-line until gl-suite-result-at-eof.
           close gl-suite-result-file.
       .
       read-suite-result-line.
           read gl-suite-result-file
               at end
                   move "Y" to gl-suite-result-eof
               not at end
                   if gl-suite-first-line = spaces
                       move gl-suite-result-record
                         to gl-suite-first-line
                   end-if
                   if gl-suite-result-record(1:5) = "FAIL "
                       add 1 to gl-suite-fail-lines
                       if gl-suite-first-fail = spaces
                           move gl-suite-result-record
                             to gl-suite-first-fail
                       end-if
                   end-if
           end-read
       .
       write-suite-result.
           move spaces to gl-suite-detail.
           move gl-suite-scene-file(gl-suite-scene) to gl-suite-d-scene.
           move gl-suite-check-name(gl-suite-scene, gl-suite-check)
             to gl-suite-d-check.
           if gl-suite-check-passed
               move "PASS" to gl-suite-d-result
               add 1 to gl-suite-tot-passed
           else
               move "FAIL" to gl-suite-d-result
               add 1 to gl-suite-tot-failed
           end-if
           move gl-suite-reason to gl-suite-d-reason.
           write gl-suite-report-record from gl-suite-detail.
       .
       write-suite-totals.
           move all "-" to gl-suite-report-line(1:120).
           write gl-suite-report-record from gl-suite-report-line.
           move spaces to gl-suite-report-line.
           move 1 to gl-suite-line-ptr.
           move gl-suite-scene-count to gl-suite-num-disp.
           string "scenes=" delimited by size
                  function trim(gl-suite-num-disp) delimited by size
             into gl-suite-report-line
             with pointer gl-suite-line-ptr.
           move gl-suite-tot-checks to gl-suite-num-disp.
           string " checks=" delimited by size
                  function trim(gl-suite-num-disp) delimited by size
             into gl-suite-report-line
             with pointer gl-suite-line-ptr.
           move gl-suite-tot-passed to gl-suite-num-disp.
           string " passed=" delimited by size
                  function trim(gl-suite-num-disp) delimited by size
             into gl-suite-report-line
             with pointer gl-suite-line-ptr.
           move gl-suite-tot-failed to gl-suite-num-disp.
           string " failed=" delimited by size
                  function trim(gl-suite-num-disp) delimited by size
             into gl-suite-report-line
             with pointer gl-suite-line-ptr.
           move gl-suite-tot-errors to gl-suite-num-disp.
           string " suitelineerrors=" delimited by size
                  function trim(gl-suite-num-disp) delimited by size
             into gl-suite-report-line
             with pointer gl-suite-line-ptr.
           write gl-suite-report-record from gl-suite-report-line.
           if gl-suite-tot-failed = 0 and gl-suite-tot-errors = 0
               move "RESULT PASS" to gl-suite-report-line
           else
               move "RESULT FAIL" to gl-suite-report-line
           end-if
           write gl-suite-report-record from gl-suite-report-line.
       .
