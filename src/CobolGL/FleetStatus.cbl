       identification division.
       program-id. "FleetStatus".

      * fleet roll-up for the morning walk-round: reads a roster of
      * kiosks and, for each, the heartbeat.txt, crash-report.txt and
      * events-summary.txt that CobolGL leaves in its share, and
      * prints one line per kiosk plus totals. A heartbeat older than
      * -stale seconds is flagged STALE, fps is checked against the
      * kiosk's -minfps target, and a crash report stamped after the
      * last heartbeat means the kiosk went down and has not come back.
      *
      *   FleetStatus [-roster file] [-report file] [-stale s]
      *               [-minfps n]
      *
      * roster lines: <kiosk-name> <share-path> [minfps]
      *   lobby-01  \\LOBBY01\cobolgl  30
      * blank lines and lines starting with # are ignored; a kiosk
      * without its own minfps uses the -minfps default

       environment division.
       input-output section.
       file-control.
           select gl-fleet-roster-file assign to gl-fleet-roster-path
               organization is line sequential
               file status is gl-fleet-roster-status.
           select gl-fleet-report-file assign to gl-fleet-report-path
               organization is line sequential
               file status is gl-fleet-report-status.
           select gl-fleet-kiosk-file assign to gl-fleet-kiosk-path
               organization is line sequential
               file status is gl-fleet-kiosk-status.

       data division.
       file section.
       fd  gl-fleet-roster-file.
       01 gl-fleet-roster-record pic x(256).
       fd  gl-fleet-report-file.
       01 gl-fleet-report-record pic x(160).
       fd  gl-fleet-kiosk-file.
       01 gl-fleet-kiosk-record pic x(256).

       working-storage section.
       01 gl-fleet-roster-path pic x(256) value "fleet-roster.txt".
       01 gl-fleet-report-path pic x(256) value "fleet-report.txt".
       01 gl-fleet-kiosk-path  pic x(256).
       01 gl-fleet-roster-status pic x(2).
       01 gl-fleet-report-status pic x(2).
       01 gl-fleet-kiosk-status  pic x(2).

       01 gl-fleet-stale-seconds pic s9(9) comp-5 value 60.
       01 gl-fleet-default-minfps pic s9(9) comp-5 value 0.

       01 gl-cmd-line  pic x(256).
       01 gl-cmd-ptr   pic s9(9) comp-5.
       01 gl-cmd-token pic x(64).
       01 gl-cmd-value pic x(256).
       01 gl-cmd-eof   pic x value "N".
           88 gl-cmd-at-eof value "Y".

       01 gl-fleet-roster-eof pic x value "N".
           88 gl-fleet-roster-at-eof value "Y".
       01 gl-fleet-kiosk-eof pic x value "N".
           88 gl-fleet-kiosk-at-eof value "Y".
       01 gl-fleet-line-ptr pic s9(9) comp-5.

      * the kiosk being rolled up
       01 gl-fleet-name   pic x(32).
       01 gl-fleet-share  pic x(200).
       01 gl-fleet-minfps-token pic x(16).
       01 gl-fleet-minfps pic s9(9) comp-5.
       01 gl-fleet-sep    pic x.
       01 gl-fleet-file-name pic x(32).
       01 gl-fleet-key    pic x(32).
       01 gl-fleet-value  pic x(200).

       01 gl-fleet-hb-found pic x.
           88 gl-fleet-has-heartbeat value "Y".
       01 gl-fleet-hb-stamp   pic x(14).
       01 gl-fleet-hb-uptime  pic s9(9) comp-5.
       01 gl-fleet-hb-fps     pic s9(9) comp-5.
       01 gl-fleet-hb-scene   pic x(80).
       01 gl-fleet-hb-glerrors pic s9(9) comp-5.
       01 gl-fleet-crash-stamp pic x(14).
       01 gl-fleet-crash-api   pic x(40).
       01 gl-fleet-clicks     pic s9(9) comp-5.
       01 gl-fleet-clicks-found pic x.
           88 gl-fleet-has-clicks value "Y".

       01 gl-fleet-age-seconds pic s9(11) comp-5.
       01 gl-fleet-now-stamp  pic x(21).
       01 gl-fleet-now-seconds pic s9(11) comp-5.
       01 gl-fleet-stamp-seconds pic s9(11) comp-5.
       01 gl-fleet-stamp-work pic x(14).

       01 gl-fleet-flags pic x(40).
       01 gl-fleet-stale-flag pic x.
           88 gl-fleet-is-stale value "Y".
       01 gl-fleet-crash-flag pic x.
           88 gl-fleet-is-crashed value "Y".

      * fleet totals for the closing lines
       01 gl-fleet-totals.
           05 gl-fleet-tot-kiosks  pic s9(9) comp-5 value 0.
           05 gl-fleet-tot-missing pic s9(9) comp-5 value 0.
           05 gl-fleet-tot-stale   pic s9(9) comp-5 value 0.
           05 gl-fleet-tot-lowfps  pic s9(9) comp-5 value 0.
           05 gl-fleet-tot-glerr-kiosks pic s9(9) comp-5 value 0.
           05 gl-fleet-tot-glerrors pic s9(9) comp-5 value 0.
           05 gl-fleet-tot-crashed pic s9(9) comp-5 value 0.
           05 gl-fleet-tot-clicks  pic s9(9) comp-5 value 0.

       01 gl-fleet-report-line pic x(160).
       01 gl-fleet-detail.
           05 gl-fleet-d-name    pic x(16).
           05 filler             pic x value space.
           05 gl-fleet-d-age     pic x(9).
           05 filler             pic x value space.
           05 gl-fleet-d-scene   pic x(28).
           05 filler             pic x value space.
           05 gl-fleet-d-fps     pic x(5).
           05 filler             pic x value space.
           05 gl-fleet-d-minfps  pic x(5).
           05 filler             pic x value space.
           05 gl-fleet-d-glerr   pic x(7).
           05 filler             pic x value space.
           05 gl-fleet-d-clicks  pic x(7).
           05 filler             pic x value space.
           05 gl-fleet-d-flags   pic x(40).
       01 gl-fleet-num-disp   pic -(8)9.
       01 gl-fleet-short-disp pic zzzz9.

       procedure division.
           perform parse-command-line.

           open input gl-fleet-roster-file.
           if gl-fleet-roster-status not = "00"
               display "FleetStatus: roster not found: "
                       function trim(gl-fleet-roster-path)
               move 1 to return-code
               goback
           end-if
           open output gl-fleet-report-file.

           move function current-date to gl-fleet-now-stamp.
           move gl-fleet-now-stamp(1:14) to gl-fleet-stamp-work.
           perform stamp-to-seconds.
           move gl-fleet-stamp-seconds to gl-fleet-now-seconds.

           perform write-report-heading.
           perform read-roster-line until gl-fleet-roster-at-eof.
           perform write-report-totals.

           close gl-fleet-roster-file.
           close gl-fleet-report-file.

           display "FleetStatus: " function trim(gl-fleet-report-path)
                   " written".
           if gl-fleet-tot-stale > 0
                   or gl-fleet-tot-missing > 0
                   or gl-fleet-tot-crashed > 0
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
                   when "-roster"
                       perform read-command-line-value
                       move gl-cmd-value to gl-fleet-roster-path
                   when "-report"
                       perform read-command-line-value
                       move gl-cmd-value to gl-fleet-report-path
                   when "-stale"
                       perform read-command-line-value
                       compute gl-fleet-stale-seconds =
                           function numval(gl-cmd-value)
                       if gl-fleet-stale-seconds < 1
                           move 1 to gl-fleet-stale-seconds
                       end-if
                   when "-minfps"
                       perform read-command-line-value
                       compute gl-fleet-default-minfps =
                           function numval(gl-cmd-value)
                       if gl-fleet-default-minfps < 0
                           move 0 to gl-fleet-default-minfps
                       end-if
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
       write-report-heading.
           move spaces to gl-fleet-report-line.
           string "CobolGL fleet status  " delimited by size
                  gl-fleet-now-stamp(1:4) delimited by size
                  "-" delimited by size
                  gl-fleet-now-stamp(5:2) delimited by size
                  "-" delimited by size
                  gl-fleet-now-stamp(7:2) delimited by size
                  " " delimited by size
                  gl-fleet-now-stamp(9:2) delimited by size
                  ":" delimited by size
                  gl-fleet-now-stamp(11:2) delimited by size
                  "  roster=" delimited by size
                  function trim(gl-fleet-roster-path)
                                   delimited by size
             into gl-fleet-report-line.
           write gl-fleet-report-record from gl-fleet-report-line.
           move spaces to gl-fleet-report-line.
           move gl-fleet-stale-seconds to gl-fleet-num-disp.
           string "heartbeat older than " delimited by size
                  function trim(gl-fleet-num-disp) delimited by size
                  " seconds is STALE" delimited by size
             into gl-fleet-report-line.
           write gl-fleet-report-record from gl-fleet-report-line.
           move spaces to gl-fleet-report-record.
           write gl-fleet-report-record.

           move spaces to gl-fleet-detail.
           move "KIOSK" to gl-fleet-d-name.
           move "      AGE" to gl-fleet-d-age.
           move "SCENE" to gl-fleet-d-scene.
           move "  FPS" to gl-fleet-d-fps.
           move "  MIN" to gl-fleet-d-minfps.
           move "GLERRS" to gl-fleet-d-glerr.
           move " CLICKS" to gl-fleet-d-clicks.
           move "STATUS" to gl-fleet-d-flags.
           write gl-fleet-report-record from gl-fleet-detail.
           move all "-" to gl-fleet-report-line(1:126).
           write gl-fleet-report-record from gl-fleet-report-line.
       .
       read-roster-line.
           read gl-fleet-roster-file
               at end
                   move "Y" to gl-fleet-roster-eof
               not at end
                   perform parse-roster-line
           end-read
       .
       parse-roster-line.
           move spaces to gl-fleet-name.
           move spaces to gl-fleet-share.
           move spaces to gl-fleet-minfps-token.
           move 1 to gl-fleet-line-ptr.
           unstring gl-fleet-roster-record delimited by all space
               into gl-fleet-name
                    gl-fleet-share
                    gl-fleet-minfps-token
               with pointer gl-fleet-line-ptr
           end-unstring.
           if gl-fleet-name = spaces
                   or gl-fleet-name(1:1) = "#"
               exit paragraph
           end-if
           if gl-fleet-minfps-token = spaces
               move gl-fleet-default-minfps to gl-fleet-minfps
           else
               compute gl-fleet-minfps =
                   function numval(gl-fleet-minfps-token)
           end-if

           add 1 to gl-fleet-tot-kiosks.
           perform collect-kiosk-files.
           perform write-kiosk-line.
       .
       collect-kiosk-files.
           move "N" to gl-fleet-hb-found.
           move spaces to gl-fleet-hb-stamp.
           move spaces to gl-fleet-hb-scene.
           move 0 to gl-fleet-hb-uptime.
           move 0 to gl-fleet-hb-fps.
           move 0 to gl-fleet-hb-glerrors.
           move spaces to gl-fleet-crash-stamp.
           move spaces to gl-fleet-crash-api.
           move 0 to gl-fleet-clicks.
           move "N" to gl-fleet-clicks-found.

           move "heartbeat.txt" to gl-fleet-file-name.
           perform build-kiosk-path.
           perform read-kiosk-file.
           move "crash-report.txt" to gl-fleet-file-name.
           perform build-kiosk-path.
           perform read-kiosk-file.
           move "events-summary.txt" to gl-fleet-file-name.
           perform build-kiosk-path.
           perform read-kiosk-file.
       .
      * share path plus file name, adding a separator unless the
      * roster entry already ends in one
       build-kiosk-path.
           move spaces to gl-fleet-kiosk-path.
           move 1 to gl-fleet-line-ptr.
           string function trim(gl-fleet-share) delimited by size
             into gl-fleet-kiosk-path
             with pointer gl-fleet-line-ptr.
           move gl-fleet-kiosk-path(gl-fleet-line-ptr - 1:1)
             to gl-fleet-sep.
           if gl-fleet-sep not = "\" and gl-fleet-sep not = "/"
               string "\" delimited by size
                 into gl-fleet-kiosk-path
                 with pointer gl-fleet-line-ptr
           end-if
           string function trim(gl-fleet-file-name) delimited by size
             into gl-fleet-kiosk-path
             with pointer gl-fleet-line-ptr.
       .
       read-kiosk-file.
           move "N" to gl-fleet-kiosk-eof.
           open input gl-fleet-kiosk-file.
           if gl-fleet-kiosk-status not = "00"
               exit paragraph
           end-if
           if gl-fleet-file-name = "heartbeat.txt"
               move "Y" to gl-fleet-hb-found
           end-if
           perform read-kiosk-line until gl-fleet-kiosk-at-eof.
           close gl-fleet-kiosk-file.
       .
       read-kiosk-line.
           read gl-fleet-kiosk-file
               at end
                   move "Y" to gl-fleet-kiosk-eof
               not at end
                   perform parse-kiosk-line
           end-read
       .
      * heartbeat and crash report lines are key=value; the event
      * summary's totals line carries clicks= after the keyword
       parse-kiosk-line.
           move spaces to gl-fleet-key.
           move spaces to gl-fleet-value.
           if gl-fleet-kiosk-record(1:7) = "totals "
               unstring gl-fleet-kiosk-record(8:)
                   delimited by "=" or all space
                   into gl-fleet-key
                        gl-fleet-value
               end-unstring
           else
               unstring gl-fleet-kiosk-record delimited by "="
                   into gl-fleet-key
                        gl-fleet-value
               end-unstring
           end-if

           evaluate gl-fleet-file-name also gl-fleet-key
               when "heartbeat.txt" also "timestamp"
                   move gl-fleet-value to gl-fleet-hb-stamp
               when "heartbeat.txt" also "uptime"
                   compute gl-fleet-hb-uptime =
                       function numval(gl-fleet-value)
               when "heartbeat.txt" also "fps"
                   compute gl-fleet-hb-fps =
                       function numval(gl-fleet-value)
               when "heartbeat.txt" also "scene"
                   move gl-fleet-value to gl-fleet-hb-scene
               when "heartbeat.txt" also "glerrors"
                   compute gl-fleet-hb-glerrors =
                       function numval(gl-fleet-value)
               when "crash-report.txt" also "crashed"
                   move gl-fleet-value to gl-fleet-crash-stamp
               when "crash-report.txt" also "api"
                   move gl-fleet-value to gl-fleet-crash-api
               when "events-summary.txt" also "clicks"
                   compute gl-fleet-clicks =
                       function numval(gl-fleet-value)
                   move "Y" to gl-fleet-clicks-found
               when other
                   continue
           end-evaluate
       .
      * YYYYMMDDhhmmss in gl-fleet-stamp-work to seconds since the
      * integer-of-date epoch, so two stamps subtract directly
       stamp-to-seconds.
           move 0 to gl-fleet-stamp-seconds.
           if gl-fleet-stamp-work is not numeric
               exit paragraph
           end-if
           compute gl-fleet-stamp-seconds =
               function integer-of-date(
                   function numval(gl-fleet-stamp-work(1:8))) * 86400
               + function numval(gl-fleet-stamp-work(9:2)) * 3600
               + function numval(gl-fleet-stamp-work(11:2)) * 60
               + function numval(gl-fleet-stamp-work(13:2)).
       .
       write-kiosk-line.
           move spaces to gl-fleet-detail.
           move spaces to gl-fleet-flags.
           move "N" to gl-fleet-stale-flag.
           move "N" to gl-fleet-crash-flag.
           move 1 to gl-fleet-line-ptr.
           move gl-fleet-name to gl-fleet-d-name.

      * a crash stamped after the last heartbeat (or with no
      * heartbeat at all) means the kiosk has not come back up
           if gl-fleet-crash-stamp not = spaces
               if not gl-fleet-has-heartbeat
                       or gl-fleet-crash-stamp > gl-fleet-hb-stamp
                   move "Y" to gl-fleet-crash-flag
               end-if
           end-if

           if not gl-fleet-has-heartbeat
                   or gl-fleet-hb-stamp = spaces
               add 1 to gl-fleet-tot-missing
               move "        -" to gl-fleet-d-age
               move "    -" to gl-fleet-d-fps
               move "      -" to gl-fleet-d-glerr
               string "NO HEARTBEAT " delimited by size
                 into gl-fleet-flags
                 with pointer gl-fleet-line-ptr
           else
               move gl-fleet-hb-stamp to gl-fleet-stamp-work
               perform stamp-to-seconds
               compute gl-fleet-age-seconds =
                   gl-fleet-now-seconds - gl-fleet-stamp-seconds
               if gl-fleet-age-seconds < 0
                   move 0 to gl-fleet-age-seconds
               end-if
               move gl-fleet-age-seconds to gl-fleet-num-disp
               string gl-fleet-num-disp delimited by size
                 into gl-fleet-d-age
               move gl-fleet-hb-scene to gl-fleet-d-scene
               move gl-fleet-hb-fps to gl-fleet-short-disp
               move gl-fleet-short-disp to gl-fleet-d-fps
               move gl-fleet-hb-glerrors to gl-fleet-num-disp
               move gl-fleet-num-disp(3:7) to gl-fleet-d-glerr
               add gl-fleet-hb-glerrors to gl-fleet-tot-glerrors

               if gl-fleet-age-seconds > gl-fleet-stale-seconds
                   move "Y" to gl-fleet-stale-flag
                   add 1 to gl-fleet-tot-stale
                   string "STALE " delimited by size
                     into gl-fleet-flags
                     with pointer gl-fleet-line-ptr
               end-if
               if gl-fleet-minfps > 0
                       and gl-fleet-hb-fps < gl-fleet-minfps
                   add 1 to gl-fleet-tot-lowfps
                   string "LOW-FPS " delimited by size
                     into gl-fleet-flags
                     with pointer gl-fleet-line-ptr
               end-if
               if gl-fleet-hb-glerrors > 0
                   add 1 to gl-fleet-tot-glerr-kiosks
                   string "GL-ERRORS " delimited by size
                     into gl-fleet-flags
                     with pointer gl-fleet-line-ptr
               end-if
           end-if

           if gl-fleet-minfps > 0
               move gl-fleet-minfps to gl-fleet-short-disp
               move gl-fleet-short-disp to gl-fleet-d-minfps
           else
               move "    -" to gl-fleet-d-minfps
           end-if
           if gl-fleet-has-clicks
               move gl-fleet-clicks to gl-fleet-num-disp
               move gl-fleet-num-disp(3:7) to gl-fleet-d-clicks
               add gl-fleet-clicks to gl-fleet-tot-clicks
           else
               move "      -" to gl-fleet-d-clicks
           end-if

           if gl-fleet-is-crashed
               add 1 to gl-fleet-tot-crashed
               string "CRASHED " delimited by size
                      gl-fleet-crash-stamp(9:2) delimited by size
                      ":" delimited by size
                      gl-fleet-crash-stamp(11:2) delimited by size
                      " " delimited by size
                      function trim(gl-fleet-crash-api)
                                       delimited by size
                 into gl-fleet-flags
                 with pointer gl-fleet-line-ptr
           end-if
           if gl-fleet-flags = spaces
               move "OK" to gl-fleet-flags
           end-if
           move gl-fleet-flags to gl-fleet-d-flags.
           write gl-fleet-report-record from gl-fleet-detail.
       .
       write-report-totals.
           move all "-" to gl-fleet-report-line(1:126).
           write gl-fleet-report-record from gl-fleet-report-line.

           move spaces to gl-fleet-report-line.
           move 1 to gl-fleet-line-ptr.
           move gl-fleet-tot-kiosks to gl-fleet-num-disp.
           string "kiosks=" delimited by size
                  function trim(gl-fleet-num-disp) delimited by size
             into gl-fleet-report-line
             with pointer gl-fleet-line-ptr.
           move gl-fleet-tot-stale to gl-fleet-num-disp.
           string " stale=" delimited by size
                  function trim(gl-fleet-num-disp) delimited by size
             into gl-fleet-report-line
             with pointer gl-fleet-line-ptr.
           move gl-fleet-tot-missing to gl-fleet-num-disp.
           string " noheartbeat=" delimited by size
                  function trim(gl-fleet-num-disp) delimited by size
             into gl-fleet-report-line
             with pointer gl-fleet-line-ptr.
           move gl-fleet-tot-crashed to gl-fleet-num-disp.
           string " crashed=" delimited by size
                  function trim(gl-fleet-num-disp) delimited by size
             into gl-fleet-report-line
             with pointer gl-fleet-line-ptr.
           move gl-fleet-tot-lowfps to gl-fleet-num-disp.
           string " lowfps=" delimited by size
                  function trim(gl-fleet-num-disp) delimited by size
             into gl-fleet-report-line
             with pointer gl-fleet-line-ptr.
           write gl-fleet-report-record from gl-fleet-report-line.

           move spaces to gl-fleet-report-line.
           move 1 to gl-fleet-line-ptr.
           move gl-fleet-tot-glerr-kiosks to gl-fleet-num-disp.
           string "kiosks with gl errors=" delimited by size
                  function trim(gl-fleet-num-disp) delimited by size
             into gl-fleet-report-line
             with pointer gl-fleet-line-ptr.
           move gl-fleet-tot-glerrors to gl-fleet-num-disp.
           string " glerrors=" delimited by size
                  function trim(gl-fleet-num-disp) delimited by size
             into gl-fleet-report-line
             with pointer gl-fleet-line-ptr.
           move gl-fleet-tot-clicks to gl-fleet-num-disp.
           string " clicks=" delimited by size
                  function trim(gl-fleet-num-disp) delimited by size
             into gl-fleet-report-line
             with pointer gl-fleet-line-ptr.
           write gl-fleet-report-record from gl-fleet-report-line.
       .
