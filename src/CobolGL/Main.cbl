               organization is line sequential.
           select gl-bench-report-file assign to "bench-report.txt"
               organization is line sequential.
           select gl-bench-history-file assign to gl-bench-hist-path
               organization is line sequential
               file status is gl-bench-hist-status.
           select gl-bench-compare-file assign to "bench-compare.txt"
               organization is line sequential.
           select gl-profile-report-file
               assign to "profile-report.txt"
               organization is line sequential.
           select gl-layout-file assign to "layout.txt"
               organization is line sequential
               file status is gl-layout-file-status.
           select gl-wall-file assign to gl-wall-path
               organization is line sequential
               file status is gl-wall-file-status.
           select gl-log-file assign to "cobolgl.log"
               organization is line sequential.
           select gl-event-file assign to "events.log"
               organization is line sequential.
           select gl-glerr-file assign to "gl-errors.log"
               organization is line sequential.
           select gl-run-file assign to "cobolgl.run"
               organization is line sequential
               file status is gl-run-file-status.
           select gl-log-index-file assign to "logs\log-index.txt"
               organization is line sequential
               file status is gl-log-index-status.
           select gl-log-index-new-file
               assign to "logs\log-index.new"
               organization is line sequential
               file status is gl-log-index-new-status.
           select gl-selftest-file assign to "selftest.txt"
               organization is line sequential.
           select gl-crash-file assign to "cobolgl.crash"
           select gl-validate-report-file
               assign to "validate-report.txt"
               organization is line sequential.
           select gl-manifest-file assign to gl-manifest-path
               organization is line sequential
               file status is gl-manifest-file-status.
           select gl-manifest-report-file
               assign to "manifest-report.txt"
               organization is line sequential.
           select gl-budget-report-file
               assign to "budget-report.txt"
               organization is line sequential.
           select gl-heat-file assign to gl-heat-path
               organization is line sequential
               file status is gl-heat-file-status.
           select gl-survey-file assign to "survey-results.txt"
               organization is line sequential
               file status is gl-survey-file-status.
           select gl-survey-summary-file
               assign to "survey-summary.txt"
               organization is line sequential.
           select gl-lang-file assign to gl-lang-path
               organization is line sequential
               file status is gl-lang-file-status.
           select gl-cap-file assign to gl-cap-path
               organization is line sequential
               file status is gl-cap-file-status.
           select gl-feed-file assign to gl-feed-path
               organization is line sequential
               file status is gl-feed-file-status.

           select gl-snap-file assign to gl-snap-path
               organization is line sequential
               file status is gl-snap-file-status.

           select gl-font-file assign to gl-font-path
               organization is line sequential
               file status is gl-font-file-status.

       data division.
       file section.
       01 gl-bench-history-record pic x(256).
       fd  gl-bench-compare-file.
       01 gl-bench-compare-record pic x(256).
       fd  gl-profile-report-file.
       01 gl-profile-report-record pic x(256).
       fd  gl-layout-file.
       01 gl-layout-record pic x(128).
       fd  gl-wall-file.
       01 gl-wall-line pic x(128).
       fd  gl-log-file.
       01 gl-log-record pic x(256).
       fd  gl-event-file.
       01 gl-event-summary-record pic x(256).
       fd  gl-glerr-file.
       01 gl-glerr-record pic x(256).
       fd  gl-run-file.
       01 gl-run-record pic x(128).
       fd  gl-log-index-file.
       01 gl-log-index-record pic x(256).
       fd  gl-log-index-new-file.
       01 gl-log-index-new-record pic x(256).
       fd  gl-selftest-file.
       01 gl-selftest-record pic x(256).
       fd  gl-crash-file.
       01 gl-crash-report-record pic x(256).
       fd  gl-validate-report-file.
       01 gl-validate-report-record pic x(256).
       fd  gl-manifest-file.
       01 gl-manifest-record pic x(320).
       fd  gl-manifest-report-file.
       01 gl-manifest-report-record pic x(320).
       fd  gl-budget-report-file.
       01 gl-budget-report-record pic x(256).
       fd  gl-heat-file.
       01 gl-heat-record pic x(64).
       fd  gl-survey-file.
       01 gl-survey-record pic x(256).
       fd  gl-survey-summary-file.
       01 gl-survey-summary-record pic x(256).
       fd  gl-lang-file.
       01 gl-lang-record pic x(128).
       fd  gl-cap-file.
       01 gl-cap-record pic x(256).
       fd  gl-feed-file.
       01 gl-feed-record pic x(256).

       fd  gl-snap-file.
       01 gl-snap-record pic x(256).

       fd  gl-font-file.
       01 gl-font-record pic x(256).

       working-storage section.

       01 gl-log-return-code-disp  pic -(9)9.
       01 gl-log-error-code-disp   pic zzzzzzzz9.

      * log archiving: every start moves the previous run's
      * cobolgl.log and gl-errors.log into logs\ under names stamped
      * with that run's start, and appends a "run" line to
      * logs\log-index.txt giving its start, end and exit reason.
      * cobolgl.run carries those across: the start is written when
      * the logs open, the end and reason at a clean shutdown or a
      * fatal error; a run that left no end (killed, hung, power
      * lost) is dated by the log's last write and marked abnormal.
      * events.log rolls into logs\events-yyyymmdd.log at midnight,
      * or at the first start of a later day, with a copy of that
      * day's events-summary.txt. -logdays n (30 unless given, 0
      * keeps everything) deletes archives whose index line is more
      * than n days old and drops the line
       01 gl-run-file-status pic x(2).
       01 gl-log-index-status pic x(2).
       01 gl-log-index-new-status pic x(2).
       01 gl-run-reason pic x(12) value "quit".
       01 gl-arch-days pic s9(9) comp-5 value 30.
       01 gl-arch-eof pic x value "N".
           88 gl-arch-at-eof value "Y".
       01 gl-arch-today pic x(8).
       01 gl-arch-day   pic x(8).
       01 gl-arch-stamp pic x(14).
       01 gl-arch-prev-start  pic x(14).
       01 gl-arch-prev-end    pic x(14).
       01 gl-arch-prev-reason pic x(12).
       01 gl-arch-reason pic x(12).
       01 gl-arch-path pic x(260).
       01 gl-arch-from pic x(260).
       01 gl-arch-to   pic x(260).
       01 gl-arch-log-name   pic x(64).
       01 gl-arch-glerr-name pic x(64).
       01 gl-arch-survey-name pic x(64).
       01 gl-arch-note pic x(256) value spaces.
       01 gl-arch-line pic x(256).
       01 gl-arch-ptr  pic s9(9) comp-5.
       01 gl-arch-tokens.
           05 gl-arch-token pic x(64) occurs 7 times.
       01 gl-arch-key  pic x(16).
       01 gl-arch-value pic x(64).
       01 gl-arch-scan pic s9(9) comp-5.
       01 gl-arch-cutoff pic s9(9) comp-5.
       01 gl-arch-date-num pic 9(8).
       01 gl-arch-purged pic s9(9) comp-5.
       01 gl-arch-num-disp pic zzzz9.
       01 gl-arch-found pic x.
           88 gl-arch-file-exists value "Y".
       01 gl-arch-file-data.
           05 gl-arch-fd-attributes usage uns-int.
           05 gl-arch-fd-created    pic x(8).
           05 gl-arch-fd-accessed   pic x(8).
           05 gl-arch-fd-written    pic x(8).
           05 gl-arch-fd-size-high  usage uns-int.
           05 gl-arch-fd-size-low   usage uns-int.
       01 gl-arch-local-time pic x(8).
       01 gl-arch-system-time.
           05 gl-arch-st-year   WORD.
           05 gl-arch-st-month  WORD.
           05 gl-arch-st-dow    WORD.
           05 gl-arch-st-day    WORD.
           05 gl-arch-st-hour   WORD.
           05 gl-arch-st-minute WORD.
           05 gl-arch-st-second WORD.
           05 gl-arch-st-msec   WORD.
       01 gl-arch-stamp-parts.
           05 gl-arch-sp-year   pic 9(4).
           05 gl-arch-sp-month  pic 9(2).
           05 gl-arch-sp-day    pic 9(2).
           05 gl-arch-sp-hour   pic 9(2).
           05 gl-arch-sp-minute pic 9(2).
           05 gl-arch-sp-second pic 9(2).

       01 gl-monitor-enum-proc usage procedure-pointer.
       01 gl-window-x int.
       01 gl-window-y int.
           05 gl-layout-rect-right  int.
           05 gl-layout-rect-bottom int.

      * video wall (-wall <file>): the open windows become tiles of
      * one picture. The file gives the grid ("grid cols rows"), the
      * bezel gap between neighboring screens in pixels ("bezel
      * horizontal vertical"), each window's tile ("tile window col
      * row", counted from 1 at the top left) and the one tile that
      * carries the HUD, labels and console ("hud window", window
      * one by default). Every tile renders its off-axis slice of
      * the fly camera's frustum with the bezels counted as hidden
      * picture, so a model crossing a seam lines up across the
      * screens; tiles are taken to be the size of the window being
      * drawn. A window with no tile line keeps its own camera
       01 gl-wall-path pic x(256) value spaces.
       01 gl-wall-file-status pic x(2).
       01 gl-wall-eof pic x value "N".
           88 gl-wall-at-eof value "Y".
       01 gl-wall-mode pic x value "N".
           88 gl-wall-is-on value "Y".
       01 gl-wall-cols       int value 1.
       01 gl-wall-rows       int value 1.
       01 gl-wall-bezel-x    int value 0.
       01 gl-wall-bezel-y    int value 0.
       01 gl-wall-hud-window int value 1.
       01 gl-wall-tile-count int value 0.
       01 gl-wall-table.
           05 gl-wall-tile occurs 4 times.
               10 gl-wall-col int value 0.
               10 gl-wall-row int value 0.
       01 gl-wall-tokens.
           05 gl-wall-token pic x(16) occurs 4 times.
       01 gl-wall-index      int.
       01 gl-wall-line-count int value 0.
       01 gl-wall-num-disp   pic -(5)9.
       01 gl-wall-tile-w     usage float.
       01 gl-wall-tile-h     usage float.
       01 gl-wall-total-w    usage float.
       01 gl-wall-total-h    usage float.
       01 gl-wall-x0         usage float.
       01 gl-wall-y0         usage float.
       01 gl-wall-half-w     usage float.
       01 gl-wall-half-h     usage float.

      * WAV playback subsystem. The primary path is a software mixer
      * on winmm's waveOut: PCM sounds are loaded whole into heap
      * buffers and up to eight voices are mixed into double-buffered

      * audio mixer: output format, double buffers, sound cache and
      * voice table. Voice one is reserved for the looping music
      * track; event sounds take the first free voice above it and
      * scene sound sources the last free one below voice eight.
       78 gl-mix-rate      value 44100.
       78 gl-mix-frames    value 2048.
       78 gl-mix-sound-max value 16.
       78 gl-mix-voice-max value 8.
       01 gl-waveout-open-func      usage procedure-pointer.
       01 gl-waveout-prepare-func   usage procedure-pointer.
       01 gl-mix-buffer-2 pic x(8192).
       01 gl-mix-sounds.
           05 gl-mix-sound-count pic s9(9) comp-5 value 0.
           05 gl-mix-sound occurs 16 times.
               10 gl-mix-snd-path     pic x(256).
               10 gl-mix-snd-ptr      usage data-pointer.
               10 gl-mix-snd-frames   pic s9(9) comp-5.
               10 gl-mix-voice-step  usage d-float.
               10 gl-mix-voice-vol   usage float.
               10 gl-mix-voice-loop  pic x.
      * right-channel gain (equal to vol except on a panned scene
      * sound) and whether a scene sound source owns the voice
               10 gl-mix-voice-vol-r usage float.
               10 gl-mix-voice-spatial pic x value "N".
      * master volumes applied when a voice starts ("volume music n"
      * and "volume effects n" in the console adjust them live)
       01 gl-mix-music-vol  usage float value 0.6.
       01 gl-mix-data-size  pic s9(9) comp-5.
       01 gl-mix-scan-guard pic s9(9) comp-5.
       01 gl-mix-data-ptr   usage data-pointer.
      * scene sound source scratch
       01 gl-sound-dx    usage float.
       01 gl-sound-dy    usage float.
       01 gl-sound-dz    usage float.
       01 gl-sound-dist  usage float.
       01 gl-sound-gain  usage float.
       01 gl-sound-pan   usage float.
       01 gl-sound-left  usage float.
       01 gl-sound-right usage float.

      * remote-control pipe: a kiosk scheduler connects to
      * \\.\pipe\cobolgl and sends one text command per message;
      * the pipe is created non-blocking so the frame loop just
      * polls it once per iteration, connected or not
       01 gl-pipe-handle HANDLE.
      * CreateNamedPipeA's failure value, INVALID_HANDLE_VALUE (-1)
       01 gl-pipe-no-handle HANDLE.
       01 gl-pipe-live pic x value "N".
           88 gl-pipe-is-live value "Y".
       01 gl-pipe-buffer pic x(256).
      * fixed-size binary records (same CreateFileA/WriteFile path
      * the screenshot writer uses); -replay feeds a session file
      * back into the same tables in place of live input, frame for
      * frame, and announces on the HUD when the file runs out. Each
      * frame also carries whether the console was open and any line
      * the operator typed since the previous frame. The file opens
      * with gl-record-magic; a file without it (an older frame
      * layout) is refused rather than replayed out of step
       01 gl-record-mode pic x value "N".
           88 gl-record-is-recording value "R".
           88 gl-record-is-replaying value "P".
           05 gl-input-pad-ly usage short.
           05 gl-input-pad-rx usage short.
           05 gl-input-pad-ry usage short.
           05 gl-input-console-visible pic x.
           05 gl-input-command pic x(80).
       01 gl-record-command pic x(80) value spaces.
       01 gl-record-magic   pic x(16) value "COBOLGL-REC 0002".
       01 gl-record-header  pic x(16).

      * -convert turns a recorded session back into authored content:
      * the input frames drive the fly camera exactly as a replay
      * would, the camera is sampled every few steps and thinned to
      * the keyframes a straight-line campath needs to stay within
      * -converttolerance world units (and 20 degrees per unit of
      * turn), and the console lines typed during the session become
      * a show script timed with wait lines. A path that still needs
      * more than gl-campath-max keys is retried at double the
      * tolerance
       01 gl-conv-mode pic x value "N".
           88 gl-is-convert value "Y".
       01 gl-conv-path-out   pic x(256) value "campath-recorded.txt".
       01 gl-conv-script-out pic x(256) value "show-recorded.txt".
       01 gl-conv-tolerance usage float value 0.05.
       01 gl-conv-angle-tol usage float.
       78 gl-conv-sample-every value 3.
       78 gl-conv-buf-max value 512.
       78 gl-conv-pass-max value 8.
       01 gl-conv-pass  pic s9(9) comp-5.
       01 gl-conv-steps pic s9(9) comp-5.
       01 gl-conv-clock usage float.
       01 gl-conv-overflow pic x value "N".
           88 gl-conv-too-many value "Y".
       01 gl-conv-bad pic x.
       01 gl-conv-start.
           05 gl-conv-start-x     usage float.
           05 gl-conv-start-y     usage float.
           05 gl-conv-start-z     usage float.
           05 gl-conv-start-yaw   usage float.
           05 gl-conv-start-pitch usage float.
           05 gl-conv-start-fov   usage float.
           05 gl-conv-start-walk  pic x.
       01 gl-conv-buf-count pic s9(9) comp-5.
       01 gl-conv-buffer.
           05 gl-conv-buf occurs 512 times.
               10 gl-conv-buf-t     usage float.
               10 gl-conv-buf-x     usage float.
               10 gl-conv-buf-y     usage float.
               10 gl-conv-buf-z     usage float.
               10 gl-conv-buf-yaw   usage float.
               10 gl-conv-buf-pitch usage float.
       01 gl-conv-key-count pic s9(9) comp-5.
       01 gl-conv-keys.
           05 gl-conv-key occurs 64 times.
               10 gl-conv-key-t     usage float.
               10 gl-conv-key-x     usage float.
               10 gl-conv-key-y     usage float.
               10 gl-conv-key-z     usage float.
               10 gl-conv-key-yaw   usage float.
               10 gl-conv-key-pitch usage float.
       01 gl-conv-cmd-count pic s9(9) comp-5.
       01 gl-conv-cmds.
           05 gl-conv-cmd occurs 128 times.
               10 gl-conv-cmd-at   usage float.
               10 gl-conv-cmd-text pic x(80).
       01 gl-conv-scan   pic s9(9) comp-5.
       01 gl-conv-factor usage float.
       01 gl-conv-err    usage float.
       01 gl-conv-ip-x     usage float.
       01 gl-conv-ip-y     usage float.
       01 gl-conv-ip-z     usage float.
       01 gl-conv-ip-yaw   usage float.
       01 gl-conv-ip-pitch usage float.
       01 gl-conv-script-clock usage float.
       01 gl-conv-wait-to usage float.
       01 gl-conv-wait pic 9(5)v99.
       01 gl-conv-num-disp pic -(5)9.999.
       01 gl-conv-wait-disp pic z(4)9.99.
       01 gl-conv-text pic x(80).
       01 gl-conv-word pic x(32).
       01 gl-conv-ptr pic s9(9) comp-5.

      * camera flythrough file named by -camerapath; see
      * camera-state.cpy for the attract-mode state it feeds
       01 gl-hb-int-disp     pic -(9)9.
       01 gl-heartbeat-warned pic x value "N".

      * warm restart: every -snapshotseconds (15, 0 = off) the live
      * state goes to cobolgl.snapshot - written as a .new file and
      * moved over the old one, so a crash mid-write keeps the last
      * good copy. A start that finds cobolgl.crash written during
      * the previous run, and a snapshot taken today by that same
      * run (run= matches its start in cobolgl.run), resumes it:
      * scene, language, post effect, volumes and walk mode before
      * the scene loads; show script step and clock, attract mode
      * with its campath clock and the governor level once the frame
      * loop starts, with schedule catch-up limited to entries after
      * the snapshot. resumes= counts crashes in a row inside ten
      * minutes of a resume; at three the snapshot is refused so a
      * state that kills the kiosk is not replayed forever
       01 gl-snap-path pic x(260) value "cobolgl.snapshot".
       01 gl-snap-file-status pic x(2).
       01 gl-snap-every usage d-float value 15.0.
       01 gl-snap-next  usage d-float value 0.
       01 gl-snap-run   pic x(14) value spaces.
       01 gl-snap-eof pic x value "N".
           88 gl-snap-at-eof value "Y".
       01 gl-snap-state pic x value "N".
           88 gl-snap-resuming value "Y".
       78 gl-snap-resume-limit value 3.
       78 gl-snap-key-total value 16.
       01 gl-snap-resumes pic s9(9) comp-5 value 0.
       01 gl-snap-keys-seen pic s9(9) comp-5.
       01 gl-snap-reject pic x(80).
       01 gl-snap-key   pic x(16).
       01 gl-snap-value pic x(256).
       01 gl-snap-ptr   pic s9(9) comp-5.
       01 gl-snap-line  pic x(256).
       01 gl-snap-num-disp pic -(7)9.999.
       01 gl-snap-int-disp pic -(8)9.
       01 gl-snap-saved.
           05 gl-snap-s-run      pic x(14).
           05 gl-snap-s-written  pic x(14).
           05 gl-snap-s-hhmm     pic x(5).
           05 gl-snap-s-resumes  pic s9(9) comp-5.
           05 gl-snap-s-scene    pic x(256).
           05 gl-snap-s-language pic x(8).
           05 gl-snap-s-script   pic x(256).
           05 gl-snap-s-step     pic s9(9) comp-5.
           05 gl-snap-s-script-clock usage d-float.
           05 gl-snap-s-campath  pic x(256).
           05 gl-snap-s-campath-clock usage float.
           05 gl-snap-s-attract  pic x.
           05 gl-snap-s-effect   pic s9(9) comp-5.
           05 gl-snap-s-music    usage float.
           05 gl-snap-s-effects  usage float.
           05 gl-snap-s-walk     pic x.
           05 gl-snap-s-governor pic s9(9) comp-5.

      * kiosk presentation mode (-kiosk): windows ride topmost, the
      * machine is told not to sleep or blank while a scene is live,
      * and the cursor hides after a few quiet seconds (picking keeps
      * through the console command executor - "wait n" advances the
      * schedule clock during the parse, any other line is a console
      * command fired when its time comes; "loop" restarts the show
      * from the top once the last step has run and the clock has
      * reached the "loop" line, so trailing waits hold the restart
       78 gl-script-step-max value 128.
       01 gl-script-path pic x(256) value spaces.
       01 gl-script-file-status pic x(2).
       01 gl-script-next  pic s9(9) comp-5 value 1.
       01 gl-script-clock usage d-float value 0.
       01 gl-script-base  usage d-float value 0.
       01 gl-script-length usage d-float value 0.
       01 gl-script-loop pic x value "N".
           88 gl-script-loops value "Y".
       01 gl-script-keyword pic x(16).
           "{ out_color = vec4(1.0, 0.0, 1.0, 1.0); }".

      * HUD text subsystem: strings are drawn inside the GL frame as
      * batched quads out of a font atlas (see the fonts below), so
      * FPS, camera position and status survive fullscreen where the
      * title bar is invisible. One draw-text call handles up to 96
      * characters (576 vertices of screen-space x,y,u,v).
       01 gl-text-scale  usage float value 2.0.
       01 gl-text-char-index int.
       01 gl-text-char-code  int.
       01 gl-text-u0 usage float.
       01 gl-text-v0 usage float.
       01 gl-text-u1 usage float.
       01 gl-hud-cam-y-disp pic -(3)9.99.
       01 gl-hud-cam-z-disp pic -(3)9.99.
       01 gl-hud-pad-disp   pic 9(5).
       01 gl-text-line-step int.
       01 gl-text-top int.
       01 gl-text-pen-x usage float.
       01 gl-text-width usage float.
       01 gl-text-glyph int.

      * fonts: entry 1 is the built-in font.bmp grid (16x16 cells,
      * every glyph as wide as its cell); a scene adds its own with
      * "font <name> <bmp> <metrics>", the metrics file giving each
      * character's cell in the BMP, the width drawn from it and the
      * advance to the next character:
      *     height <pixels>                  cell height of every line
      *     char <c> <x> <y> <width> <advance>
      * x/y are the top-left of the cell in pixels, <c> is the
      * character itself or, when longer than one character, its
      * decimal code (32 is space); "#" lines are comments. Fonts
      * belong to the scene that declares them - loading another
      * scene drops them, so a scene can use only its own - and
      * each texture is uploaded once for the sharing group. The
      * table holds font.bmp and 7 more. Text is drawn in a font at
      * a pixel size (the height of a line on screen): "labelfont
      * <font> [size] [maxwidth]" under a label line sets the
      * label's, and "textfont hud|console|captions <font> [size]"
      * the other three for the scene (font.bmp at 16 unless set).
      * A character the font lacks is drawn as its "?", or left as
      * a gap
       78 gl-font-max value 8.
       78 gl-font-default-size value 16.
       78 gl-font-label-width value 320.
       01 gl-font-count pic s9(9) comp-5 value 1.
       01 gl-fonts.
           05 gl-font-entry occurs 8 times.
               10 gl-font-name      pic x(32).
               10 gl-font-bmp       pic x(256).
               10 gl-font-metrics   pic x(256).
               10 gl-font-texture   usage uns-int.
               10 gl-font-reload    pic x.
               10 gl-font-usable    pic x.
                   88 gl-font-is-usable value "Y".
               10 gl-font-bmp-ok    pic x.
               10 gl-font-atlas-w   pic s9(9) comp-5.
               10 gl-font-atlas-h   pic s9(9) comp-5.
               10 gl-font-height    pic s9(9) comp-5.
               10 gl-font-bad-lines pic s9(9) comp-5.
               10 gl-font-glyph occurs 256 times.
                   15 gl-glyph-have pic x.
                   15 gl-glyph-x    pic s9(4) comp-5.
                   15 gl-glyph-y    pic s9(4) comp-5.
                   15 gl-glyph-w    pic s9(4) comp-5.
                   15 gl-glyph-adv  pic s9(4) comp-5.
       01 gl-font-hud          pic s9(9) comp-5 value 1.
       01 gl-font-hud-size     usage float value 16.
       01 gl-font-console      pic s9(9) comp-5 value 1.
       01 gl-font-console-size usage float value 16.
       01 gl-font-captions      pic s9(9) comp-5 value 1.
       01 gl-font-captions-size usage float value 16.
       01 gl-text-font pic s9(9) comp-5 value 1.
       01 gl-text-size usage float value 16.
       01 gl-font-scan  pic s9(9) comp-5.
       01 gl-font-found pic s9(9) comp-5.
       01 gl-font-wanted pic x(32).
       01 gl-font-path pic x(256).
       01 gl-font-file-status pic x(2).
       01 gl-font-eof pic x.
           88 gl-font-at-eof value "Y".
       01 gl-font-line-no pic s9(9) comp-5.
       01 gl-font-cell int.
       01 gl-font-code int.
       01 gl-font-bad-reason pic x(48).
       01 gl-font-tokens.
           05 gl-font-token pic x(256) occurs 6 times.
       01 gl-font-num-disp pic zzzz9.
      * -validate: glyphs a font defines and how many fall outside
      * its BMP, and the characters some text needs that its font
      * lacks (each listed once, up to 32 of them)
       01 gl-font-glyph-count pic s9(9) comp-5.
       01 gl-font-outside     pic s9(9) comp-5.
       01 gl-font-fail-mark   pic s9(9) comp-5.
       01 gl-font-subject     pic x(64).
       01 gl-font-missing     pic x(32).
       01 gl-font-missing-ptr pic s9(9) comp-5.
       01 gl-font-miss-count  pic s9(9) comp-5.
       01 gl-font-miss-seen.
           05 gl-font-miss-flag pic x occurs 256 times.
      * word wrap by real glyph advances: from gl-wrap-pos in
      * gl-wrap-text the longest run that fits gl-wrap-max-w pixels
      * in the current text font and size
       01 gl-wrap-text   pic x(160).
       01 gl-wrap-len    pic s9(9) comp-5.
       01 gl-wrap-pos    pic s9(9) comp-5.
       01 gl-wrap-scan   pic s9(9) comp-5.
       01 gl-wrap-take   pic s9(9) comp-5.
       01 gl-wrap-hard   pic s9(9) comp-5.
       01 gl-wrap-space-at pic s9(9) comp-5.
       01 gl-wrap-max-w  usage float.
       01 gl-wrap-w      usage float.
       01 gl-wrap-adv    usage float.
       01 gl-wrap-char   pic x.
       01 gl-wrap-full   pic x.
       78 gl-label-line-max value 4.
       01 gl-label-wraps.
           05 gl-label-wrap-count pic s9(9) comp-5.
           05 gl-label-wrap-text pic x(96) occurs 4 times.
       01 gl-label-wrap-index pic s9(9) comp-5.
       01 gl-label-top usage float.

      * mouse-picking scratch: a world-space ray is built from the
      * cursor through the same camera/projection state the matrices
      * get their end-of-day report
       01 gl-event-last-date pic x(8) value spaces.

      * visitor sessions: the first input after a quiet spell opens
      * one; it closes when attract mode takes over (attract), when
      * the idle limit passes with no camera path to fly (idle), or
      * at shutdown. Dwell runs from the first input to the last.
      * Each closed session goes to events.log as a "session" record
      * and into the day's figures for events-summary.txt - count,
      * median and longest dwell, and sessions started per hour
       78 gl-session-dwell-max value 1000.
       01 gl-session-state pic x value "N".
           88 gl-session-is-open value "Y".
       01 gl-session-primed pic x value "N".
       01 gl-session-start pic x(14).
       01 gl-session-last  pic x(14).
       01 gl-session-elapsed usage d-float value 0.
       01 gl-session-dwell   usage d-float value 0.
       01 gl-session-scenes  pic s9(9) comp-5 value 0.
       01 gl-session-clicks  pic s9(9) comp-5 value 0.
       01 gl-session-actions pic s9(9) comp-5 value 0.
       01 gl-session-reason  pic x(8).
       01 gl-session-seconds pic s9(9) comp-5.
      * the day's sessions; dwell seconds are kept in ascending order
      * so the median is read straight off the middle
       01 gl-session-day.
           05 gl-session-count   pic s9(9) comp-5 value 0.
           05 gl-session-kept    pic s9(9) comp-5 value 0.
           05 gl-session-longest pic s9(9) comp-5 value 0.
           05 gl-session-per-hour pic s9(9) comp-5
               occurs 24 times value 0.
           05 gl-session-dwell-secs pic s9(9) comp-5
               occurs 1000 times value 0.
       01 gl-session-scan pic s9(9) comp-5.
       01 gl-session-prev pic s9(9) comp-5.
       01 gl-session-placed pic x.
       01 gl-session-hour pic 99.
       01 gl-session-median pic s9(9) comp-5.

      * click heatmap: every click's world hit point - along the
      * pick ray at the picked object, else where the ray meets the
      * floor - lands in a 128 x 128 grid of half-unit cells centred
      * on the origin. The day's grid is kept in heatmap\heat-
      * yyyymmdd.txt ("col row count" per non-empty cell), saved
      * every few minutes, at the day rollover and at shutdown. The
      * heatmap mode (-heatmap from[-to]) and console command sum a
      * date range, draw the scene from the top camera, tint the
      * cells blue through red by density and label the objects,
      * and write heatmap-from-to.bmp
       78 gl-heat-cells value 16384.
       78 gl-heat-side  value 128.
       01 gl-heat-mode pic x value "N".
           88 gl-is-heatmap value "Y".
       01 gl-heat-loaded pic x value "N".
           88 gl-heat-is-loaded value "Y".
       01 gl-heat-dirty pic x value "N".
           88 gl-heat-is-dirty value "Y".
       01 gl-heat-date pic x(8) value spaces.
       01 gl-heat-from pic x(8) value spaces.
       01 gl-heat-to   pic x(8) value spaces.
       01 gl-heat-range pic x(24) value spaces.
       01 gl-heat-minutes pic s9(9) comp-5 value 0.
       01 gl-heat-file-status pic x(2).
       01 gl-heat-path pic x(64) value spaces.
       01 gl-heat-eof pic x.
           88 gl-heat-at-eof value "Y".
       01 gl-heat-day-grid.
           05 gl-heat-day pic s9(9) comp-5
               occurs 16384 times value 0.
       01 gl-heat-sum-grid.
           05 gl-heat-sum pic s9(9) comp-5
               occurs 16384 times value 0.
       01 gl-heat-cell pic s9(9) comp-5.
       01 gl-heat-col  pic s9(9) comp-5.
       01 gl-heat-row  pic s9(9) comp-5.
       01 gl-heat-count pic s9(9) comp-5.
       01 gl-heat-max   pic s9(9) comp-5.
       01 gl-heat-total pic s9(9) comp-5.
       01 gl-heat-days  pic s9(9) comp-5.
       01 gl-heat-day-num  pic s9(9) comp-5.
       01 gl-heat-last-num pic s9(9) comp-5.
       01 gl-heat-hit-x usage float.
       01 gl-heat-hit-z usage float.
       01 gl-heat-tokens.
           05 gl-heat-token pic x(16) occurs 3 times.
       01 gl-heat-line pic x(256).
       01 gl-heat-ptr  pic s9(9) comp-5.
       01 gl-heat-num-disp pic -(8)9.
      * the top view the picture is drawn from
       01 gl-heat-win pic s9(9) comp-5.
       01 gl-heat-width  pic s9(9) comp-5.
       01 gl-heat-height pic s9(9) comp-5.
       01 gl-heat-eye-x usage float.
       01 gl-heat-eye-y usage float.
       01 gl-heat-eye-z usage float.
       01 gl-heat-fov   usage float.
       01 gl-heat-tanh   usage d-float.
       01 gl-heat-aspect usage d-float.
       01 gl-heat-min-x usage d-float.
       01 gl-heat-max-x usage d-float.
       01 gl-heat-min-z usage d-float.
       01 gl-heat-max-z usage d-float.
       01 gl-heat-top-y usage d-float.
       01 gl-heat-half  usage d-float.
       01 gl-heat-ndc   usage d-float.
       01 gl-heat-world usage d-float.
       01 gl-heat-depth usage d-float.
      * floor cell under each picture column and row; zero is off
      * the grid
       01 gl-heat-col-map.
           05 gl-heat-col-cell pic s9(9) comp-5 occurs 4096 times.
       01 gl-heat-row-map.
           05 gl-heat-row-cell pic s9(9) comp-5 occurs 4096 times.
       01 gl-heat-px pic s9(9) comp-5.
       01 gl-heat-py pic s9(9) comp-5.
       01 gl-heat-base pic s9(9) comp-5.
       01 gl-heat-level usage d-float.
       01 gl-heat-alpha usage d-float.
       01 gl-heat-red   usage d-float.
       01 gl-heat-green usage d-float.
       01 gl-heat-blue  usage d-float.
       01 gl-heat-byte  pic s9(9) comp-5.
      * labels are blitted from font.bmp straight into the picture
       01 gl-heat-font-ok pic x.
           88 gl-heat-font-is-ok value "Y".
       01 gl-heat-font-ptr usage data-pointer.
       01 gl-heat-font-row-bytes pic s9(9) comp-5.
       01 gl-heat-font-pixel pic s9(9) comp-5.
       01 gl-heat-font-height pic s9(9) comp-5.
       01 gl-heat-glyph-cell pic s9(9) comp-5.
       01 gl-heat-font-bytes pic x(134217728) based.
       01 gl-heat-text pic x(40).
       01 gl-heat-text-len pic s9(9) comp-5.
       01 gl-heat-text-x pic s9(9) comp-5.
       01 gl-heat-text-y pic s9(9) comp-5.
       01 gl-heat-text-scale pic s9(9) comp-5 value 2.
       01 gl-heat-text-color pic x(3).
       01 gl-heat-char-index pic s9(9) comp-5.
       01 gl-heat-char-code  pic s9(9) comp-5.
       01 gl-heat-glyph-x pic s9(9) comp-5.
       01 gl-heat-glyph-y pic s9(9) comp-5.
       01 gl-heat-dot-x pic s9(9) comp-5.
       01 gl-heat-dot-y pic s9(9) comp-5.
       01 gl-heat-src pic s9(9) comp-5.
       01 gl-heat-obj pic s9(9) comp-5.
       01 gl-heat-filename pic x(64).
       01 gl-heat-handle HANDLE.
       01 gl-heat-bytes usage uns-int.

      * visitor polls: "action vote <question> <answer>" makes an
      * object an answer button. Each vote is appended to
      * survey-results.txt ("stamp question= answer= scene="), with
      * vote.wav as the confirmation; a question takes one vote per
      * visitor session. survey-summary.txt is written with
      * events-summary.txt, tallying the day's votes per question
      * and answer from the results file so restarts lose nothing
       78 gl-survey-lock-max  value 16.
       78 gl-survey-tally-max value 64.
       01 gl-survey-file-status pic x(2).
       01 gl-survey-eof pic x.
           88 gl-survey-at-eof value "Y".
       01 gl-survey-question pic x(32).
       01 gl-survey-answer   pic x(32).
       01 gl-survey-line pic x(256).
       01 gl-survey-ptr  pic s9(9) comp-5.
       01 gl-survey-locks.
           05 gl-survey-voted-count pic s9(9) comp-5 value 0.
           05 gl-survey-voted pic x(32) occurs 16 times.
       01 gl-survey-tallies.
           05 gl-survey-tally-count pic s9(9) comp-5 value 0.
           05 gl-survey-tally occurs 64 times.
               10 gl-survey-tally-question pic x(32).
               10 gl-survey-tally-answer   pic x(32).
               10 gl-survey-tally-votes    pic s9(9) comp-5.
       01 gl-survey-tokens.
           05 gl-survey-token pic x(64) occurs 3 times.
       01 gl-survey-scan  pic s9(9) comp-5.
       01 gl-survey-other pic s9(9) comp-5.
       01 gl-survey-found pic s9(9) comp-5.
       01 gl-survey-total pic s9(9) comp-5.
       01 gl-survey-num-disp pic -(8)9.

      * language string tables: strings-<code>.txt holds "key text"
      * lines, '#' comments and blank lines skipped. A label whose
      * text starts with "@" names a key; labels and the HUD words
      * are looked up in the current language, then in English, and
      * failing both the bare key is shown. strings-en.txt is the
      * reference the other tables are checked against by -validate
       78 gl-lang-entry-max value 256.
       01 gl-lang-file-status pic x(2).
       01 gl-lang-path pic x(64) value spaces.
       01 gl-lang-eof pic x.
           88 gl-lang-at-eof value "Y".
       01 gl-lang-opened pic x.
           88 gl-lang-file-found value "Y".
       01 gl-lang-code   pic x(8) value "en".
       01 gl-lang-wanted pic x(8).
       01 gl-lang-line pic x(128).
       01 gl-lang-ptr  pic s9(9) comp-5.
       01 gl-lang-table.
           05 gl-lang-count pic s9(9) comp-5 value 0.
           05 gl-lang-entry occurs 256 times.
               10 gl-lang-key  pic x(32).
               10 gl-lang-text pic x(80).
       01 gl-lang-english.
           05 gl-lang-en-count pic s9(9) comp-5 value 0.
           05 gl-lang-en-entry occurs 256 times.
               10 gl-lang-en-key  pic x(32).
               10 gl-lang-en-text pic x(80).
       01 gl-lang-lookup-key  pic x(32).
       01 gl-lang-lookup-text pic x(80).
       01 gl-lang-default     pic x(16).
       01 gl-lang-scan  pic s9(9) comp-5.
       01 gl-lang-other pic s9(9) comp-5.
       01 gl-lang-found pic s9(9) comp-5.
       01 gl-lang-missing pic s9(9) comp-5.
       01 gl-lang-num-disp pic zzzz9.
       01 gl-lang-hud-fps  pic x(16) value "FPS".
       01 gl-lang-hud-cam  pic x(16) value "CAM".
       01 gl-lang-hud-pad  pic x(16) value "PAD1".
       01 gl-lang-hud-none pic x(16) value "NONE".
       01 gl-lang-hud-pick pic x(16) value "PICK".
      * -validate walks every strings-*.txt with FindFirstFileA;
      * WIN32_FIND_DATAA as the call fills it in
       01 gl-lang-find-data.
           05 gl-lang-fd-attributes usage uns-int.
           05 gl-lang-fd-created    pic x(8).
           05 gl-lang-fd-accessed   pic x(8).
           05 gl-lang-fd-written    pic x(8).
           05 gl-lang-fd-size-high  usage uns-int.
           05 gl-lang-fd-size-low   usage uns-int.
           05 gl-lang-fd-reserved   pic x(8).
           05 gl-lang-fd-name       pic x(260).
           05 gl-lang-fd-alt-name   pic x(14).
           05 filler                pic x(2).
       01 gl-lang-find-handle HANDLE.
       01 gl-lang-no-handle   HANDLE.
       01 gl-lang-finding pic x.
           88 gl-lang-has-next value "Y".
       01 gl-lang-file-name pic x(64).

      * caption track (-captions file): "start end text..." lines in
      * seconds, plus an optional "follow script|campath" line that
      * ties the times to the show script's clock or to the attract
      * flythrough's path clock (default: the script when -script
      * is given, else the path). The current caption is drawn in a
      * black subtitle band across the bottom of the HUD window (or
      * -captionwindow n, which on a wall need not be the HUD tile),
      * word-wrapped and centred; it restarts
      * with the show or path loop and is hidden while a scene fade
      * is in its dark half. "captions on|off" toggles it
       78 gl-cap-cue-max  value 128.
       78 gl-cap-line-max value 3.
       01 gl-cap-path pic x(256) value spaces.
       01 gl-cap-file-status pic x(2).
       01 gl-cap-eof pic x.
           88 gl-cap-at-eof value "Y".
       01 gl-cap-enabled pic x value "Y".
           88 gl-cap-is-on value "Y".
       01 gl-cap-follow pic x value space.
           88 gl-cap-follows-script  value "S".
           88 gl-cap-follows-campath value "C".
       01 gl-cap-window int value 0.
       01 gl-cap-bad-lines pic s9(9) comp-5 value 0.
       01 gl-cap-line-no   pic s9(9) comp-5 value 0.
       01 gl-cap-cues.
           05 gl-cap-cue-count pic s9(9) comp-5 value 0.
           05 gl-cap-cue occurs 128 times.
               10 gl-cap-cue-start usage float.
               10 gl-cap-cue-end   usage float.
               10 gl-cap-cue-text  pic x(160).
       01 gl-cap-line  pic x(256).
       01 gl-cap-ptr   pic s9(9) comp-5.
       01 gl-cap-tokens.
           05 gl-cap-token pic x(32) occurs 2 times.
       01 gl-cap-clock usage float.
       01 gl-cap-current pic s9(9) comp-5.
       01 gl-cap-scan    pic s9(9) comp-5.
       01 gl-cap-text    pic x(160).
       01 gl-cap-len     pic s9(9) comp-5.
       01 gl-cap-pos     pic s9(9) comp-5.
       01 gl-cap-take    pic s9(9) comp-5.
       01 gl-cap-width   pic s9(9) comp-5.
       01 gl-cap-wraps.
           05 gl-cap-wrap-count pic s9(9) comp-5.
           05 gl-cap-wrap occurs 3 times.
               10 gl-cap-wrap-text pic x(96).
               10 gl-cap-wrap-len  pic s9(9) comp-5.
       01 gl-cap-wrap-index pic s9(9) comp-5.
       01 gl-cap-band-w int.
       01 gl-cap-band-h int.
       01 gl-cap-black usage float value 0.0.
       01 gl-cap-num-disp pic zzzz9.

      * data feed (-feed path, often on a share another system
      * writes): "key=value" lines polled every -feedseconds (30).
      * A label's "{key}" or "{key|fallback}" placeholders are
      * filled in as it is drawn. A feed not rewritten for
      * -feedstale minutes (10, 0 = never stale) or one that cannot
      * be read shows the placeholder's fallback, else -feedfallback
      * ("--"); each change of state is logged, and the heartbeat
      * and pipe query carry feed=ok|stale|missing
       78 gl-feed-entry-max value 64.
       01 gl-feed-path pic x(256) value spaces.
       01 gl-feed-file-status pic x(2).
       01 gl-feed-eof pic x.
           88 gl-feed-at-eof value "Y".
       01 gl-feed-every usage d-float value 30.
       01 gl-feed-next  usage d-float value 0.
       01 gl-feed-stale-seconds pic s9(9) comp-5 value 600.
       01 gl-feed-fallback pic x(32) value "--".
       01 gl-feed-state pic x value "N".
           88 gl-feed-is-ok      value "O".
           88 gl-feed-is-stale   value "S".
           88 gl-feed-is-missing value "M" "N".
       01 gl-feed-prev-state pic x.
       01 gl-feed-zpath pic x(260).
       01 gl-feed-file-data.
           05 gl-feed-fd-attributes usage uns-int.
           05 gl-feed-fd-created    pic x(8).
           05 gl-feed-fd-accessed   pic x(8).
           05 gl-feed-fd-written    pic x(8).
           05 gl-feed-fd-written-ticks redefines gl-feed-fd-written
                                    pic 9(18) comp-5.
           05 gl-feed-fd-size-high  usage uns-int.
           05 gl-feed-fd-size-low   usage uns-int.
       01 gl-feed-loaded-ticks pic 9(18) comp-5 value 0.
       01 gl-feed-now-ticks    pic 9(18) comp-5.
       01 gl-feed-age pic s9(18) comp-5.
       01 gl-feed-table.
           05 gl-feed-count pic s9(9) comp-5 value 0.
           05 gl-feed-entry occurs 64 times.
               10 gl-feed-key   pic x(32).
               10 gl-feed-value pic x(64).
       01 gl-feed-line  pic x(256).
       01 gl-feed-ptr   pic s9(9) comp-5.
       01 gl-feed-scan  pic s9(9) comp-5.
       01 gl-feed-found pic s9(9) comp-5.
       01 gl-feed-braces pic s9(9) comp-5.
       01 gl-feed-pos   pic s9(9) comp-5.
       01 gl-feed-close pic s9(9) comp-5.
       01 gl-feed-out-ptr pic s9(9) comp-5.
       01 gl-feed-out   pic x(96).
       01 gl-feed-token pic x(96).
       01 gl-feed-want-key pic x(32).
       01 gl-feed-alt   pic x(64).
       01 gl-feed-text  pic x(64).
       01 gl-feed-num-disp pic zzzzzzzz9.

      * offline frame-sequence export (-export seconds, -exportfps):
      * vsync off, window kept hidden, the simulation stepped at a
      * fixed rate regardless of real time, and every rendered frame
       01 gl-gov-cooldown     int value 0.
       01 gl-gov-restore-mark int.

      * Windows Event Log alerts for the IT monitoring tool, under
      * the source "CobolGL" with one event ID per condition: fatal
      * error (the crash-report.txt text), fallback texture/shader
      * substituted (once per file), GL error count reaching
      * -glerroralert (100), FPS under -minfps for -lowfpsalert
      * seconds (120), remote pipe not opened and heartbeat file not
      * writable. Each is raised once per occurrence - a condition
      * that persists is reported again only after it has cleared
      * and come back. Batch and check runs report through their own
      * files and raise nothing; -noeventlog turns alerts off
       78 gl-evt-id-fatal     value 1000.
       78 gl-evt-id-fallback  value 1001.
       78 gl-evt-id-glerrors  value 1002.
       78 gl-evt-id-low-fps   value 1003.
       78 gl-evt-id-pipe      value 1004.
       78 gl-evt-id-heartbeat value 1005.
       78 gl-evt-type-error   value 1.
       78 gl-evt-type-warning value 2.
       01 gl-evt-mode pic x value "Y".
           88 gl-evt-is-on value "Y".
       01 gl-evt-tried pic x value "N".
       01 gl-advapi32-lib HANDLE value null.
       01 gl-register-event-source-func usage procedure-pointer.
       01 gl-report-event-func usage procedure-pointer.
       01 gl-evt-source HANDLE value null.
       01 gl-evt-id    int.
       01 gl-evt-type  int.
       01 gl-evt-text  pic x(4000).
       01 gl-evt-text-z pic x(4001).
       01 gl-evt-ptr   pic s9(9) comp-5.
       01 gl-evt-strings.
           05 gl-evt-string-addr usage pointer.
       01 gl-evt-id-disp pic z(4)9.
       01 gl-evt-glerr-limit pic s9(9) comp-5 value 100.
       01 gl-evt-glerr-raised pic x value "N".
       01 gl-evt-low-limit pic s9(9) comp-5 value 120.
       01 gl-evt-low-seconds pic s9(9) comp-5 value 0.
       01 gl-evt-low-raised pic x value "N".
       78 gl-evt-seen-max value 32.
       01 gl-evt-seen-count pic s9(9) comp-5 value 0.
       01 gl-evt-seen-table.
           05 gl-evt-seen pic x(256) occurs 32 times.
       01 gl-evt-scan pic s9(9) comp-5.
       01 gl-evt-found pic x.
       01 gl-evt-crash-eof pic x.
           88 gl-evt-crash-at-eof value "Y".

      * content preflight (-validate): checks everything the scene
      * references - BMP headers, OBJ parses, shader compiles, WAV
      * headers - without showing a window, writes a PASS/FAIL
       01 gl-validate-fail-count pic s9(9) comp-5 value 0.
       01 gl-validate-scan pic s9(9) comp-5.

      * content manifest: -manifest <file> walks everything the scene
      * references (the scene file, meshes and terrain heightmaps,
      * textures, sky faces, shaders, the HUD font, campath, show
      * script, music and sound-action WAVs, linked scenes) and
      * writes one "kind size checksum path" line per file;
      * -verifymanifest <file> walks the same list on this machine,
      * checks it against the master manifest and reports MISSING /
      * CHANGED / EXTRA per file in manifest-report.txt, exiting
      * nonzero on any difference so the deploy job can stop.
      * Checksums are Adler-32, printed as eight hex digits.
       78 gl-manifest-entry-max value 128.
       01 gl-manifest-mode pic x value "N".
           88 gl-is-manifest-write  value "W".
           88 gl-is-manifest-verify value "V".
       01 gl-manifest-path pic x(256) value spaces.
       01 gl-manifest-file-status pic x(2).
       01 gl-manifest-eof pic x value "N".
           88 gl-manifest-at-eof value "Y".
       01 gl-manifest-entries.
           05 gl-manifest-count pic s9(9) comp-5 value 0.
           05 gl-manifest-entry occurs 128 times.
               10 gl-manifest-name    pic x(256).
               10 gl-manifest-kind    pic x(8).
               10 gl-manifest-size    pic s9(18) comp-5.
               10 gl-manifest-sum     pic x(8).
               10 gl-manifest-present pic x.
                   88 gl-manifest-is-present value "Y".
               10 gl-manifest-listed  pic x.
                   88 gl-manifest-is-listed value "Y".
       01 gl-manifest-source pic x(256).
       01 gl-manifest-source-kind pic x(8).
       01 gl-manifest-scan  pic s9(9) comp-5.
       01 gl-manifest-found pic s9(9) comp-5.
       01 gl-manifest-match pic s9(9) comp-5.
       01 gl-manifest-diff-count pic s9(9) comp-5 value 0.
      * the scene parse result as load-scene-description left it -
      * -manifest and -budget report it after the model loader has
      * re-used gl-scene-load-failed and gl-error-message
       01 gl-scene-parse-failed pic x value "N".
           88 gl-scene-parse-has-failed value "Y".
       01 gl-scene-parse-message pic x(300) value spaces.
       01 gl-manifest-line pic x(320).
       01 gl-manifest-ptr  pic s9(9) comp-5.
       01 gl-manifest-size-disp pic z(11)9.
       01 gl-manifest-num-disp  pic zzzz9.
      * master-manifest line as read back
       01 gl-manifest-m-kind pic x(8).
       01 gl-manifest-m-size pic x(16).
       01 gl-manifest-m-sum  pic x(8).
       01 gl-manifest-m-name pic x(256).
       01 gl-manifest-m-size-num pic s9(18) comp-5.
      * file probe: existence and size from GetFileAttributesExA,
      * checksum from a 4K ReadFile loop
       01 gl-manifest-file-path pic x(260).
       01 gl-manifest-file-data.
           05 gl-manifest-fd-attributes usage uns-int.
           05 gl-manifest-fd-times      pic x(24).
           05 gl-manifest-fd-size-high  usage uns-int.
           05 gl-manifest-fd-size-low   usage uns-int.
       01 gl-manifest-handle HANDLE.
       01 gl-manifest-chunk pic x(4096).
       01 gl-manifest-bytes usage uns-int.
       01 gl-manifest-byte-index pic s9(9) comp-5.
       01 gl-manifest-adler-a pic 9(18) comp-5.
       01 gl-manifest-adler-b pic 9(18) comp-5.
       01 gl-manifest-adler   pic 9(18) comp-5.
       01 gl-manifest-hex-digit pic s9(9) comp-5.
       01 gl-manifest-hex-pos   pic s9(9) comp-5.
       01 gl-manifest-hex-chars pic x(16) value "0123456789ABCDEF".
       01 gl-manifest-probe-size pic s9(18) comp-5.
       01 gl-manifest-probe-sum  pic x(8).
       01 gl-manifest-probe-found pic x.
           88 gl-manifest-probe-exists value "Y".

      * asset budget report: -budget <mb> runs after the scene parse
      * and the window layout, before any window exists, and sizes
      * what the scene will hold on the card - each texture as it is
      * uploaded (w x h x 3, x 4 when it carries alpha), each mesh's
      * vertex and index buffers, the sky cube, the font, and the
      * shadow map and offscreen post target every window builds,
      * plus the shared particle buffers. budget-report.txt lists
      * the textures largest first and the registries against their
      * caps, and flags OVER when the total passes the machine's
      * budget (256MB unless given) or, with -budgettexture <mb>,
      * when one texture passes that; either exits 1
       01 gl-budget-mode pic x value "N".
           88 gl-is-budget value "Y".
       01 gl-budget-limit-mb   pic s9(9) comp-5 value 256.
       01 gl-budget-texture-mb pic s9(9) comp-5 value 0.
       01 gl-budget-limit      pic s9(18) comp-5.
       01 gl-budget-texture-limit pic s9(18) comp-5.
       01 gl-budget-total      pic s9(18) comp-5.
       01 gl-budget-bytes      pic s9(18) comp-5.
       01 gl-budget-vbo-bytes  pic s9(18) comp-5.
       01 gl-budget-ebo-bytes  pic s9(18) comp-5.
       01 gl-budget-over-count pic s9(9) comp-5 value 0.
       01 gl-budget-textures.
           05 gl-budget-tex-count pic s9(9) comp-5 value 0.
           05 gl-budget-tex occurs 16 times.
               10 gl-budget-tex-slot   pic s9(9) comp-5.
               10 gl-budget-tex-width  pic s9(9) comp-5.
               10 gl-budget-tex-height pic s9(9) comp-5.
               10 gl-budget-tex-texel  pic s9(9) comp-5.
               10 gl-budget-tex-bytes  pic s9(18) comp-5.
               10 gl-budget-tex-ok     pic x.
                   88 gl-budget-tex-is-ok value "Y".
       01 gl-budget-tex-hold.
           05 filler pic s9(9) comp-5 occurs 4 times.
           05 filler pic s9(18) comp-5.
           05 filler pic x.
       01 gl-budget-scan pic s9(9) comp-5.
       01 gl-budget-pass pic s9(9) comp-5.
       01 gl-budget-next pic s9(9) comp-5.
       01 gl-budget-count   pic s9(9) comp-5.
       01 gl-budget-cap     pic s9(9) comp-5.
       01 gl-budget-missing pic s9(9) comp-5.
       01 gl-budget-width  pic s9(9) comp-5.
       01 gl-budget-height pic s9(9) comp-5.
       01 gl-budget-line pic x(256).
       01 gl-budget-ptr  pic s9(9) comp-5.
       01 gl-budget-kind   pic x(10).
       01 gl-budget-detail pic x(24).
       01 gl-budget-item   pic x(256).
       01 gl-budget-flag   pic x(8).
       01 gl-budget-bytes-disp pic z(11)9.
       01 gl-budget-mb-disp    pic zzzzz9.99.
       01 gl-budget-num-disp   pic zzzz9.
       01 gl-budget-max-disp   pic zzzz9.

      * golden-image regression mode: -goldencheck renders one
      * deterministic frame (camera at its start pose, elapsed time
      * zero so nothing spins, no HUD), reads it back and compares
      * against golden.bmp (or the -goldenimage file) within a
      * per-channel tolerance; -goldenwrite captures a fresh baseline
      * the same way
       01 gl-golden-mode pic x value "N".
           88 gl-golden-check-mode value "C".
           88 gl-golden-write-mode value "W".
       01 gl-golden-pixels pic x(6220800).
       01 gl-golden-image   pic x(256) value "golden.bmp".
       01 gl-golden-image-z pic x(260).
       01 gl-golden-tolerance   int value 8.
       01 gl-golden-diff-count  int value 0.
       01 gl-golden-diff-disp   pic zzzzzzz9.
       01 gl-bench-bucket      int.
       01 gl-bench-histogram.
           03 gl-bench-bucket-count int occurs 1000 times.
      * object draws per level of detail over the whole run, level
      * zero (the object's own mesh) first, to tune lod distances
       01 gl-bench-lod-counts.
           03 gl-bench-lod-draws int occurs 4 times value 0.
       01 gl-bench-lod-index int.
       01 gl-bench-cumulative  int.
       01 gl-bench-target      int.
       01 gl-bench-report-line pic x(256).
      * compared against the most recent previous run on the same
      * renderer; an average frame time more than -benchthreshold
      * percent worse flags a regression and the process exits
      * nonzero so the nightly job can alert; -benchhistory names
      * another history file so each scene can keep its own
       01 gl-bench-hist-path pic x(256) value "bench-history.txt".
       01 gl-bench-hist-status pic x(2).
       01 gl-bench-hist-eof pic x value "N".
           88 gl-bench-hist-at-eof value "Y".
       01 gl-bench-prev-date pic x(16).
       01 gl-bench-hist-line pic x(256).
       01 gl-bench-stats-part    pic x(128).

      * -profile: every phase of the main loop and of render-window
      * is bracketed with QueryPerformanceCounter ticks. Render phases
      * end with glFinish so the GPU work lands in the phase that
      * queued it rather than in the buffer swap - the mode costs
      * some frame rate, it is for finding out where the time goes.
      * Times add up per frame (the simulation runs several steps)
      * and each frame's figure goes into a 0.05ms-bucket histogram
      * per phase and window, the -bench way, so p95 needs no sort.
      * Slot one holds the main-loop phases, slots two to five the
      * render phases of windows one to four. The simulation figure
      * excludes the particle update, which is reported on its own.
      * profile-report.txt is written on the way out
       78 gl-prof-phase-max value 11.
       78 gl-prof-sim       value 1.
       78 gl-prof-particles value 2.
       78 gl-prof-shadow    value 3.
       78 gl-prof-skybox    value 4.
       78 gl-prof-opaque    value 5.
       78 gl-prof-blended   value 6.
       78 gl-prof-draw-part value 7.
       78 gl-prof-post      value 8.
       78 gl-prof-hud       value 9.
       78 gl-prof-audio     value 10.
       78 gl-prof-swap      value 11.
       01 gl-profile-mode pic x value "N".
           88 gl-is-profile value "Y".
       01 gl-prof-names.
           05 filler pic x(16) value "simulation".
           05 filler pic x(16) value "update-particles".
           05 filler pic x(16) value "shadow-pass".
           05 filler pic x(16) value "skybox".
           05 filler pic x(16) value "opaque-pass".
           05 filler pic x(16) value "blended-pass".
           05 filler pic x(16) value "draw-particles".
           05 filler pic x(16) value "post-effect".
           05 filler pic x(16) value "hud".
           05 filler pic x(16) value "audio".
           05 filler pic x(16) value "swap".
       01 gl-prof-name-table redefines gl-prof-names.
           05 gl-prof-name pic x(16) occurs 11 times.
       01 gl-prof-starts.
           05 gl-prof-start-tick usage l-long occurs 11 times.
       01 gl-prof-table.
           05 gl-prof-slot-entry occurs 5 times.
               10 gl-prof-cell occurs 11 times.
                   15 gl-prof-frame-ms usage d-float.
                   15 gl-prof-touched  pic x.
                       88 gl-prof-is-touched value "Y".
                   15 gl-prof-count    int.
                   15 gl-prof-sum-ms   usage d-float.
                   15 gl-prof-max-ms   usage d-float.
                   15 gl-prof-bucket-count int occurs 1000 times.
       01 gl-prof-phase    int.
       01 gl-prof-slot     int.
       01 gl-prof-scan     int.
       01 gl-prof-bucket   int.
       01 gl-prof-target   int.
       01 gl-prof-cumulative int.
       01 gl-prof-frames   int value 0.
       01 gl-prof-now-tick usage l-long.
       01 gl-prof-ms       usage d-float.
       01 gl-prof-p95-ms   usage d-float.
       01 gl-prof-line     pic x(256).
       01 gl-prof-ms-disp  pic zzz9.999.
       01 gl-prof-num-disp pic zzzzzzz9.
       01 gl-bench-renderer-part pic x(128).
       01 gl-bench-hist-tokens.
           05 gl-bench-hist-token pic x(32) occurs 6 times.

           perform configure-startup.
           perform parse-command-line.
           perform load-restart-snapshot.
           perform load-language-tables.
           perform purge-log-archives.
           perform init-camera.
           perform init-actions.
           perform load-bindings.
           perform load-camera-path.
           perform load-show-script.
           perform load-caption-file.
           perform load-schedule-file.
           perform load-scene-description.
           move gl-scene-load-failed to gl-scene-parse-failed.
           move gl-error-message to gl-scene-parse-message.
           if gl-manifest-mode not = "N"
               perform run-manifest
               perform close-diagnostic-log
               if gl-manifest-diff-count > 0
                   call winapi "ExitProcess" using by value 1 size 2
               end-if
               goback
           end-if
           perform build-window-title.
           perform enumerate-monitors.
           perform load-window-layout.
           perform load-wall-layout.
           if gl-is-budget
               perform run-budget-report
               perform close-diagnostic-log
               if gl-budget-over-count > 0
                   call winapi "ExitProcess" using by value 1 size 2
               end-if
               goback
           end-if

           perform GetWGLFunctions.
           perform GetXInputFunctions.
               goback
           end-if

           if gl-is-convert
               perform run-session-convert
               perform shutdown-windows
               perform close-diagnostic-log
               if gl-conv-key-count = 0
                   call winapi "ExitProcess" using by value 1 size 2
               end-if
               goback
           end-if

           if gl-is-heatmap
               perform run-heatmap-report
               perform shutdown-windows
               perform close-diagnostic-log
               if gl-heat-filename = spaces
                   call winapi "ExitProcess" using by value 1 size 2
               end-if
               goback
           end-if

           perform setup-audio-mixer.
           perform start-background-music.
           perform setup-remote-pipe.
           perform setup-input-recording.
           perform load-heat-day.

      * open the display from black; validation runs returned
      * above, and exported footage must start clean rather than
               by reference gl-perf-last-tick.
           move gl-perf-last-tick to gl-time-prev-tick.
           move 0 to gl-elapsed-seconds.
           perform apply-restart-snapshot.

           if gl-is-export
               compute gl-export-total =
                   if gl-is-bench
                       perform record-bench-frame
                   end-if
                   move gl-prof-sim to gl-prof-phase
                   perform profile-phase-start
                   perform advance-simulation
                   move gl-prof-sim to gl-prof-phase
                   perform profile-phase-stop
                   perform update-fade-state
                   perform interpolate-render-state
                   perform refresh-scene-world
                   perform update-picking
                   perform check-hotspot-click
                   perform render-window
                   end-if
                   perform update-fps-counter
                   perform update-quality-governor
                   perform check-low-fps-alert
                   perform check-glerror-alert
                   perform poll-data-feed
                   perform write-heartbeat-file
                   perform write-restart-snapshot
                   perform apply-window-title
                       varying gl-window-index from 1 by 1
                       until gl-window-index > gl-window-count
                   move gl-prof-audio to gl-prof-phase
                   perform profile-phase-start
                   perform process-audio-events
                   move gl-prof-audio to gl-prof-phase
                   perform profile-phase-stop
                   perform profile-frame-end
               else
      * actions are normally sampled inside the simulation steps;
      * keep them alive while no window is active so a pad-bound
               perform write-bench-report
               perform update-bench-history
           end-if
           if gl-is-profile and gl-prof-frames > 0
               perform write-profile-report
           end-if

           if gl-record-handle not = null
               call winapi "CloseHandle" using
           goback
           .
       open-diagnostic-log.
           perform archive-previous-run.
           open output gl-log-file.
           open output gl-glerr-file.
           perform write-run-start.
           if gl-arch-note not = spaces
               write gl-log-record from gl-arch-note
           end-if
           perform roll-stale-event-log.
      * the event log appends across restarts so a day's activity
      * survives a mid-day crash or reboot
           open extend gl-event-file.
           end-if
       .
       close-diagnostic-log.
           perform save-heat-day.
           if gl-session-is-open
               move "shutdown" to gl-session-reason
               perform close-visitor-session
           end-if
           if gl-event-is-live
               perform write-event-summary
               close gl-event-file
           end-if
           close gl-log-file.
           close gl-glerr-file.
           perform write-run-end.
       .
      * cobolgl.run: "start=stamp" when the logs open, then
      * "end=stamp reason=why" when the run ends in a known way
       write-run-start.
           move function current-date to gl-log-timestamp.
           move gl-log-timestamp(1:14) to gl-snap-run.
           move spaces to gl-arch-line.
           string "start=" delimited by size
                  gl-log-timestamp(1:14) delimited by size
             into gl-arch-line.
           open output gl-run-file.
           if gl-run-file-status = "00"
               write gl-run-record from gl-arch-line
               close gl-run-file
           end-if
       .
       write-run-end.
           move function current-date to gl-log-timestamp.
           move spaces to gl-arch-line.
           string "end=" delimited by size
                  gl-log-timestamp(1:14) delimited by size
                  " reason=" delimited by size
                  function trim(gl-run-reason) delimited by size
             into gl-arch-line.
           open extend gl-run-file.
           if gl-run-file-status = "00"
               write gl-run-record from gl-arch-line
               close gl-run-file
           end-if
       .
      * runs before the new logs open: moves the last run's pair
      * into logs\ and indexes them; the outcome is kept in
      * gl-arch-note for the new cobolgl.log
       archive-previous-run.
           move spaces to gl-arch-note.
           move function current-date to gl-log-timestamp.
           move gl-log-timestamp(1:8) to gl-arch-today.
           move "cobolgl.log" to gl-arch-path.
           perform probe-archive-file.
           if not gl-arch-file-exists
               exit paragraph
           end-if

           move spaces to gl-arch-prev-start.
           move spaces to gl-arch-prev-end.
           move spaces to gl-arch-prev-reason.
           move "N" to gl-arch-eof.
           open input gl-run-file.
           if gl-run-file-status = "00"
               perform read-run-line until gl-arch-at-eof
               close gl-run-file
           end-if
           if gl-arch-prev-start = spaces
               move gl-arch-stamp to gl-arch-prev-start
           end-if
           if gl-arch-prev-end = spaces
               move gl-arch-stamp to gl-arch-prev-end
               move "abnormal" to gl-arch-prev-reason
           end-if

           perform ensure-log-archive-dir.
           move spaces to gl-arch-log-name.
           string "logs\cobolgl-" delimited by size
                  gl-arch-prev-start(1:8) delimited by size
                  "-" delimited by size
                  gl-arch-prev-start(9:6) delimited by size
                  ".log" delimited by size
             into gl-arch-log-name.
           move spaces to gl-arch-glerr-name.
           string "logs\gl-errors-" delimited by size
                  gl-arch-prev-start(1:8) delimited by size
                  "-" delimited by size
                  gl-arch-prev-start(9:6) delimited by size
                  ".log" delimited by size
             into gl-arch-glerr-name.

           move "cobolgl.log" to gl-arch-from.
           move gl-arch-log-name to gl-arch-to.
           perform move-archive-file.
           if gl-ok = 0
               string "previous run log not archived: "
                                       delimited by size
                      function trim(gl-arch-log-name)
                                       delimited by size
                 into gl-arch-note
               exit paragraph
           end-if
           move "gl-errors.log" to gl-arch-from.
           move gl-arch-glerr-name to gl-arch-to.
           perform move-archive-file.

           move spaces to gl-arch-line.
           string "run start=" delimited by size
                  gl-arch-prev-start delimited by size
                  " end=" delimited by size
                  gl-arch-prev-end delimited by size
                  " reason=" delimited by size
                  function trim(gl-arch-prev-reason) delimited by size
                  " log=" delimited by size
                  function trim(gl-arch-log-name) delimited by size
                  " glerrors=" delimited by size
                  function trim(gl-arch-glerr-name) delimited by size
             into gl-arch-line.
           perform append-log-index-line.
           string "previous run archived: " delimited by size
                  function trim(gl-arch-log-name) delimited by size
                  " reason=" delimited by size
                  function trim(gl-arch-prev-reason) delimited by size
             into gl-arch-note.
       .
       read-run-line.
           read gl-run-file
               at end
                   move "Y" to gl-arch-eof
               not at end
                   perform parse-run-line
           end-read
       .
       parse-run-line.
           move spaces to gl-arch-tokens.
           unstring gl-run-record delimited by all space
               into gl-arch-token(1)
                    gl-arch-token(2)
           end-unstring.
           if gl-arch-token(1)(1:6) = "start="
               move gl-arch-token(1)(7:14) to gl-arch-prev-start
           end-if
           if gl-arch-token(1)(1:4) = "end="
               move gl-arch-token(1)(5:14) to gl-arch-prev-end
               move gl-arch-token(2)(8:12) to gl-arch-prev-reason
           end-if
       .
      * events.log left over from an earlier day (the kiosk was off
      * at midnight) rolls before the new day appends to it
       roll-stale-event-log.
           move "events.log" to gl-arch-path.
           perform probe-archive-file.
           if not gl-arch-file-exists
               exit paragraph
           end-if
           if gl-arch-stamp(1:8) >= gl-arch-today
               exit paragraph
           end-if
           move gl-arch-stamp(1:8) to gl-arch-day.
           move "startup" to gl-arch-reason.
           perform archive-event-log.
       .
      * events.log (closed by the caller) and the day's summary into
      * logs\ for gl-arch-day, with an index line
       archive-event-log.
           perform ensure-log-archive-dir.
           move spaces to gl-arch-log-name.
           string "logs\events-" delimited by size
                  gl-arch-day delimited by size
                  ".log" delimited by size
             into gl-arch-log-name.
           move "events.log" to gl-arch-from.
           move gl-arch-log-name to gl-arch-to.
           perform move-archive-file.
           if gl-ok = 0
               move spaces to gl-log-line
               string "events log not archived: " delimited by size
                      function trim(gl-arch-log-name)
                                       delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if

           move spaces to gl-arch-glerr-name.
           string "logs\events-summary-" delimited by size
                  gl-arch-day delimited by size
                  ".txt" delimited by size
             into gl-arch-glerr-name.
           move spaces to gl-arch-from.
           string "events-summary.txt" delimited by size
                  x"00" delimited by size
             into gl-arch-from.
           move spaces to gl-arch-to.
           string function trim(gl-arch-glerr-name) delimited by size
                  x"00" delimited by size
             into gl-arch-to.
           call winapi "CopyFileA" using
               by reference gl-arch-from
               by reference gl-arch-to
               by value 0
               returning gl-ok.

      * the day's poll tally goes with it when there is one
           move spaces to gl-arch-survey-name.
           string "logs\survey-summary-" delimited by size
                  gl-arch-day delimited by size
                  ".txt" delimited by size
             into gl-arch-survey-name.
           move spaces to gl-arch-from.
           string "survey-summary.txt" delimited by size
                  x"00" delimited by size
             into gl-arch-from.
           move spaces to gl-arch-to.
           string function trim(gl-arch-survey-name) delimited by size
                  x"00" delimited by size
             into gl-arch-to.
           call winapi "CopyFileA" using
               by reference gl-arch-from
               by reference gl-arch-to
               by value 0
               returning gl-ok.
           if gl-ok = 0
               move spaces to gl-arch-survey-name
           end-if

           move function current-date to gl-log-timestamp.
           move spaces to gl-arch-line.
           move 1 to gl-arch-ptr.
           string "events start=" delimited by size
                  gl-arch-day delimited by size
                  "000000 end=" delimited by size
                  gl-log-timestamp(1:14) delimited by size
                  " reason=" delimited by size
                  function trim(gl-arch-reason) delimited by size
                  " log=" delimited by size
                  function trim(gl-arch-log-name) delimited by size
                  " summary=" delimited by size
                  function trim(gl-arch-glerr-name) delimited by size
             into gl-arch-line
             with pointer gl-arch-ptr.
           if gl-arch-survey-name not = spaces
               string " survey=" delimited by size
                      function trim(gl-arch-survey-name)
                                       delimited by size
                 into gl-arch-line
                 with pointer gl-arch-ptr
           end-if
           perform append-log-index-line.

           move spaces to gl-log-line.
           string "events log archived: " delimited by size
                  function trim(gl-arch-log-name) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       append-log-index-line.
           open extend gl-log-index-file.
           if gl-log-index-status not = "00"
               open output gl-log-index-file
           end-if
           if gl-log-index-status = "00"
               write gl-log-index-record from gl-arch-line
               close gl-log-index-file
           end-if
       .
       ensure-log-archive-dir.
           call winapi "CreateDirectoryA" using
               by reference "logs" & x"00"
               by value 0
               returning gl-ok.
       .
      * gl-arch-from -> gl-arch-to; an existing target is left alone
      * and gl-ok comes back zero
       move-archive-file.
           move gl-arch-from to gl-arch-path.
           move spaces to gl-arch-from.
           string function trim(gl-arch-path) delimited by size
                  x"00" delimited by size
             into gl-arch-from.
           move gl-arch-to to gl-arch-path.
           move spaces to gl-arch-to.
           string function trim(gl-arch-path) delimited by size
                  x"00" delimited by size
             into gl-arch-to.
           call winapi "MoveFileExA" using
               by reference gl-arch-from
               by reference gl-arch-to
               by value 0
               returning gl-ok.
       .
      * existence of gl-arch-path, and its last write as a local
      * yyyymmddhhmmss stamp in gl-arch-stamp
       probe-archive-file.
           move "N" to gl-arch-found.
           move spaces to gl-arch-stamp.
           move spaces to gl-arch-from.
           string function trim(gl-arch-path) delimited by size
                  x"00" delimited by size
             into gl-arch-from.
           call winapi "GetFileAttributesExA" using
               by reference gl-arch-from
               by value 0
               by reference gl-arch-file-data
               returning gl-ok.
           if gl-ok = 0
               exit paragraph
           end-if
           move "Y" to gl-arch-found.
           call winapi "FileTimeToLocalFileTime" using
               by reference gl-arch-fd-written
               by reference gl-arch-local-time
               returning gl-ok.
           call winapi "FileTimeToSystemTime" using
               by reference gl-arch-local-time
               by reference gl-arch-system-time
               returning gl-ok.
           move gl-arch-st-year   to gl-arch-sp-year.
           move gl-arch-st-month  to gl-arch-sp-month.
           move gl-arch-st-day    to gl-arch-sp-day.
           move gl-arch-st-hour   to gl-arch-sp-hour.
           move gl-arch-st-minute to gl-arch-sp-minute.
           move gl-arch-st-second to gl-arch-sp-second.
           move gl-arch-stamp-parts to gl-arch-stamp.
       .
      * retention: index lines dated before the cutoff lose their
      * files and drop out; the survivors are rewritten through
      * log-index.new
       purge-log-archives.
           if gl-arch-days = 0
               exit paragraph
           end-if
           move function current-date to gl-log-timestamp.
           move gl-log-timestamp(1:8) to gl-arch-date-num.
           compute gl-arch-cutoff =
               function integer-of-date(gl-arch-date-num)
                   - gl-arch-days.
           move 0 to gl-arch-purged.
           move "N" to gl-arch-eof.
           open input gl-log-index-file.
           if gl-log-index-status not = "00"
               exit paragraph
           end-if
           open output gl-log-index-new-file.
           if gl-log-index-new-status not = "00"
               close gl-log-index-file
               exit paragraph
           end-if
           perform read-log-index-line until gl-arch-at-eof.
           close gl-log-index-file.
           close gl-log-index-new-file.

           if gl-arch-purged = 0
               call winapi "DeleteFileA" using
                   by reference "logs\log-index.new" & x"00"
                   returning gl-ok
               exit paragraph
           end-if
           call winapi "MoveFileExA" using
               by reference "logs\log-index.new" & x"00"
               by reference "logs\log-index.txt" & x"00"
               by value 1
               returning gl-ok.
           move spaces to gl-log-line.
           move gl-arch-purged to gl-arch-num-disp.
           move gl-arch-days to gl-hb-int-disp.
           string "log archives purged: " delimited by size
                  function trim(gl-arch-num-disp) delimited by size
                  " older than " delimited by size
                  function trim(gl-hb-int-disp) delimited by size
                  " days" delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       read-log-index-line.
           read gl-log-index-file
               at end
                   move "Y" to gl-arch-eof
               not at end
                   perform purge-log-index-line
           end-read
       .
       purge-log-index-line.
           move spaces to gl-arch-tokens.
           unstring gl-log-index-record delimited by all space
               into gl-arch-token(1)
                    gl-arch-token(2)
                    gl-arch-token(3)
                    gl-arch-token(4)
                    gl-arch-token(5)
                    gl-arch-token(6)
                    gl-arch-token(7)
           end-unstring.
           if gl-arch-token(2)(1:6) not = "start="
                   or gl-arch-token(2)(7:8) not numeric
               write gl-log-index-new-record from gl-log-index-record
               exit paragraph
           end-if
           move gl-arch-token(2)(7:8) to gl-arch-date-num.
           if function integer-of-date(gl-arch-date-num)
                   >= gl-arch-cutoff
               write gl-log-index-new-record from gl-log-index-record
               exit paragraph
           end-if
           add 1 to gl-arch-purged.
           perform delete-indexed-archive
               varying gl-arch-scan from 5 by 1
               until gl-arch-scan > 7.
       .
       delete-indexed-archive.
           move spaces to gl-arch-key.
           move spaces to gl-arch-value.
           unstring gl-arch-token(gl-arch-scan) delimited by "="
               into gl-arch-key
                    gl-arch-value
           end-unstring.
           if gl-arch-value = spaces
               exit paragraph
           end-if
           move spaces to gl-arch-from.
           string function trim(gl-arch-value) delimited by size
                  x"00" delimited by size
             into gl-arch-from.
           call winapi "DeleteFileA" using
               by reference gl-arch-from
               returning gl-ok.
       .
      * timestamped line into events.log; callers fill gl-event-line
       log-visitor-event.
             with pointer temp-num.
           write gl-event-summary-record from gl-event-line.

           perform write-session-summary.

           close gl-event-summary-file.
           perform write-survey-summary.
       .
      * dwell figures for the day; with more sessions than the table
      * holds, the median covers the first ones kept
       write-session-summary.
           move 0 to gl-session-median.
           if gl-session-kept > 0
               if function mod(gl-session-kept, 2) = 1
                   compute gl-session-scan = (gl-session-kept + 1) / 2
                   move gl-session-dwell-secs(gl-session-scan)
                     to gl-session-median
               else
                   compute gl-session-scan = gl-session-kept / 2
                   compute gl-session-prev = gl-session-scan + 1
                   compute gl-session-median rounded =
                       (gl-session-dwell-secs(gl-session-scan)
                      + gl-session-dwell-secs(gl-session-prev)) / 2
               end-if
           end-if

           move spaces to gl-event-line.
           move 1 to temp-num.
           move gl-session-count to gl-event-num-disp.
           string "sessions count=" delimited by size
                  function trim(gl-event-num-disp)
                                   delimited by size
             into gl-event-line
             with pointer temp-num.
           move gl-session-median to gl-event-num-disp.
           string " medianseconds=" delimited by size
                  function trim(gl-event-num-disp)
                                   delimited by size
             into gl-event-line
             with pointer temp-num.
           move gl-session-longest to gl-event-num-disp.
           string " longestseconds=" delimited by size
                  function trim(gl-event-num-disp)
                                   delimited by size
             into gl-event-line
             with pointer temp-num.
           write gl-event-summary-record from gl-event-line.

           perform write-session-hour
               varying gl-session-scan from 1 by 1
               until gl-session-scan > 24.
       .
       write-session-hour.
           if gl-session-per-hour(gl-session-scan) = 0
               exit paragraph
           end-if
           compute gl-session-hour = gl-session-scan - 1.
           move gl-session-per-hour(gl-session-scan)
             to gl-event-num-disp.
           move spaces to gl-event-line.
           string "sessions hour=" delimited by size
                  gl-session-hour delimited by size
                  " count=" delimited by size
                  function trim(gl-event-num-disp)
                                   delimited by size
             into gl-event-line.
           write gl-event-summary-record from gl-event-line.
       .
       write-one-event-tally.
           move spaces to gl-event-line.
               end-if
               write gl-validate-report-record from gl-validate-line
           end-if
           perform validate-one-sound
               varying gl-sound-index from 1 by 1
               until gl-sound-index > gl-scene-sound-count.

           perform validate-language-tables.

           if gl-cap-path not = spaces
               move spaces to gl-validate-line
               move gl-cap-cue-count to gl-cap-num-disp
               evaluate true
                   when gl-cap-file-status not = "00"
                       add 1 to gl-validate-fail-count
                       string "FAIL captions " delimited by size
                              function trim(gl-cap-path)
                                           delimited by size
                              " (missing or unreadable)"
                                           delimited by size
                         into gl-validate-line
                   when gl-cap-bad-lines > 0
                       add 1 to gl-validate-fail-count
                       move gl-cap-bad-lines to gl-cap-num-disp
                       string "FAIL captions " delimited by size
                              function trim(gl-cap-path)
                                           delimited by size
                              " (" delimited by size
                              function trim(gl-cap-num-disp)
                                           delimited by size
                              " bad lines - see cobolgl.log)"
                                           delimited by size
                         into gl-validate-line
                   when other
                       string "PASS captions " delimited by size
                              function trim(gl-cap-path)
                                           delimited by size
                              " cues=" delimited by size
                              function trim(gl-cap-num-disp)
                                           delimited by size
                         into gl-validate-line
               end-evaluate
               write gl-validate-report-record from gl-validate-line
           end-if

           perform validate-fonts.

           move spaces to gl-validate-line.
           move gl-validate-fail-count to gl-pipe-num-disp.

           close gl-validate-report-file.
       .
      * a declared font must have readable metrics with a height,
      * no bad lines, a BMP that loads and every cell inside it;
      * then the text each font is given - labels in the current
      * language, caption cues and the HUD's fixed words and digits
      * - must have a glyph for every character
       validate-fonts.
           perform validate-one-font
               varying gl-validate-scan from 2 by 1
               until gl-validate-scan > gl-font-count.

           move gl-validate-fail-count to gl-font-fail-mark.
           perform validate-label-glyphs
               varying gl-scene-draw-index from 1 by 1
               until gl-scene-draw-index > gl-scene-object-count.
           if gl-cap-path not = spaces
                   and gl-cap-file-status = "00"
               move gl-font-captions to gl-text-font
               move gl-font-captions-size to gl-text-size
               perform validate-caption-glyphs
                   varying gl-cap-scan from 1 by 1
                   until gl-cap-scan > gl-cap-cue-count
           end-if
           move gl-font-hud to gl-text-font.
           move gl-font-hud-size to gl-text-size.
           move spaces to gl-wrap-text.
           string function trim(gl-lang-hud-fps) delimited by size
                  " " delimited by size
                  function trim(gl-lang-hud-cam) delimited by size
                  " " delimited by size
                  function trim(gl-lang-hud-pad) delimited by size
                  " " delimited by size
                  function trim(gl-lang-hud-none) delimited by size
                  " " delimited by size
                  function trim(gl-lang-hud-pick) delimited by size
                  " 0123456789.-" delimited by size
             into gl-wrap-text.
           move function length(function trim(gl-wrap-text trailing))
             to gl-wrap-len.
           move "hud" to gl-font-subject.
           perform check-text-glyphs.
           if gl-validate-fail-count = gl-font-fail-mark
               move "PASS glyphs labels, captions and hud"
                 to gl-validate-line
               write gl-validate-report-record from gl-validate-line
           end-if
       .
       validate-one-font.
           move 0 to gl-font-glyph-count.
           move 0 to gl-font-outside.
           perform count-font-glyph
               varying gl-font-scan from 1 by 1
               until gl-font-scan > 256.
           move spaces to gl-validate-line.
           move 1 to gl-font-missing-ptr.
           string "FAIL font " delimited by size
                  function trim(gl-font-name(gl-validate-scan))
                                   delimited by size
                  " (" delimited by size
             into gl-validate-line
             with pointer gl-font-missing-ptr.
           evaluate true
               when not gl-font-is-usable(gl-validate-scan)
                   add 1 to gl-validate-fail-count
                   string function trim(
                              gl-font-metrics(gl-validate-scan))
                                       delimited by size
                          " missing or without a height line)"
                                       delimited by size
                     into gl-validate-line
                     with pointer gl-font-missing-ptr
               when gl-font-bad-lines(gl-validate-scan) > 0
                   add 1 to gl-validate-fail-count
                   move gl-font-bad-lines(gl-validate-scan)
                     to gl-font-num-disp
                   string function trim(gl-font-num-disp)
                                       delimited by size
                          " bad metrics lines - see cobolgl.log)"
                                       delimited by size
                     into gl-validate-line
                     with pointer gl-font-missing-ptr
               when gl-font-bmp-ok(gl-validate-scan) not = "Y"
                   add 1 to gl-validate-fail-count
                   string function trim(gl-font-bmp(gl-validate-scan))
                                       delimited by size
                          " missing or unsupported BMP)"
                                       delimited by size
                     into gl-validate-line
                     with pointer gl-font-missing-ptr
               when gl-font-outside > 0
                   add 1 to gl-validate-fail-count
                   move gl-font-outside to gl-font-num-disp
                   string function trim(gl-font-num-disp)
                                       delimited by size
                          " glyph cells outside the BMP)"
                                       delimited by size
                     into gl-validate-line
                     with pointer gl-font-missing-ptr
               when other
                   move spaces to gl-validate-line
                   move gl-font-glyph-count to gl-font-num-disp
                   string "PASS font " delimited by size
                          function trim(gl-font-name(gl-validate-scan))
                                       delimited by size
                          " glyphs=" delimited by size
                          function trim(gl-font-num-disp)
                                       delimited by size
                     into gl-validate-line
           end-evaluate.
           write gl-validate-report-record from gl-validate-line.
       .
       count-font-glyph.
           if gl-glyph-have(gl-validate-scan, gl-font-scan) not = "Y"
               exit paragraph
           end-if
           add 1 to gl-font-glyph-count.
           if gl-glyph-x(gl-validate-scan, gl-font-scan) < 0
                   or gl-glyph-y(gl-validate-scan, gl-font-scan) < 0
                   or gl-glyph-x(gl-validate-scan, gl-font-scan) +
                      gl-glyph-w(gl-validate-scan, gl-font-scan) >
                      gl-font-atlas-w(gl-validate-scan)
                   or gl-glyph-y(gl-validate-scan, gl-font-scan) +
                      gl-font-height(gl-validate-scan) >
                      gl-font-atlas-h(gl-validate-scan)
               add 1 to gl-font-outside
           end-if
       .
      * the label's text as draw-object-label resolves it
       validate-label-glyphs.
           if not gl-scene-obj-is-label(gl-scene-draw-index)
                   or gl-scene-obj-label(gl-scene-draw-index)
                       = spaces
               exit paragraph
           end-if
           move spaces to gl-text-string.
           if gl-scene-obj-label(gl-scene-draw-index)(1:1) = "@"
               move gl-scene-obj-label(gl-scene-draw-index)(2:)
                 to gl-lang-lookup-key
               perform resolve-language-text
               move gl-lang-lookup-text to gl-text-string
           else
               move gl-scene-obj-label(gl-scene-draw-index)
                 to gl-text-string
           end-if
           perform expand-feed-placeholders.
           move 0 to gl-text-length.
           perform measure-text-char
               varying gl-text-char-index from 1 by 1
               until gl-text-char-index > gl-text-max-chars.
           move gl-text-string to gl-wrap-text.
           move gl-text-length to gl-wrap-len.
           move gl-scene-obj-label-font(gl-scene-draw-index)
             to gl-text-font.
           move gl-scene-obj-label-size(gl-scene-draw-index)
             to gl-text-size.
           move spaces to gl-font-subject.
           string "label " delimited by size
                  function trim(gl-scene-obj-name(gl-scene-draw-index))
                                   delimited by size
             into gl-font-subject.
           perform check-text-glyphs.
       .
       validate-caption-glyphs.
           move gl-cap-cue-text(gl-cap-scan) to gl-wrap-text.
           move function length(function trim(gl-wrap-text trailing))
             to gl-wrap-len.
           move gl-cap-scan to gl-font-num-disp.
           move spaces to gl-font-subject.
           string "caption cue " delimited by size
                  function trim(gl-font-num-disp) delimited by size
             into gl-font-subject.
           perform check-text-glyphs.
       .
      * gl-wrap-text(1:gl-wrap-len) against the font draw-text would
      * use for gl-text-font; spaces need no glyph
       check-text-glyphs.
           perform select-text-font.
           move spaces to gl-font-miss-seen.
           move spaces to gl-font-missing.
           move 1 to gl-font-missing-ptr.
           move 0 to gl-font-miss-count.
           perform check-text-glyph
               varying gl-wrap-scan from 1 by 1
               until gl-wrap-scan > gl-wrap-len.
           if gl-font-miss-count = 0
               exit paragraph
           end-if
           add 1 to gl-validate-fail-count.
           move gl-font-miss-count to gl-font-num-disp.
           move spaces to gl-validate-line.
           string "FAIL glyphs " delimited by size
                  function trim(gl-font-subject) delimited by size
                  " (font " delimited by size
                  function trim(gl-font-name(gl-text-font))
                                   delimited by size
                  " lacks " delimited by size
                  function trim(gl-font-num-disp) delimited by size
                  ": " delimited by size
                  gl-font-missing(1:gl-font-missing-ptr - 1)
                                   delimited by size
                  ")" delimited by size
             into gl-validate-line.
           write gl-validate-report-record from gl-validate-line.
       .
       check-text-glyph.
           move gl-wrap-text(gl-wrap-scan:1) to gl-wrap-char.
           if gl-wrap-char = space
               exit paragraph
           end-if
           compute gl-text-glyph = function ord(gl-wrap-char).
           if gl-glyph-have(gl-text-font, gl-text-glyph) = "Y"
                   or gl-font-miss-flag(gl-text-glyph) = "Y"
               exit paragraph
           end-if
           move "Y" to gl-font-miss-flag(gl-text-glyph).
           add 1 to gl-font-miss-count.
           if gl-font-missing-ptr <= 32
               move gl-wrap-char
                 to gl-font-missing(gl-font-missing-ptr:1)
               add 1 to gl-font-missing-ptr
           end-if
       .
       validate-one-texture.
           if gl-texture-is-flipbook(gl-validate-scan)
               perform validate-flipbook
               exit paragraph
           end-if
           move spaces to gl-texture-path.
           string function trim(
                      gl-texture-name(gl-validate-scan))
                                delimited by size
                  x"00" delimited by size
             into gl-texture-path.
           perform read-bmp-pixels.
           move spaces to gl-validate-line.
           if gl-texture-is-ok
               string "PASS texture " delimited by size
                      function trim(
                          gl-texture-name(gl-validate-scan))
                                       delimited by size
                 into gl-validate-line
           else
               add 1 to gl-validate-fail-count
               string "FAIL texture " delimited by size
                      function trim(
                          gl-texture-name(gl-validate-scan))
                                       delimited by size
                      " (missing or unsupported BMP)"
                                       delimited by size
                 into gl-validate-line
           end-if
           write gl-validate-report-record from gl-validate-line.
       .
      * a sequence fails for a gap in its numbering, a frame that
      * will not read, or a frame sized unlike the first one
       validate-flipbook.
           move gl-validate-scan to gl-flip-entry.
           perform locate-flipbook-digits.
           move gl-validate-fail-count to gl-flip-fail-mark.
           move 0 to gl-flip-width.
           move 0 to gl-flip-height.
           if gl-texture-name-span(gl-flip-entry) = 0
               add 1 to gl-validate-fail-count
               move spaces to gl-validate-line
               string "FAIL texture " delimited by size
                      function trim(gl-texture-name(gl-flip-entry))
                                       delimited by size
                      " (no frames found)" delimited by size
                 into gl-validate-line
               write gl-validate-report-record from gl-validate-line
               exit paragraph
           end-if
           perform validate-flipbook-frame
               varying gl-flip-scan from 1 by 1
               until gl-flip-scan > gl-texture-name-span(gl-flip-entry).
           if gl-validate-fail-count = gl-flip-fail-mark
               move gl-texture-name-frames(gl-flip-entry)
                 to gl-flip-number-disp
               move spaces to gl-validate-line
               string "PASS texture " delimited by size
                      function trim(gl-texture-name(gl-flip-entry))
                                       delimited by size
                      " (" delimited by size
                      function trim(gl-flip-number-disp)
                                       delimited by size
                      " frames)" delimited by size
                 into gl-validate-line
               write gl-validate-report-record from gl-validate-line
           end-if
       .
       validate-flipbook-frame.
           compute gl-flip-number =
               gl-texture-name-first(gl-flip-entry) + gl-flip-scan - 1.
           perform build-flipbook-frame-path.
           move spaces to gl-validate-line.
           move 1 to gl-flip-ptr.
           string "FAIL texture " delimited by size
                  gl-flip-path delimited by x"00"
             into gl-validate-line
             with pointer gl-flip-ptr.
           if gl-texture-frame-have(gl-flip-entry, gl-flip-scan)
                   not = "Y"
               add 1 to gl-validate-fail-count
               string " (missing from " delimited by size
                      function trim(gl-texture-name(gl-flip-entry))
                                       delimited by size
                      ")" delimited by size
                 into gl-validate-line
                 with pointer gl-flip-ptr
               write gl-validate-report-record from gl-validate-line
               exit paragraph
           end-if
           move gl-flip-path to gl-texture-path.
           perform read-bmp-pixels.
           if not gl-texture-is-ok
               add 1 to gl-validate-fail-count
               string " (unsupported BMP)" delimited by size
                 into gl-validate-line
                 with pointer gl-flip-ptr
               write gl-validate-report-record from gl-validate-line
               exit paragraph
           end-if
           if gl-flip-width = 0
               move gl-bmp-width to gl-flip-width
               move gl-bmp-height to gl-flip-height
               exit paragraph
           end-if
           if gl-bmp-width not = gl-flip-width
                   or gl-bmp-height not = gl-flip-height
               add 1 to gl-validate-fail-count
               move gl-bmp-width to gl-flip-size-disp
               string " (" delimited by size
                      function trim(gl-flip-size-disp)
                                       delimited by size
                      "x" delimited by size
                 into gl-validate-line
                 with pointer gl-flip-ptr
               move gl-bmp-height to gl-flip-size-disp
               string function trim(gl-flip-size-disp)
                                       delimited by size
                      ", first frame " delimited by size
                 into gl-validate-line
                 with pointer gl-flip-ptr
               move gl-flip-width to gl-flip-size-disp
               string function trim(gl-flip-size-disp)
                                       delimited by size
                      "x" delimited by size
                 into gl-validate-line
                 with pointer gl-flip-ptr
               move gl-flip-height to gl-flip-size-disp
               string function trim(gl-flip-size-disp)
                                       delimited by size
                      ")" delimited by size
                 into gl-validate-line
                 with pointer gl-flip-ptr
               write gl-validate-report-record from gl-validate-line
           end-if
       .
       validate-one-mesh.
           move gl-mesh-name(gl-validate-scan) to gl-mesh-source.
           if gl-mesh-source = "quad"
               exit paragraph
           end-if
           write gl-validate-report-record from gl-validate-line.
       .
      * -manifest / -verifymanifest: runs straight after the scene
      * parse, before any window exists - nothing here needs GL
       run-manifest.
           move 0 to gl-manifest-count.
           move 0 to gl-manifest-diff-count.
           perform collect-manifest-files.
           if gl-is-manifest-write
               perform write-manifest-file
           else
               perform verify-manifest-file
           end-if
       .
       collect-manifest-files.
           move gl-cfg-scene to gl-manifest-source.
           move "scene" to gl-manifest-source-kind.
           perform add-manifest-file.
           perform add-manifest-include
               varying gl-manifest-scan from 2 by 1
               until gl-manifest-scan > gl-scene-src-file-count.

           perform add-manifest-mesh
               varying gl-manifest-scan from 1 by 1
               until gl-manifest-scan > gl-mesh-name-count.
           move "texture" to gl-manifest-source-kind.
           perform add-manifest-texture
               varying gl-manifest-scan from 1 by 1
               until gl-manifest-scan > gl-texture-name-count.

           move "shader" to gl-manifest-source-kind.
           move gl-cfg-vertex-shader to gl-manifest-source.
           perform add-manifest-file.
           move gl-cfg-fragment-shader to gl-manifest-source.
           perform add-manifest-file.
           move "text.vert" to gl-manifest-source.
           perform add-manifest-file.
           move "text.frag" to gl-manifest-source.
           perform add-manifest-file.
           move "post.vert" to gl-manifest-source.
           perform add-manifest-file.
           move "post.frag" to gl-manifest-source.
           perform add-manifest-file.
           move "particle.vert" to gl-manifest-source.
           perform add-manifest-file.
           move "particle.frag" to gl-manifest-source.
           perform add-manifest-file.
           move "shadow.vert" to gl-manifest-source.
           perform add-manifest-file.
           move "shadow.frag" to gl-manifest-source.
           perform add-manifest-file.
           if gl-skybox-wanted
               move "sky.vert" to gl-manifest-source
               perform add-manifest-file
               move "sky.frag" to gl-manifest-source
               perform add-manifest-file
               move "skybox" to gl-manifest-source-kind
               perform add-manifest-sky-face
                   varying gl-manifest-scan from 1 by 1
                   until gl-manifest-scan > 6
           end-if

           move "font" to gl-manifest-source-kind.
           move "font.bmp" to gl-manifest-source.
           perform add-manifest-file.
           perform add-manifest-font
               varying gl-manifest-scan from 2 by 1
               until gl-manifest-scan > gl-font-count.
           move "campath" to gl-manifest-source-kind.
           move gl-campath-path to gl-manifest-source.
           perform add-manifest-file.
           move "script" to gl-manifest-source-kind.
           move gl-script-path to gl-manifest-source.
           perform add-manifest-file.
           move "captions" to gl-manifest-source-kind.
           move gl-cap-path to gl-manifest-source.
           perform add-manifest-file.
           move "music" to gl-manifest-source-kind.
           move gl-cfg-music to gl-manifest-source.
           perform add-manifest-file.
      * the event sounds process-audio-events and the F12 screenshot
      * play by fixed name
           move "sound" to gl-manifest-source-kind.
           move "activate.wav" to gl-manifest-source.
           perform add-manifest-file.
           move "button.wav" to gl-manifest-source.
           perform add-manifest-file.
           move "shutter.wav" to gl-manifest-source.
           perform add-manifest-file.
           move "strings" to gl-manifest-source-kind.
           if gl-lang-en-count > 0
               move "strings-en.txt" to gl-manifest-source
               perform add-manifest-file
           end-if
           if gl-lang-code not = "en"
               move spaces to gl-manifest-source
               string "strings-" delimited by size
                      function trim(gl-lang-code) delimited by size
                      ".txt" delimited by size
                 into gl-manifest-source
               perform add-manifest-file
           end-if

           perform add-manifest-action
               varying gl-manifest-scan from 1 by 1
               until gl-manifest-scan > gl-scene-object-count.
           move "sound" to gl-manifest-source-kind.
           perform add-manifest-sound
               varying gl-manifest-scan from 1 by 1
               until gl-manifest-scan > gl-scene-sound-count.
       .
       add-manifest-mesh.
           move gl-mesh-name(gl-manifest-scan) to gl-mesh-source.
           if gl-mesh-source = "quad"
               exit paragraph
           end-if
           if gl-mesh-source(1:8) = "terrain:"
               move spaces to gl-terrain-tag
               move spaces to gl-terrain-file
               unstring gl-mesh-source delimited by ":"
                   into gl-terrain-tag
                        gl-terrain-file
               end-unstring
               move gl-terrain-file to gl-manifest-source
               move "terrain" to gl-manifest-source-kind
           else
               move gl-mesh-source to gl-manifest-source
               move "mesh" to gl-manifest-source-kind
           end-if
           perform add-manifest-file.
       .
       add-manifest-include.
           move gl-scene-src-name(gl-manifest-scan)
             to gl-manifest-source.
           perform add-manifest-file.
       .
       add-manifest-texture.
           if gl-texture-is-flipbook(gl-manifest-scan)
               move gl-manifest-scan to gl-flip-entry
               perform locate-flipbook-digits
               perform add-manifest-frame
                   varying gl-flip-scan from 1 by 1
                   until gl-flip-scan >
                       gl-texture-name-span(gl-flip-entry)
               exit paragraph
           end-if
           move gl-texture-name(gl-manifest-scan)
             to gl-manifest-source.
           perform add-manifest-file.
       .
       add-manifest-frame.
           if gl-texture-frame-have(gl-flip-entry, gl-flip-scan)
                   not = "Y"
               exit paragraph
           end-if
           compute gl-flip-number =
               gl-texture-name-first(gl-flip-entry) + gl-flip-scan - 1.
           perform build-flipbook-frame-path.
           move spaces to gl-manifest-source.
           string gl-flip-path delimited by x"00"
             into gl-manifest-source.
           perform add-manifest-file.
       .
       add-manifest-font.
           move gl-font-bmp(gl-manifest-scan) to gl-manifest-source.
           perform add-manifest-file.
           move gl-font-metrics(gl-manifest-scan) to gl-manifest-source.
           perform add-manifest-file.
       .
       add-manifest-sky-face.
           move gl-sky-face-name(gl-manifest-scan)
             to gl-manifest-source.
           perform add-manifest-file.
       .
       add-manifest-sound.
           move gl-scene-sound-file(gl-manifest-scan)
             to gl-manifest-source.
           perform add-manifest-file.
       .
      * sound actions name WAVs, scene actions name the scene files
      * a click can switch to - both have to be on the kiosk - and a
      * vote button needs the confirmation sound
       add-manifest-action.
           evaluate gl-scene-obj-action-kind(gl-manifest-scan)
               when "W"
                   move "sound" to gl-manifest-source-kind
               when "S"
                   move "scene" to gl-manifest-source-kind
               when "V"
                   move "sound" to gl-manifest-source-kind
                   move "vote.wav" to gl-manifest-source
                   perform add-manifest-file
                   exit paragraph
               when "L"
                   move "strings" to gl-manifest-source-kind
                   move spaces to gl-manifest-source
                   string "strings-" delimited by size
                          function trim(gl-scene-obj-action-arg
                              (gl-manifest-scan)) delimited by size
                          ".txt" delimited by size
                     into gl-manifest-source
                   perform add-manifest-file
                   exit paragraph
               when other
                   exit paragraph
           end-evaluate
           move gl-scene-obj-action-arg(gl-manifest-scan)
             to gl-manifest-source.
           perform add-manifest-file.
       .
      * registers gl-manifest-source once (names compare without
      * regard to case, as Windows paths do) and probes it here
       add-manifest-file.
           if gl-manifest-source = spaces
               exit paragraph
           end-if
           move 0 to gl-manifest-found.
           perform match-manifest-name
               varying gl-manifest-match from 1 by 1
               until gl-manifest-match > gl-manifest-count.
           if gl-manifest-found > 0
               exit paragraph
           end-if
           if gl-manifest-count >= gl-manifest-entry-max
               move spaces to gl-log-line
               string "manifest full, not listed: " delimited by size
                      function trim(gl-manifest-source)
                                       delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           add 1 to gl-manifest-count.
           move gl-manifest-source
             to gl-manifest-name(gl-manifest-count).
           move gl-manifest-source-kind
             to gl-manifest-kind(gl-manifest-count).
           move "N" to gl-manifest-listed(gl-manifest-count).
           perform probe-manifest-file.
           move gl-manifest-probe-found
             to gl-manifest-present(gl-manifest-count).
           move gl-manifest-probe-size
             to gl-manifest-size(gl-manifest-count).
           move gl-manifest-probe-sum
             to gl-manifest-sum(gl-manifest-count).
       .
       match-manifest-name.
           if function lower-case(gl-manifest-name(gl-manifest-match))
                   = function lower-case(gl-manifest-source)
               move gl-manifest-match to gl-manifest-found
           end-if
       .
      * size and Adler-32 of the file named in gl-manifest-source;
      * the sums are folded modulo 65521 once per 4K chunk, which
      * keeps both well inside the 18-digit accumulators
       probe-manifest-file.
           move "N" to gl-manifest-probe-found.
           move 0 to gl-manifest-probe-size.
           move "--------" to gl-manifest-probe-sum.
           move spaces to gl-manifest-file-path.
           string function trim(gl-manifest-source) delimited by size
                  x"00" delimited by size
             into gl-manifest-file-path.
           call winapi "GetFileAttributesExA" using
               by reference gl-manifest-file-path
               by value 0
               by reference gl-manifest-file-data
               returning gl-ok.
           if gl-ok = 0
               exit paragraph
           end-if
           move "Y" to gl-manifest-probe-found.
           compute gl-manifest-probe-size =
               gl-manifest-fd-size-high * 4294967296
               + gl-manifest-fd-size-low.

           call winapi "CreateFileA" using
               by reference gl-manifest-file-path
               by value generic-read
               by value 0
               by value 0
               by value open-existing
               by value file-attribute-normal
               by value 0
               returning gl-manifest-handle.
           if gl-manifest-handle = null
               exit paragraph
           end-if
           move 1 to gl-manifest-adler-a.
           move 0 to gl-manifest-adler-b.
           move 1 to gl-manifest-bytes.
           perform sum-manifest-chunk until gl-manifest-bytes = 0.
           call winapi "CloseHandle" using
               by value gl-manifest-handle.

           compute gl-manifest-adler =
               gl-manifest-adler-b * 65536 + gl-manifest-adler-a.
           perform format-manifest-hex-digit
               varying gl-manifest-hex-pos from 8 by -1
               until gl-manifest-hex-pos < 1.
       .
       sum-manifest-chunk.
           move 0 to gl-manifest-bytes.
           call winapi "ReadFile" using
               by value gl-manifest-handle
               by reference gl-manifest-chunk
               by value function length(gl-manifest-chunk)
               by reference gl-manifest-bytes
               by value 0
               returning gl-ok.
           if gl-ok = 0
               move 0 to gl-manifest-bytes
           end-if
           perform sum-manifest-byte
               varying gl-manifest-byte-index from 1 by 1
               until gl-manifest-byte-index > gl-manifest-bytes.
           compute gl-manifest-adler-a =
               function mod(gl-manifest-adler-a, 65521).
           compute gl-manifest-adler-b =
               function mod(gl-manifest-adler-b, 65521).
       .
       sum-manifest-byte.
           compute gl-manifest-adler-a = gl-manifest-adler-a
               + function ord(
                   gl-manifest-chunk(gl-manifest-byte-index:1)) - 1.
           add gl-manifest-adler-a to gl-manifest-adler-b.
       .
       format-manifest-hex-digit.
           compute gl-manifest-hex-digit =
               function mod(gl-manifest-adler, 16).
           compute gl-manifest-adler =
               (gl-manifest-adler - gl-manifest-hex-digit) / 16.
           move gl-manifest-hex-chars(gl-manifest-hex-digit + 1:1)
             to gl-manifest-probe-sum(gl-manifest-hex-pos:1).
       .
      * a file the scene needs but that is not here is written with
      * a dashed checksum and fails the run - a master manifest must
      * be complete before it is pushed. A scene that did not parse
      * fails it too; its FAIL line goes in as a "#" comment so the
      * file still reads as a manifest
       write-manifest-file.
           open output gl-manifest-file.
           if gl-manifest-file-status not = "00"
               add 1 to gl-manifest-diff-count
               move spaces to gl-log-line
               string "manifest not writable: " delimited by size
                      function trim(gl-manifest-path)
                                       delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if

           move function current-date to gl-log-timestamp.
           move spaces to gl-manifest-line.
           move gl-manifest-count to gl-manifest-num-disp.
           if gl-cfg-scene = spaces
               string "# manifest scene=(default) created="
                                       delimited by size
                      gl-log-timestamp(1:14) delimited by size
                      " files=" delimited by size
                      function trim(gl-manifest-num-disp)
                                       delimited by size
                 into gl-manifest-line
           else
               string "# manifest scene=" delimited by size
                      function trim(gl-cfg-scene) delimited by size
                      " created=" delimited by size
                      gl-log-timestamp(1:14) delimited by size
                      " files=" delimited by size
                      function trim(gl-manifest-num-disp)
                                       delimited by size
                 into gl-manifest-line
           end-if
           write gl-manifest-record from gl-manifest-line.
           if gl-scene-parse-has-failed
               add 1 to gl-manifest-diff-count
               move spaces to gl-manifest-line
               string "# FAIL scene " delimited by size
                      gl-scene-parse-message delimited by x"00"
                 into gl-manifest-line
               write gl-manifest-record from gl-manifest-line
               move spaces to gl-log-line
               string "manifest: FAIL scene " delimited by size
                      gl-scene-parse-message delimited by x"00"
                 into gl-log-line
               write gl-log-record from gl-log-line
           end-if
           perform write-manifest-entry
               varying gl-manifest-scan from 1 by 1
               until gl-manifest-scan > gl-manifest-count.
           close gl-manifest-file.

           move spaces to gl-log-line.
           move gl-manifest-diff-count to gl-pipe-num-disp.
           string "manifest written: " delimited by size
                  function trim(gl-manifest-path) delimited by size
                  " files=" delimited by size
                  function trim(gl-manifest-num-disp)
                                   delimited by size
                  " missing=" delimited by size
                  function trim(gl-pipe-num-disp) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       write-manifest-entry.
           if not gl-manifest-is-present(gl-manifest-scan)
               add 1 to gl-manifest-diff-count
               move spaces to gl-log-line
               string "manifest: missing " delimited by size
                      function trim(gl-manifest-name(gl-manifest-scan))
                                       delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
           end-if
           move spaces to gl-manifest-line.
           move gl-manifest-size(gl-manifest-scan)
             to gl-manifest-size-disp.
           string gl-manifest-kind(gl-manifest-scan)
                                   delimited by space
                  " " delimited by size
                  function trim(gl-manifest-size-disp)
                                   delimited by size
                  " " delimited by size
                  gl-manifest-sum(gl-manifest-scan) delimited by size
                  " " delimited by size
                  function trim(gl-manifest-name(gl-manifest-scan))
                                   delimited by size
             into gl-manifest-line.
           write gl-manifest-record from gl-manifest-line.
       .
      * every master line is checked on this machine - files the
      * local scene does not reference are still probed, the master
      * is the authority on what belongs here; whatever the local
      * scene references beyond the master is EXTRA
       verify-manifest-file.
           open output gl-manifest-report-file.
           move spaces to gl-manifest-line.
           string "manifest check " delimited by size
                  function trim(gl-manifest-path) delimited by size
             into gl-manifest-line.
           write gl-manifest-report-record from gl-manifest-line.
           if gl-scene-parse-has-failed
               add 1 to gl-manifest-diff-count
               move spaces to gl-manifest-line
               string "FAIL scene " delimited by size
                      gl-scene-parse-message delimited by x"00"
                 into gl-manifest-line
               write gl-manifest-report-record from gl-manifest-line
           end-if

           move "N" to gl-manifest-eof.
           open input gl-manifest-file.
           if gl-manifest-file-status not = "00"
               add 1 to gl-manifest-diff-count
               move "FAIL master manifest not found"
                 to gl-manifest-line
               write gl-manifest-report-record from gl-manifest-line
           else
               perform read-master-manifest-line
                   until gl-manifest-at-eof
               close gl-manifest-file
           end-if

           perform report-extra-manifest-file
               varying gl-manifest-scan from 1 by 1
               until gl-manifest-scan > gl-manifest-count.

           move spaces to gl-manifest-line.
           move gl-manifest-diff-count to gl-manifest-num-disp.
           if gl-manifest-diff-count = 0
               move "RESULT PASS" to gl-manifest-line
           else
               string "RESULT FAIL differences=" delimited by size
                      function trim(gl-manifest-num-disp)
                                       delimited by size
                 into gl-manifest-line
           end-if
           write gl-manifest-report-record from gl-manifest-line.
           close gl-manifest-report-file.

           move spaces to gl-log-line.
           string "manifest verify " delimited by size
                  function trim(gl-manifest-line) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       read-master-manifest-line.
           read gl-manifest-file
               at end
                   move "Y" to gl-manifest-eof
               not at end
                   perform check-master-manifest-line
           end-read
       .
       check-master-manifest-line.
           move spaces to gl-manifest-m-kind.
           move spaces to gl-manifest-m-size.
           move spaces to gl-manifest-m-sum.
           move spaces to gl-manifest-m-name.
           unstring gl-manifest-record delimited by all space
               into gl-manifest-m-kind
                    gl-manifest-m-size
                    gl-manifest-m-sum
                    gl-manifest-m-name
           end-unstring.
           if gl-manifest-m-kind = spaces
                   or gl-manifest-m-kind(1:1) = "#"
                   or gl-manifest-m-name = spaces
               exit paragraph
           end-if
           compute gl-manifest-m-size-num =
               function numval(gl-manifest-m-size).

           move gl-manifest-m-name to gl-manifest-source.
           move 0 to gl-manifest-found.
           perform match-manifest-name
               varying gl-manifest-match from 1 by 1
               until gl-manifest-match > gl-manifest-count.
           if gl-manifest-found > 0
               move "Y" to gl-manifest-listed(gl-manifest-found)
               move gl-manifest-present(gl-manifest-found)
                 to gl-manifest-probe-found
               move gl-manifest-size(gl-manifest-found)
                 to gl-manifest-probe-size
               move gl-manifest-sum(gl-manifest-found)
                 to gl-manifest-probe-sum
           else
               perform probe-manifest-file
           end-if

           move spaces to gl-manifest-line.
           move 1 to gl-manifest-ptr.
           if not gl-manifest-probe-exists
               add 1 to gl-manifest-diff-count
               string "MISSING " delimited by size
                 into gl-manifest-line
                 with pointer gl-manifest-ptr
           else
               if gl-manifest-probe-size = gl-manifest-m-size-num
                       and gl-manifest-probe-sum = gl-manifest-m-sum
                   string "OK      " delimited by size
                     into gl-manifest-line
                     with pointer gl-manifest-ptr
               else
                   add 1 to gl-manifest-diff-count
                   string "CHANGED " delimited by size
                     into gl-manifest-line
                     with pointer gl-manifest-ptr
               end-if
           end-if
           string gl-manifest-m-kind delimited by space
                  " " delimited by size
                  function trim(gl-manifest-m-name) delimited by size
             into gl-manifest-line
             with pointer gl-manifest-ptr.
           if gl-manifest-probe-exists
                   and (gl-manifest-probe-size
                           not = gl-manifest-m-size-num
                       or gl-manifest-probe-sum not = gl-manifest-m-sum)
               move gl-manifest-probe-size to gl-manifest-size-disp
               string " size " delimited by size
                      function trim(gl-manifest-m-size)
                                       delimited by size
                      " -> " delimited by size
                      function trim(gl-manifest-size-disp)
                                       delimited by size
                      " checksum " delimited by size
                      gl-manifest-m-sum delimited by size
                      " -> " delimited by size
                      gl-manifest-probe-sum delimited by size
                 into gl-manifest-line
                 with pointer gl-manifest-ptr
           end-if
           write gl-manifest-report-record from gl-manifest-line.
       .
       report-extra-manifest-file.
           if gl-manifest-is-listed(gl-manifest-scan)
               exit paragraph
           end-if
           add 1 to gl-manifest-diff-count.
           move spaces to gl-manifest-line.
           string "EXTRA   " delimited by size
                  gl-manifest-kind(gl-manifest-scan)
                                   delimited by space
                  " " delimited by size
                  function trim(gl-manifest-name(gl-manifest-scan))
                                   delimited by size
                  " (not in master manifest)" delimited by size
             into gl-manifest-line.
           write gl-manifest-report-record from gl-manifest-line.
       .
      * -budget: sizes everything the scene will upload without
      * touching GL - the BMP headers and mesh geometry are read the
      * same way validation reads them
       run-budget-report.
           compute gl-budget-limit = gl-budget-limit-mb * 1048576.
           compute gl-budget-texture-limit =
               gl-budget-texture-mb * 1048576.
           move 0 to gl-budget-total.
           move 0 to gl-budget-over-count.
           move 0 to gl-budget-tex-count.

           open output gl-budget-report-file.
           move function current-date to gl-log-timestamp.
           move spaces to gl-budget-line.
           move 1 to gl-budget-ptr.
           if gl-cfg-scene = spaces
               string "# budget scene=(default)" delimited by size
                 into gl-budget-line
                 with pointer gl-budget-ptr
           else
               string "# budget scene=" delimited by size
                      function trim(gl-cfg-scene) delimited by size
                 into gl-budget-line
                 with pointer gl-budget-ptr
           end-if
           move gl-window-count to gl-budget-num-disp.
           string " created=" delimited by size
                  gl-log-timestamp(1:14) delimited by size
                  " windows=" delimited by size
                  function trim(gl-budget-num-disp) delimited by size
             into gl-budget-line
             with pointer gl-budget-ptr.
           write gl-budget-report-record from gl-budget-line.
           if gl-scene-parse-has-failed
               add 1 to gl-budget-over-count
               move spaces to gl-budget-line
               string "FAIL scene " delimited by size
                      gl-scene-parse-message delimited by x"00"
                 into gl-budget-line
               write gl-budget-report-record from gl-budget-line
           end-if

           move "meshes" to gl-budget-kind.
           move gl-mesh-name-count to gl-budget-count.
           move gl-mesh-name-max to gl-budget-cap.
           perform write-budget-cap.
           move "textures" to gl-budget-kind.
           move gl-texture-name-count to gl-budget-count.
           move gl-texture-name-max to gl-budget-cap.
           perform write-budget-cap.
           move "objects" to gl-budget-kind.
           move gl-scene-object-count to gl-budget-count.
           move gl-scene-object-max to gl-budget-cap.
           perform write-budget-cap.

           move spaces to gl-budget-line.
           move "kind" to gl-budget-line(1:4).
           move "bytes" to gl-budget-line(18:5).
           move "detail" to gl-budget-line(25:6).
           move "name" to gl-budget-line(50:4).
           write gl-budget-report-record from gl-budget-line.

           perform measure-budget-texture
               varying gl-budget-scan from 1 by 1
               until gl-budget-scan > gl-texture-name-count.
           perform sort-budget-pass
               varying gl-budget-pass from 1 by 1
               until gl-budget-pass >= gl-budget-tex-count.
           perform write-budget-texture
               varying gl-budget-scan from 1 by 1
               until gl-budget-scan > gl-budget-tex-count.

           perform write-budget-mesh
               varying gl-budget-scan from 1 by 1
               until gl-budget-scan > gl-mesh-name-count.

           if gl-skybox-wanted
               move 0 to gl-budget-bytes
               move 0 to gl-budget-missing
               perform measure-budget-sky-face
                   varying gl-sky-face from 1 by 1
                   until gl-sky-face > 6
               move "skybox" to gl-budget-kind
               move spaces to gl-budget-detail
               if gl-budget-missing = 0
                   move "6 faces" to gl-budget-detail
               else
                   move gl-budget-missing to gl-budget-num-disp
                   string function trim(gl-budget-num-disp)
                                       delimited by size
                          " faces missing" delimited by size
                     into gl-budget-detail
               end-if
               move "cube map" to gl-budget-item
               move spaces to gl-budget-flag
               perform write-budget-line
           end-if

           perform write-budget-font
               varying gl-font-scan from 1 by 1
               until gl-font-scan > gl-font-count.

           perform write-budget-window
               varying gl-window-index from 1 by 1
               until gl-window-index > gl-window-count.

      * the instance buffer is sized for a full pool; the corner
      * quad rides along with it
           compute gl-budget-bytes =
               function length(gl-particle-instances)
             + function length(gl-part-corner-vertices).
           move "particles" to gl-budget-kind.
           move gl-particle-max to gl-budget-num-disp.
           move spaces to gl-budget-detail.
           string function trim(gl-budget-num-disp) delimited by size
                  " instances" delimited by size
             into gl-budget-detail.
           move "instance and corner buffers" to gl-budget-item.
           move spaces to gl-budget-flag.
           perform write-budget-line.

           move spaces to gl-budget-flag.
           if gl-budget-total > gl-budget-limit
               add 1 to gl-budget-over-count
               move "OVER" to gl-budget-flag
           end-if
           move "total" to gl-budget-kind.
           move gl-budget-total to gl-budget-bytes.
           compute gl-budget-mb-disp rounded =
               gl-budget-total / 1048576.
           move spaces to gl-budget-detail.
           string function trim(gl-budget-mb-disp) delimited by size
                  "MB" delimited by size
             into gl-budget-detail.
           move gl-budget-limit-mb to gl-budget-num-disp.
           move spaces to gl-budget-item.
           string "budget " delimited by size
                  function trim(gl-budget-num-disp) delimited by size
                  "MB" delimited by size
             into gl-budget-item.
           perform write-budget-line.

           move spaces to gl-budget-line.
           if gl-budget-over-count = 0
               move "RESULT PASS" to gl-budget-line
           else
               move gl-budget-over-count to gl-budget-num-disp
               string "RESULT OVER over=" delimited by size
                      function trim(gl-budget-num-disp)
                                       delimited by size
                 into gl-budget-line
           end-if
           write gl-budget-report-record from gl-budget-line.
           close gl-budget-report-file.

           move spaces to gl-log-line.
           move gl-budget-over-count to gl-budget-num-disp.
           string "budget report written: total=" delimited by size
                  function trim(gl-budget-detail) delimited by size
                  " " delimited by size
                  function trim(gl-budget-item) delimited by size
                  " over=" delimited by size
                  function trim(gl-budget-num-disp) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       write-budget-cap.
           move spaces to gl-budget-line.
           move "cap" to gl-budget-line(1:3).
           move gl-budget-kind to gl-budget-line(11:10).
           move gl-budget-count to gl-budget-num-disp.
           move gl-budget-cap to gl-budget-max-disp.
           move 22 to gl-budget-ptr.
           string function trim(gl-budget-num-disp) delimited by size
                  " of " delimited by size
                  function trim(gl-budget-max-disp) delimited by size
             into gl-budget-line
             with pointer gl-budget-ptr.
           if gl-budget-count >= gl-budget-cap
               string "  FULL" delimited by size
                 into gl-budget-line
                 with pointer gl-budget-ptr
           end-if
           write gl-budget-report-record from gl-budget-line.
       .
      * one report line: kind, bytes, detail and name in fixed
      * columns, the flag after the name; every line adds to the
      * total except the total itself
       write-budget-line.
           move spaces to gl-budget-line.
           move gl-budget-kind to gl-budget-line(1:10).
           move gl-budget-bytes to gl-budget-bytes-disp.
           move gl-budget-bytes-disp to gl-budget-line(11:12).
           move gl-budget-detail to gl-budget-line(25:24).
           move 50 to gl-budget-ptr.
           string function trim(gl-budget-item) delimited by size
             into gl-budget-line
             with pointer gl-budget-ptr.
           if gl-budget-flag not = spaces
               string "  " delimited by size
                      function trim(gl-budget-flag) delimited by size
                 into gl-budget-line
                 with pointer gl-budget-ptr
           end-if
           write gl-budget-report-record from gl-budget-line.
           if gl-budget-kind not = "total"
               add gl-budget-bytes to gl-budget-total
           end-if
       .
      * w x h x texel-bytes into the detail, size into the bytes
      * (gl-budget-count carries the texel size)
       format-budget-size.
           compute gl-budget-bytes =
               gl-budget-width * gl-budget-height * gl-budget-count.
           move spaces to gl-budget-detail.
           move 1 to gl-budget-ptr.
           move gl-budget-width to gl-budget-num-disp.
           string function trim(gl-budget-num-disp) delimited by size
                  "x" delimited by size
             into gl-budget-detail
             with pointer gl-budget-ptr.
           move gl-budget-height to gl-budget-num-disp.
           string function trim(gl-budget-num-disp) delimited by size
                  "x" delimited by size
             into gl-budget-detail
             with pointer gl-budget-ptr.
           move gl-budget-count to gl-budget-num-disp.
           string function trim(gl-budget-num-disp) delimited by size
             into gl-budget-detail
             with pointer gl-budget-ptr.
           if gl-budget-count = 4
               string " alpha" delimited by size
                 into gl-budget-detail
                 with pointer gl-budget-ptr
           end-if
       .
       measure-budget-texture.
           add 1 to gl-budget-tex-count.
           move gl-budget-scan to gl-budget-tex-slot(gl-budget-scan).
           move spaces to gl-texture-path.
           string function trim(
                      gl-texture-name(gl-budget-scan))
                                delimited by size
                  x"00" delimited by size
             into gl-texture-path.
      * a sequence is sized from its first frame, times its frames
           if gl-texture-is-flipbook(gl-budget-scan)
               move gl-budget-scan to gl-flip-entry
               perform locate-flipbook-digits
               move gl-texture-name-first(gl-flip-entry)
                 to gl-flip-number
               perform build-flipbook-frame-path
               move gl-flip-path to gl-texture-path
           end-if
           perform read-bmp-pixels.
           if gl-texture-is-ok
               move "Y" to gl-budget-tex-ok(gl-budget-scan)
               move gl-bmp-width to gl-budget-tex-width(gl-budget-scan)
               move gl-bmp-height
                 to gl-budget-tex-height(gl-budget-scan)
      * 8-bit files are expanded to BGR before upload
               if gl-bmp-bit-count = 32
                   move 4 to gl-budget-tex-texel(gl-budget-scan)
               else
                   move 3 to gl-budget-tex-texel(gl-budget-scan)
               end-if
               compute gl-budget-tex-bytes(gl-budget-scan) =
                   gl-budget-tex-width(gl-budget-scan)
                 * gl-budget-tex-height(gl-budget-scan)
                 * gl-budget-tex-texel(gl-budget-scan)
               if gl-texture-is-flipbook(gl-budget-scan)
                   compute gl-budget-tex-bytes(gl-budget-scan) =
                       gl-budget-tex-bytes(gl-budget-scan)
                     * gl-texture-name-frames(gl-budget-scan)
               end-if
           else
               move "N" to gl-budget-tex-ok(gl-budget-scan)
               move 0 to gl-budget-tex-width(gl-budget-scan)
               move 0 to gl-budget-tex-height(gl-budget-scan)
               move 0 to gl-budget-tex-texel(gl-budget-scan)
               move 0 to gl-budget-tex-bytes(gl-budget-scan)
           end-if
       .
      * exchange sort, largest first - sixteen entries at most
       sort-budget-pass.
           perform sort-budget-step
               varying gl-budget-scan from 1 by 1
               until gl-budget-scan > gl-budget-tex-count
                                      - gl-budget-pass.
       .
       sort-budget-step.
           compute gl-budget-next = gl-budget-scan + 1.
           if gl-budget-tex-bytes(gl-budget-scan)
                   < gl-budget-tex-bytes(gl-budget-next)
               move gl-budget-tex(gl-budget-scan)
                 to gl-budget-tex-hold
               move gl-budget-tex(gl-budget-next)
                 to gl-budget-tex(gl-budget-scan)
               move gl-budget-tex-hold
                 to gl-budget-tex(gl-budget-next)
           end-if
       .
       write-budget-texture.
           move gl-budget-tex-slot(gl-budget-scan) to gl-budget-next.
           move "texture" to gl-budget-kind.
           move gl-texture-name(gl-budget-next) to gl-budget-item.
           move spaces to gl-budget-flag.
           if not gl-budget-tex-is-ok(gl-budget-scan)
               move 0 to gl-budget-bytes
               move "(missing)" to gl-budget-detail
               perform write-budget-line
               exit paragraph
           end-if
           move gl-budget-tex-width(gl-budget-scan)
             to gl-budget-width.
           move gl-budget-tex-height(gl-budget-scan)
             to gl-budget-height.
           move gl-budget-tex-texel(gl-budget-scan)
             to gl-budget-count.
           perform format-budget-size.
           if gl-texture-is-flipbook(gl-budget-next)
               compute gl-budget-bytes = gl-budget-bytes
                   * gl-texture-name-frames(gl-budget-next)
               move gl-texture-name-frames(gl-budget-next)
                 to gl-budget-num-disp
               string " x" delimited by size
                      function trim(gl-budget-num-disp)
                                       delimited by size
                 into gl-budget-detail
                 with pointer gl-budget-ptr
           end-if
           if gl-budget-texture-limit > 0
                   and gl-budget-bytes > gl-budget-texture-limit
               add 1 to gl-budget-over-count
               move "OVER" to gl-budget-flag
           end-if
           perform write-budget-line.
       .
      * vertex buffer is 8 floats a vertex, index buffer 4 bytes an
      * index, as setup-mesh sizes them; a model that will not load
      * is counted as the quad it falls back to
       write-budget-mesh.
           move gl-mesh-name(gl-budget-scan) to gl-mesh-source.
           move "N" to gl-obj-load-failed.
           move spaces to gl-fallback-note.
           perform load-mesh-geometry.
           move spaces to gl-budget-flag.
           if gl-obj-load-has-failed or gl-fallback-note not = spaces
               move "FALLBACK" to gl-budget-flag
               move "N" to gl-scene-load-failed
           end-if
           compute gl-budget-vbo-bytes = gl-mesh-vertex-count * 32.
           compute gl-budget-ebo-bytes = gl-mesh-index-count * 4.
           compute gl-budget-bytes =
               gl-budget-vbo-bytes + gl-budget-ebo-bytes.
           move spaces to gl-budget-detail.
           move 1 to gl-budget-ptr.
           move gl-budget-vbo-bytes to gl-budget-bytes-disp.
           string "vbo=" delimited by size
                  function trim(gl-budget-bytes-disp)
                                   delimited by size
             into gl-budget-detail
             with pointer gl-budget-ptr.
           move gl-budget-ebo-bytes to gl-budget-bytes-disp.
           string " ebo=" delimited by size
                  function trim(gl-budget-bytes-disp)
                                   delimited by size
             into gl-budget-detail
             with pointer gl-budget-ptr.
           move "mesh" to gl-budget-kind.
           move gl-mesh-name(gl-budget-scan) to gl-budget-item.
           perform write-budget-line.
       .
       measure-budget-sky-face.
           move spaces to gl-texture-path.
           string function trim(gl-sky-face-name(gl-sky-face))
                                delimited by size
                  x"00" delimited by size
             into gl-texture-path.
           perform read-bmp-pixels.
           if gl-texture-is-ok
               if gl-bmp-bit-count = 32
                   compute gl-budget-bytes = gl-budget-bytes
                       + gl-bmp-width * gl-bmp-height * 4
               else
                   compute gl-budget-bytes = gl-budget-bytes
                       + gl-bmp-width * gl-bmp-height * 3
               end-if
           else
               add 1 to gl-budget-missing
           end-if
       .
      * each window's context builds its own shadow depth map and
      * offscreen post target (RGB color plus depth24/stencil8) at
      * the size it comes up at - the saved layout or -width/-height
       write-budget-font.
           move spaces to gl-texture-path.
           string function trim(gl-font-bmp(gl-font-scan))
                                delimited by size
                  x"00" delimited by size
             into gl-texture-path.
           perform read-bmp-pixels.
           move "font" to gl-budget-kind.
           move gl-font-bmp(gl-font-scan) to gl-budget-item.
           move spaces to gl-budget-flag.
           if gl-texture-is-ok
               move gl-bmp-width to gl-budget-width
               move gl-bmp-height to gl-budget-height
               if gl-bmp-bit-count = 32
                   move 4 to gl-budget-count
               else
                   move 3 to gl-budget-count
               end-if
               perform format-budget-size
           else
               move 0 to gl-budget-bytes
               move "(missing)" to gl-budget-detail
           end-if
           perform write-budget-line.
       .
       write-budget-window.
           move gl-cfg-width to gl-budget-width.
           move gl-cfg-height to gl-budget-height.
           if gl-layout-is-valid(gl-window-index)
               move gl-layout-width(gl-window-index)
                 to gl-budget-width
               move gl-layout-height(gl-window-index)
                 to gl-budget-height
           end-if
           move gl-window-index to gl-budget-num-disp.
           move spaces to gl-budget-item.
           string "window " delimited by size
                  function trim(gl-budget-num-disp) delimited by size
             into gl-budget-item.
           move spaces to gl-budget-flag.

           if gl-shadow-wanted
               compute gl-budget-bytes =
                   gl-shadow-map-size * gl-shadow-map-size * 4
               move gl-shadow-map-size to gl-budget-num-disp
               move spaces to gl-budget-detail
               string function trim(gl-budget-num-disp)
                                   delimited by size
                      "x" delimited by size
                      function trim(gl-budget-num-disp)
                                   delimited by size
                      " depth" delimited by size
                 into gl-budget-detail
               move "shadow" to gl-budget-kind
               perform write-budget-line
           end-if

           compute gl-budget-bytes =
               gl-budget-width * gl-budget-height * 7.
           move spaces to gl-budget-detail.
           move 1 to gl-budget-ptr.
           move gl-budget-width to gl-budget-num-disp.
           string function trim(gl-budget-num-disp) delimited by size
                  "x" delimited by size
             into gl-budget-detail
             with pointer gl-budget-ptr.
           move gl-budget-height to gl-budget-num-disp.
           string function trim(gl-budget-num-disp) delimited by size
                  " color+depth" delimited by size
             into gl-budget-detail
             with pointer gl-budget-ptr.
           move "post" to gl-budget-kind.
           perform write-budget-line.
       .
      * the world point a click landed on goes into today's grid:
      * along the pick ray at the object it picked, or where the ray
      * comes down to the floor when it picked nothing
       note-heat-click.
           if not gl-heat-is-loaded
               exit paragraph
           end-if
           if gl-picked-object > 0
               compute gl-heat-hit-x =
                   gl-camera-x + gl-pick-dir-x * gl-pick-best-t
               compute gl-heat-hit-z =
                   gl-camera-z + gl-pick-dir-z * gl-pick-best-t
           else
               if gl-pick-dir-y > -0.000001 or gl-camera-y <= 0
                   exit paragraph
               end-if
               compute gl-heat-depth = 0 - gl-camera-y / gl-pick-dir-y
               compute gl-heat-hit-x =
                   gl-camera-x + gl-pick-dir-x * gl-heat-depth
               compute gl-heat-hit-z =
                   gl-camera-z + gl-pick-dir-z * gl-heat-depth
           end-if
           compute gl-heat-col = function integer(
               (gl-heat-hit-x + gl-heat-side / 4) * 2).
           compute gl-heat-row = function integer(
               (gl-heat-hit-z + gl-heat-side / 4) * 2).
           if gl-heat-col < 0 or gl-heat-col >= gl-heat-side
                   or gl-heat-row < 0 or gl-heat-row >= gl-heat-side
               exit paragraph
           end-if
           compute gl-heat-cell =
               gl-heat-row * gl-heat-side + gl-heat-col + 1.
           add 1 to gl-heat-day(gl-heat-cell).
           move "Y" to gl-heat-dirty.
       .
      * picks up what earlier runs today already counted, so a
      * restart mid-day carries on from the saved grid
       load-heat-day.
           move function current-date(1:8) to gl-heat-date.
           move gl-heat-date to gl-heat-from.
           initialize gl-heat-sum-grid.
           perform read-heat-file.
           move gl-heat-sum-grid to gl-heat-day-grid.
           move "Y" to gl-heat-loaded.
           move "N" to gl-heat-dirty.
           move 0 to gl-heat-minutes.
       .
      * called once a minute off the schedule clock: saves every
      * five minutes while there is something new, and starts a
      * fresh grid when the date changes
       tick-heat-day.
           if not gl-heat-is-loaded
               exit paragraph
           end-if
           if gl-sched-now-date(1:8) not = gl-heat-date
               perform save-heat-day
               initialize gl-heat-day-grid
               move gl-sched-now-date(1:8) to gl-heat-date
               move 0 to gl-heat-minutes
               exit paragraph
           end-if
           add 1 to gl-heat-minutes.
           if gl-heat-minutes >= 5
               perform save-heat-day
               move 0 to gl-heat-minutes
           end-if
       .
       save-heat-day.
           if not gl-heat-is-loaded or not gl-heat-is-dirty
               exit paragraph
           end-if
           call winapi "CreateDirectoryA" using
               by reference "heatmap" & x"00"
               by value 0
               returning gl-ok.
           move gl-heat-date to gl-heat-from.
           perform build-heat-path.
           open output gl-heat-file.
           if gl-heat-file-status not = "00"
               move spaces to gl-log-line
               string "heatmap day file not writable: "
                                   delimited by size
                      function trim(gl-heat-path) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           perform write-heat-cell
               varying gl-heat-cell from 1 by 1
               until gl-heat-cell > gl-heat-cells.
           close gl-heat-file.
           move "N" to gl-heat-dirty.
       .
       write-heat-cell.
           if gl-heat-day(gl-heat-cell) = 0
               exit paragraph
           end-if
           compute gl-heat-col =
               function mod(gl-heat-cell - 1, gl-heat-side).
           compute gl-heat-row =
               (gl-heat-cell - 1 - gl-heat-col) / gl-heat-side.
           move spaces to gl-heat-line.
           move 1 to gl-heat-ptr.
           move gl-heat-col to gl-heat-num-disp.
           string function trim(gl-heat-num-disp) delimited by size
                  " " delimited by size
             into gl-heat-line
             with pointer gl-heat-ptr.
           move gl-heat-row to gl-heat-num-disp.
           string function trim(gl-heat-num-disp) delimited by size
                  " " delimited by size
             into gl-heat-line
             with pointer gl-heat-ptr.
           move gl-heat-day(gl-heat-cell) to gl-heat-num-disp.
           string function trim(gl-heat-num-disp) delimited by size
             into gl-heat-line
             with pointer gl-heat-ptr.
           write gl-heat-record from gl-heat-line.
       .
      * heatmap\heat-<gl-heat-from>.txt
       build-heat-path.
           move spaces to gl-heat-path.
           string "heatmap\heat-" delimited by size
                  gl-heat-from delimited by size
                  ".txt" delimited by size
             into gl-heat-path.
       .
      * adds the day file for gl-heat-from into gl-heat-sum; a day
      * with no file simply had no clicks
       read-heat-file.
           perform build-heat-path.
           open input gl-heat-file.
           if gl-heat-file-status not = "00"
               exit paragraph
           end-if
           add 1 to gl-heat-days.
           move "N" to gl-heat-eof.
           perform read-heat-line until gl-heat-at-eof.
           close gl-heat-file.
       .
       read-heat-line.
           read gl-heat-file
               at end
                   move "Y" to gl-heat-eof
                   exit paragraph
           end-read.
           move spaces to gl-heat-tokens.
           unstring gl-heat-record delimited by all space
               into gl-heat-token(1)
                    gl-heat-token(2)
                    gl-heat-token(3)
           end-unstring.
           if gl-heat-token(3) = spaces
               exit paragraph
           end-if
           move function numval(gl-heat-token(1)) to gl-heat-col.
           move function numval(gl-heat-token(2)) to gl-heat-row.
           move function numval(gl-heat-token(3)) to gl-heat-count.
           if gl-heat-col < 0 or gl-heat-col >= gl-heat-side
                   or gl-heat-row < 0 or gl-heat-row >= gl-heat-side
                   or gl-heat-count < 1
               exit paragraph
           end-if
           compute gl-heat-cell =
               gl-heat-row * gl-heat-side + gl-heat-col + 1.
           add gl-heat-count to gl-heat-sum(gl-heat-cell).
       .
      * -heatmap: the picture is drawn on window one from the start
      * pose with the clock stopped, as the golden frame is
       run-heatmap-report.
           move 1 to gl-heat-win.
           move 1 to gl-window-index.
           move gl-win-hdc(1) to hdc.
           move gl-win-rc(1)  to gl-rc.
           call winapi "wglMakeCurrent" using by value hdc
                                              by value gl-rc
                                    returning gl-ok.
           perform init-camera.
           move 0 to gl-elapsed-seconds.
           move 0 to gl-elapsed-float.
           move 0 to gl-spin-angle.
           perform refresh-scene-world.
           perform render-heatmap.
       .
      * sums gl-heat-from..gl-heat-to, draws window gl-heat-win's
      * scene from above, tints and labels the read-back picture and
      * writes it out; gl-heat-filename is left blank on failure
       render-heatmap.
           move spaces to gl-heat-filename.
           if gl-heat-from = spaces
               move function current-date(1:8) to gl-heat-from
           end-if
           if gl-heat-to = spaces
               move gl-heat-from to gl-heat-to
           end-if
           if gl-heat-to < gl-heat-from
               move gl-heat-to to gl-heat-range
               move gl-heat-from to gl-heat-to
               move gl-heat-range to gl-heat-from
           end-if
           if gl-heat-from not numeric or gl-heat-to not numeric
               move "heatmap: dates must be yyyymmdd" to gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           move gl-heat-from to gl-arch-date-num.
           compute gl-heat-day-num =
               function integer-of-date(gl-arch-date-num).
           move gl-heat-to to gl-arch-date-num.
           compute gl-heat-last-num =
               function integer-of-date(gl-arch-date-num).
           if gl-heat-day-num < 1 or gl-heat-last-num < 1
               move "heatmap: dates must be yyyymmdd" to gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           move spaces to gl-heat-range.
           string gl-heat-from delimited by size
                  "-" delimited by size
                  gl-heat-to delimited by size
             into gl-heat-range.

           initialize gl-heat-sum-grid.
           move 0 to gl-heat-days.
           perform sum-heat-day
               varying gl-heat-day-num from gl-heat-day-num by 1
               until gl-heat-day-num > gl-heat-last-num.
           move 0 to gl-heat-max.
           move 0 to gl-heat-total.
           perform measure-heat-cell
               varying gl-heat-cell from 1 by 1
               until gl-heat-cell > gl-heat-cells.

           move gl-window-width(gl-heat-win) to gl-heat-width.
           move gl-window-height(gl-heat-win) to gl-heat-height.
           compute gl-screenshot-row-bytes = function integer(
               (gl-heat-width * 3 + 3) / 4) * 4.
           compute gl-screenshot-pixel-size =
               gl-screenshot-row-bytes * gl-heat-height.
           if gl-heat-width < 1 or gl-heat-height < 1
                   or gl-heat-width > 4096 or gl-heat-height > 4096
                   or gl-screenshot-pixel-size >
                       function length(gl-screenshot-pixels)
               move "heatmap: window size not capturable"
                 to gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if

           move gl-heat-win to gl-window-index.
           move gl-win-hdc(gl-heat-win) to hdc.
           move gl-win-rc(gl-heat-win)  to gl-rc.
           call winapi "wglMakeCurrent" using by value hdc
                                              by value gl-rc
                                    returning gl-ok.
           call winapi gl-use-program-func using
               by value gl-win-program(gl-heat-win).
           perform upload-light-uniforms.
           perform choose-heatmap-view.
           perform build-heatmap-view.
           if gl-shadow-wanted
                   and gl-win-shadow-is-usable(gl-heat-win)
               perform render-shadow-pass
           end-if
           perform upload-shadow-uniforms.
      * straight into the back buffer: the picture is read before
      * any swap, and the next frame draws over it as usual
           call winapi gl-bind-framebuffer-func using
               by value h"8D40"
               by value 0.
           call winapi "glViewport" using
               by value 0
               by value 0
               by value gl-heat-width
               by value gl-heat-height.
           call winapi "glClearColor" using
                                by value gl-cfg-clear-red
                                by value gl-cfg-clear-green
                                by value gl-cfg-clear-blue
                                by value gl-cfg-clear-alpha.
           call winapi "glClear" using by value h"00004100".
           perform draw-scene-object
               varying gl-scene-index from 1 by 1
               until gl-scene-index > gl-scene-object-count.
           call winapi "glFinish".

           move spaces to gl-screenshot-pixels.
           call winapi "glReadPixels" using
               by value 0
               by value 0
               by value gl-heat-width
               by value gl-heat-height
               by value h"000080E0"
               by value h"00001401"
               by reference gl-screenshot-pixels.
           move "render-heatmap" to gl-glerr-context.
           perform check-gl-errors.

           if gl-heat-max > 0
               perform map-heat-column
                   varying gl-heat-px from 0 by 1
                   until gl-heat-px >= gl-heat-width
               perform map-heat-row
                   varying gl-heat-py from 0 by 1
                   until gl-heat-py >= gl-heat-height
               perform tint-heat-row
                   varying gl-heat-py from 0 by 1
                   until gl-heat-py >= gl-heat-height
           end-if
           perform label-heatmap.
           perform write-heatmap-bmp.

           move spaces to gl-log-line.
           move 1 to gl-heat-ptr.
           string "heatmap " delimited by size
                  function trim(gl-heat-range) delimited by size
                  " days=" delimited by size
             into gl-log-line
             with pointer gl-heat-ptr.
           move gl-heat-days to gl-heat-num-disp.
           string function trim(gl-heat-num-disp) delimited by size
                  " clicks=" delimited by size
             into gl-log-line
             with pointer gl-heat-ptr.
           move gl-heat-total to gl-heat-num-disp.
           string function trim(gl-heat-num-disp) delimited by size
                  " -> " delimited by size
             into gl-log-line
             with pointer gl-heat-ptr.
           if gl-heat-filename = spaces
               string "not written" delimited by size
                 into gl-log-line
                 with pointer gl-heat-ptr
           else
               string gl-heat-filename delimited by x"00"
                 into gl-log-line
                 with pointer gl-heat-ptr
           end-if
           write gl-log-record from gl-log-line.
       .
       sum-heat-day.
           compute gl-arch-date-num =
               function date-of-integer(gl-heat-day-num).
           move gl-arch-date-num to gl-heat-from.
           perform read-heat-file.
           move gl-heat-range(1:8) to gl-heat-from.
       .
       measure-heat-cell.
           add gl-heat-sum(gl-heat-cell) to gl-heat-total.
           if gl-heat-sum(gl-heat-cell) > gl-heat-max
               move gl-heat-sum(gl-heat-cell) to gl-heat-max
           end-if
       .
      * the first window with a top camera gives the view; failing
      * that the eye goes straight above the middle of the scene,
      * high enough for every object to fit
       choose-heatmap-view.
           compute gl-heat-aspect = gl-heat-width / gl-heat-height.
           move 0 to gl-heat-obj.
           perform find-heat-top-camera
               varying gl-heat-cell from 1 by 1
               until gl-heat-cell > gl-window-max
                   or gl-heat-obj > 0.
           if gl-heat-obj > 0
               move gl-wincam-x(gl-heat-obj) to gl-heat-eye-x
               move gl-wincam-y(gl-heat-obj) to gl-heat-eye-y
               move gl-wincam-z(gl-heat-obj) to gl-heat-eye-z
               move gl-wincam-fov(gl-heat-obj) to gl-heat-fov
           else
               move 999999 to gl-heat-min-x
               move -999999 to gl-heat-max-x
               move 999999 to gl-heat-min-z
               move -999999 to gl-heat-max-z
               move 0 to gl-heat-top-y
               perform measure-heat-bounds
                   varying gl-heat-obj from 1 by 1
                   until gl-heat-obj > gl-scene-object-count
               if gl-heat-max-x < gl-heat-min-x
                   move -8 to gl-heat-min-x
                   move 8 to gl-heat-max-x
                   move -8 to gl-heat-min-z
                   move 8 to gl-heat-max-z
               end-if
               compute gl-heat-half =
                   (gl-heat-max-x - gl-heat-min-x) / 2 /
                   gl-heat-aspect
               if (gl-heat-max-z - gl-heat-min-z) / 2 > gl-heat-half
                   compute gl-heat-half =
                       (gl-heat-max-z - gl-heat-min-z) / 2
               end-if
               add 1.0 to gl-heat-half
               move 45.0 to gl-heat-fov
               compute gl-heat-eye-x =
                   (gl-heat-min-x + gl-heat-max-x) / 2
               compute gl-heat-eye-z =
                   (gl-heat-min-z + gl-heat-max-z) / 2
               compute gl-heat-eye-y = gl-heat-top-y +
                   gl-heat-half / function tan(
                       gl-heat-fov * 0.0174532925 / 2.0)
           end-if
           if gl-heat-eye-y < 1.0
               move 1.0 to gl-heat-eye-y
           end-if
           compute gl-heat-tanh = function tan(
               gl-heat-fov * 0.0174532925 / 2.0).
       .
       find-heat-top-camera.
           if gl-wincam-is-top(gl-heat-cell)
               move gl-heat-cell to gl-heat-obj
           end-if
       .
       measure-heat-bounds.
           if gl-scene-obj-is-label(gl-heat-obj)
               exit paragraph
           end-if
           if gl-scene-obj-world-x(gl-heat-obj) < gl-heat-min-x
               move gl-scene-obj-world-x(gl-heat-obj) to gl-heat-min-x
           end-if
           if gl-scene-obj-world-x(gl-heat-obj) > gl-heat-max-x
               move gl-scene-obj-world-x(gl-heat-obj) to gl-heat-max-x
           end-if
           if gl-scene-obj-world-z(gl-heat-obj) < gl-heat-min-z
               move gl-scene-obj-world-z(gl-heat-obj) to gl-heat-min-z
           end-if
           if gl-scene-obj-world-z(gl-heat-obj) > gl-heat-max-z
               move gl-scene-obj-world-z(gl-heat-obj) to gl-heat-max-z
           end-if
           if gl-scene-obj-world-y(gl-heat-obj) > gl-heat-top-y
               move gl-scene-obj-world-y(gl-heat-obj) to gl-heat-top-y
           end-if
       .
      * looking straight down with -z at the top of the picture, as
      * build-top-window-view sets up a top camera window
       build-heatmap-view.
           move gl-heat-eye-x to gl-math-a-x.
           move gl-heat-eye-y to gl-math-a-y.
           move gl-heat-eye-z to gl-math-a-z.
           move gl-heat-eye-x to gl-math-b-x.
           move 0.0 to gl-math-b-y.
           move gl-heat-eye-z to gl-math-b-z.
           move 0.0 to gl-math-c-x.
           move 0.0 to gl-math-c-y.
           move -1.0 to gl-math-c-z.
           perform gl-math-look-at.
           move gl-math-mat4-out to gl-mat4-view.
           move gl-heat-fov to gl-math-fov.

           move gl-heat-eye-x to gl-view-eye-x.
           move gl-heat-eye-y to gl-view-eye-y.
           move gl-heat-eye-z to gl-view-eye-z.
           move 0.0 to gl-view-front-x.
           move -1.0 to gl-view-front-y.
           move 0.0 to gl-view-front-z.
           move 1.0 to gl-view-right-x.
           move 0.0 to gl-view-right-y.
           move 0.0 to gl-view-right-z.
           move 0.0 to gl-view-up-x.
           move 0.0 to gl-view-up-y.
           move -1.0 to gl-view-up-z.

           move gl-heat-aspect to gl-math-aspect.
           move 0.1 to gl-math-near.
           compute gl-math-far = gl-heat-eye-y + 100.0.
           perform gl-math-perspective.
           move gl-math-mat4-out to gl-mat4-proj.
       .
      * floor cell under the middle of each picture column and row,
      * plus one so zero can mean off the grid
       map-heat-column.
           compute gl-heat-ndc =
               (2.0 * gl-heat-px + 1.0) / gl-heat-width - 1.0.
           compute gl-heat-world = gl-heat-eye-x +
               gl-heat-ndc * gl-heat-tanh * gl-heat-aspect *
               gl-heat-eye-y.
           compute gl-heat-col = function integer(
               (gl-heat-world + gl-heat-side / 4) * 2).
           if gl-heat-col < 0 or gl-heat-col >= gl-heat-side
               move 0 to gl-heat-col-cell(gl-heat-px + 1)
           else
               compute gl-heat-col-cell(gl-heat-px + 1) =
                   gl-heat-col + 1
           end-if
       .
      * read-back rows run bottom-up, and the top of the picture is
      * towards -z
       map-heat-row.
           compute gl-heat-ndc =
               (2.0 * gl-heat-py + 1.0) / gl-heat-height - 1.0.
           compute gl-heat-world = gl-heat-eye-z -
               gl-heat-ndc * gl-heat-tanh * gl-heat-eye-y.
           compute gl-heat-row = function integer(
               (gl-heat-world + gl-heat-side / 4) * 2).
           if gl-heat-row < 0 or gl-heat-row >= gl-heat-side
               move 0 to gl-heat-row-cell(gl-heat-py + 1)
           else
               compute gl-heat-row-cell(gl-heat-py + 1) =
                   gl-heat-row + 1
           end-if
       .
       tint-heat-row.
           if gl-heat-row-cell(gl-heat-py + 1) = 0
               exit paragraph
           end-if
           perform tint-heat-pixel
               varying gl-heat-px from 0 by 1
               until gl-heat-px >= gl-heat-width.
       .
      * blue through green and yellow to red as the cell's count
      * climbs to the busiest cell's, more opaque as it goes
       tint-heat-pixel.
           if gl-heat-col-cell(gl-heat-px + 1) = 0
               exit paragraph
           end-if
           compute gl-heat-cell =
               (gl-heat-row-cell(gl-heat-py + 1) - 1) * gl-heat-side +
               gl-heat-col-cell(gl-heat-px + 1).
           if gl-heat-sum(gl-heat-cell) = 0
               exit paragraph
           end-if
           compute gl-heat-level =
               gl-heat-sum(gl-heat-cell) / gl-heat-max.
           evaluate true
               when gl-heat-level < 0.3333
                   move 0 to gl-heat-red
                   compute gl-heat-green = 255 * gl-heat-level * 3
                   compute gl-heat-blue = 255 - gl-heat-green
               when gl-heat-level < 0.6667
                   compute gl-heat-red =
                       255 * (gl-heat-level - 0.3333) * 3
                   move 255 to gl-heat-green
                   move 0 to gl-heat-blue
               when other
                   move 255 to gl-heat-red
                   compute gl-heat-green =
                       255 - 255 * (gl-heat-level - 0.6667) * 3
                   move 0 to gl-heat-blue
           end-evaluate
           compute gl-heat-alpha = 0.35 + 0.45 * gl-heat-level.
           compute gl-heat-base =
               gl-heat-py * gl-screenshot-row-bytes +
               gl-heat-px * 3 + 1.
           move gl-heat-blue to gl-heat-world.
           perform blend-heat-byte.
           add 1 to gl-heat-base.
           move gl-heat-green to gl-heat-world.
           perform blend-heat-byte.
           add 1 to gl-heat-base.
           move gl-heat-red to gl-heat-world.
           perform blend-heat-byte.
       .
       blend-heat-byte.
           compute gl-heat-byte rounded =
               (function ord(gl-screenshot-pixels(gl-heat-base:1)) - 1)
                   * (1.0 - gl-heat-alpha) +
               gl-heat-world * gl-heat-alpha.
           if gl-heat-byte > 255
               move 255 to gl-heat-byte
           end-if
           if gl-heat-byte < 0
               move 0 to gl-heat-byte
           end-if
           move function char(gl-heat-byte + 1)
             to gl-screenshot-pixels(gl-heat-base:1).
       .
      * object names at their projected positions and a caption
      * line with the range and totals, blitted from font.bmp so
      * they sit on top of the tint
       label-heatmap.
           move "N" to gl-heat-font-ok.
           move spaces to gl-texture-path.
           string "font.bmp" delimited by size
                  x"00" delimited by size
             into gl-texture-path.
           perform read-bmp-pixels.
           if not gl-texture-is-ok
               move "heatmap: font.bmp not readable - no labels"
                 to gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           move gl-texture-upload-ptr to gl-heat-font-ptr.
           if gl-bmp-bit-count = 8
               move gl-bmp-out-row-bytes to gl-heat-font-row-bytes
           else
               move gl-bmp-row-bytes to gl-heat-font-row-bytes
           end-if
           if gl-bmp-bit-count = 32
               move 4 to gl-heat-font-pixel
           else
               move 3 to gl-heat-font-pixel
           end-if
           move gl-bmp-height to gl-heat-font-height.
           compute gl-heat-glyph-cell = gl-bmp-width / 16.
           if gl-heat-glyph-cell < 1
               exit paragraph
           end-if
           set address of gl-heat-font-bytes to gl-heat-font-ptr.
           move "Y" to gl-heat-font-ok.

           perform label-heat-object
               varying gl-heat-obj from 1 by 1
               until gl-heat-obj > gl-scene-object-count.

           move spaces to gl-heat-text.
           move 1 to gl-heat-ptr.
           string "clicks " delimited by size
                  function trim(gl-heat-range) delimited by size
                  " total " delimited by size
             into gl-heat-text
             with pointer gl-heat-ptr.
           move gl-heat-total to gl-heat-num-disp.
           string function trim(gl-heat-num-disp) delimited by size
             into gl-heat-text
             with pointer gl-heat-ptr.
           compute gl-heat-text-len = gl-heat-ptr - 1.
           move 8 to gl-heat-text-x.
           move 8 to gl-heat-text-y.
           perform draw-heat-text.
       .
       label-heat-object.
           if gl-scene-obj-is-label(gl-heat-obj)
               exit paragraph
           end-if
           compute gl-heat-depth =
               gl-heat-eye-y - gl-scene-obj-world-y(gl-heat-obj).
           if gl-heat-depth < 0.1
               exit paragraph
           end-if
           compute gl-heat-ndc =
               (gl-scene-obj-world-x(gl-heat-obj) - gl-heat-eye-x) /
               (gl-heat-depth * gl-heat-tanh * gl-heat-aspect).
           if gl-heat-ndc < -1 or gl-heat-ndc > 1
               exit paragraph
           end-if
           compute gl-heat-px = (gl-heat-ndc + 1) / 2 * gl-heat-width.
           compute gl-heat-ndc =
               (gl-heat-eye-z - gl-scene-obj-world-z(gl-heat-obj)) /
               (gl-heat-depth * gl-heat-tanh).
           if gl-heat-ndc < -1 or gl-heat-ndc > 1
               exit paragraph
           end-if
           compute gl-heat-py = (1 - gl-heat-ndc) / 2 * gl-heat-height.

           move gl-scene-obj-name(gl-heat-obj) to gl-heat-text.
           move 0 to gl-heat-text-len.
           perform measure-heat-char
               varying gl-heat-char-index from 1 by 1
               until gl-heat-char-index > length of gl-heat-text.
           if gl-heat-text-len = 0
               exit paragraph
           end-if
           compute gl-heat-text-x = gl-heat-px - gl-heat-text-len *
               gl-heat-glyph-cell * gl-heat-text-scale / 2.
           compute gl-heat-text-y = gl-heat-py -
               gl-heat-glyph-cell * gl-heat-text-scale / 2.
           perform draw-heat-text.
       .
       measure-heat-char.
           if gl-heat-text(gl-heat-char-index:1) not = space
               move gl-heat-char-index to gl-heat-text-len
           end-if
       .
      * gl-heat-text with its top-left at picture pixel gl-heat-text-x
      * / gl-heat-text-y (from the top): a black copy one pixel down
      * and right, then the white text over it
       draw-heat-text.
           move x"000000" to gl-heat-text-color.
           add 1 to gl-heat-text-x.
           add 1 to gl-heat-text-y.
           perform draw-heat-char
               varying gl-heat-char-index from 1 by 1
               until gl-heat-char-index > gl-heat-text-len.
           move x"FFFFFF" to gl-heat-text-color.
           subtract 1 from gl-heat-text-x.
           subtract 1 from gl-heat-text-y.
           perform draw-heat-char
               varying gl-heat-char-index from 1 by 1
               until gl-heat-char-index > gl-heat-text-len.
       .
       draw-heat-char.
           if gl-heat-text(gl-heat-char-index:1) = space
               exit paragraph
           end-if
           compute gl-heat-char-code = function ord(
               gl-heat-text(gl-heat-char-index:1)) - 1.
           perform draw-heat-glyph-row
               varying gl-heat-glyph-y from 0 by 1
               until gl-heat-glyph-y >=
                   gl-heat-glyph-cell * gl-heat-text-scale.
       .
       draw-heat-glyph-row.
           compute gl-heat-dot-y = gl-heat-text-y + gl-heat-glyph-y.
           if gl-heat-dot-y < 0 or gl-heat-dot-y >= gl-heat-height
               exit paragraph
           end-if
           perform draw-heat-glyph-dot
               varying gl-heat-glyph-x from 0 by 1
               until gl-heat-glyph-x >=
                   gl-heat-glyph-cell * gl-heat-text-scale.
       .
      * font.bmp is stored bottom-up with glyph row 0 at the top of
      * the atlas; a texel is lit when its red channel is past half,
      * the same test text.frag makes
       draw-heat-glyph-dot.
           compute gl-heat-dot-x = gl-heat-text-x +
               (gl-heat-char-index - 1) * gl-heat-glyph-cell *
               gl-heat-text-scale + gl-heat-glyph-x.
           if gl-heat-dot-x < 0 or gl-heat-dot-x >= gl-heat-width
               exit paragraph
           end-if
           compute gl-heat-col =
               function mod(gl-heat-char-code, 16) *
                   gl-heat-glyph-cell +
               function integer(gl-heat-glyph-x / gl-heat-text-scale).
           compute gl-heat-row = gl-heat-font-height - 1 -
               (function integer(gl-heat-char-code / 16) *
                   gl-heat-glyph-cell +
                function integer(gl-heat-glyph-y / gl-heat-text-scale)).
           if gl-heat-row < 0
               exit paragraph
           end-if
           compute gl-heat-src =
               gl-heat-row * gl-heat-font-row-bytes +
               gl-heat-col * gl-heat-font-pixel + 3.
           if function ord(gl-heat-font-bytes(gl-heat-src:1)) - 1
                   < 128
               exit paragraph
           end-if
           compute gl-heat-base =
               (gl-heat-height - 1 - gl-heat-dot-y) *
                   gl-screenshot-row-bytes +
               gl-heat-dot-x * 3 + 1.
           move gl-heat-text-color
             to gl-screenshot-pixels(gl-heat-base:3).
       .
       write-heatmap-bmp.
           move "BM"  to gl-bmp-magic.
           compute gl-bmp-file-size =
               function length(gl-bmp-header) +
               gl-screenshot-pixel-size.
           move x"0000" to gl-bmp-reserved1.
           move x"0000" to gl-bmp-reserved2.
           move function length(gl-bmp-header) to gl-bmp-off-bits.
           move 40 to gl-bmp-info-size.
           move gl-heat-width  to gl-bmp-width.
           move gl-heat-height to gl-bmp-height.
           move 1 to gl-bmp-planes.
           move 24 to gl-bmp-bit-count.
           move 0 to gl-bmp-compression.
           move gl-screenshot-pixel-size to gl-bmp-image-size.
           move 0 to gl-bmp-x-ppm.
           move 0 to gl-bmp-y-ppm.
           move 0 to gl-bmp-colors-used.
           move 0 to gl-bmp-colors-imp.

           move spaces to gl-heat-filename.
           string "heatmap-" delimited by size
                  function trim(gl-heat-range) delimited by size
                  ".bmp" delimited by size
                  x"00" delimited by size
             into gl-heat-filename.
           move "CreateFileA" to gl-last-api.
           call winapi "CreateFileA" using
               by reference gl-heat-filename
               by value generic-write
               by value 0
               by value 0
               by value create-always
               by value file-attribute-normal
               by value 0
               returning gl-heat-handle.
           if gl-heat-handle = null
               move 0 to gl-log-return-code
               perform log-api-call
               move spaces to gl-heat-filename
               exit paragraph
           end-if
           call winapi "WriteFile" using
               by value gl-heat-handle
               by reference gl-bmp-header
               by value function length(gl-bmp-header)
               by reference gl-heat-bytes
               by value 0
               returning gl-ok.
           call winapi "WriteFile" using
               by value gl-heat-handle
               by reference gl-screenshot-pixels
               by value gl-screenshot-pixel-size
               by reference gl-heat-bytes
               by value 0
               returning gl-ok.
           call winapi "CloseHandle" using by value gl-heat-handle.
       .
       run-golden-check.
           move 1 to gl-window-index.
           move gl-win-hdc(1) to hdc.
           move gl-win-rc(1)  to gl-rc.
           call winapi "wglMakeCurrent" using by value hdc
                                              by value gl-rc
                                    returning gl-ok.

      * deterministic frame: start-pose camera, zero elapsed time so
      * nothing spins, configured clear color, no HUD overlay
           perform init-camera.
           move 0 to gl-elapsed-seconds.
           move 0 to gl-elapsed-float.
           move 0 to gl-spin-angle.
           perform refresh-scene-world.
           perform build-view-proj-matrices.
           perform ensure-offscreen-target.
           if gl-win-fbo-is-usable(1)
               call winapi gl-bind-framebuffer-func using
                   by value h"8D40"
                   by value gl-win-fbo(1)
           end-if
           call winapi "glClearColor" using
                                by value gl-cfg-clear-red
                                by value gl-cfg-clear-green
                                by value gl-cfg-clear-blue
                                by value gl-cfg-clear-alpha.
           call winapi "glClear" using by value h"00004100".
           perform draw-scene-object
               varying gl-scene-index from 1 by 1
               until gl-scene-index > gl-scene-object-count.
           if gl-win-fbo-is-usable(1)
               perform apply-post-effect
           end-if
           call winapi "glFinish".

           compute gl-screenshot-row-bytes = function integer(
               (gl-window-width(1) * 3 + 3) / 4) * 4.
           compute gl-screenshot-pixel-size =
               gl-screenshot-row-bytes * gl-window-height(1).
           if gl-screenshot-pixel-size >
                   function length(gl-screenshot-pixels)
               move "frame larger than capture buffer"
                 to gl-golden-fail-reason
               perform write-golden-report
               exit paragraph
           end-if

           move spaces to gl-screenshot-pixels.
           call winapi "glReadPixels" using
               by value 0
               by value 0
               by value gl-window-width(1)
               by value gl-window-height(1)
               by value h"000080E0"
               by value h"00001401"
               by reference gl-screenshot-pixels.

           move spaces to gl-golden-fail-reason.
           if gl-golden-write-mode
               perform build-golden-bmp-header
               perform write-golden-baseline
           else
               perform read-golden-baseline
               if gl-golden-baseline-ok
                   perform compare-golden-frame
                   if gl-golden-diff-count > 0
                       perform build-golden-bmp-header
                       perform write-golden-diff-bmp
                   end-if
               end-if
           end-if
           perform write-golden-report.
       .
       build-golden-bmp-header.
           move "BM"  to gl-bmp-magic.
           compute gl-bmp-file-size =
               function length(gl-bmp-header) +
               gl-screenshot-pixel-size.
           move x"0000" to gl-bmp-reserved1.
           move x"0000" to gl-bmp-reserved2.
           move function length(gl-bmp-header) to gl-bmp-off-bits.
           move 40 to gl-bmp-info-size.
           move gl-window-width(1)  to gl-bmp-width.
           move gl-window-height(1) to gl-bmp-height.
           move 1 to gl-bmp-planes.
           move 24 to gl-bmp-bit-count.
           move 0 to gl-bmp-compression.
           move gl-screenshot-pixel-size to gl-bmp-image-size.
           move 0 to gl-bmp-x-ppm.
           move 0 to gl-bmp-y-ppm.
           move 0 to gl-bmp-colors-used.
           move 0 to gl-bmp-colors-imp.
       .
       write-golden-baseline.
           perform build-golden-image-name.
           move "CreateFileA" to gl-last-api.
           call winapi "CreateFileA" using
               by reference gl-golden-image-z
               by value generic-write
               by value 0
               by value 0
               by value create-always
               by value file-attribute-normal
               by value 0
               returning gl-golden-handle.
           if gl-golden-handle = null
               move spaces to gl-golden-fail-reason
               string "cannot create " delimited by size
                      function trim(gl-golden-image) delimited by size
                 into gl-golden-fail-reason
               exit paragraph
           end-if
           call winapi "WriteFile" using
               by value gl-golden-handle
               by reference gl-bmp-header
               by value function length(gl-bmp-header)
               by reference gl-golden-bytes
               by value 0
               returning gl-ok.
           call winapi "WriteFile" using
               by value gl-golden-handle
               by reference gl-screenshot-pixels
               by value gl-screenshot-pixel-size
               by reference gl-golden-bytes
               by value 0
               returning gl-ok.
           call winapi "CloseHandle" using by value gl-golden-handle.
       .
       build-golden-image-name.
           move spaces to gl-golden-image-z.
           string function trim(gl-golden-image) delimited by size
                  x"00" delimited by size
             into gl-golden-image-z.
       .
       write-golden-diff-bmp.
           call winapi "CreateFileA" using
               by reference "golden-diff.bmp" & x"00"
               by value generic-write
               by value 0
               by value 0
               by value create-always
               by value file-attribute-normal
               by value 0
               returning gl-golden-handle.
           if gl-golden-handle = null
               exit paragraph
           end-if
           call winapi "WriteFile" using
               by value gl-golden-handle
               by reference gl-bmp-header
               by value function length(gl-bmp-header)
               by reference gl-golden-bytes
               by value 0
               returning gl-ok.
           call winapi "WriteFile" using
               by value gl-golden-handle
               by reference gl-golden-pixels
               by value gl-screenshot-pixel-size
               by reference gl-golden-bytes
               by value 0
               returning gl-ok.
           call winapi "CloseHandle" using by value gl-golden-handle.
       .
       read-golden-baseline.
           move "N" to gl-golden-ok.
           perform build-golden-image-name.
           call winapi "CreateFileA" using
               by reference gl-golden-image-z
               by value generic-read
               by value 0
               by value 0
               by value open-existing
               by value file-attribute-normal
               by value 0
               returning gl-golden-handle.
           if gl-golden-handle = null
               move "no baseline - run -goldenwrite first"
                 to gl-golden-fail-reason
               exit paragraph
           end-if
           call winapi "ReadFile" using
               by value gl-golden-handle
               by reference gl-bmp-header
               by value function length(gl-bmp-header)
               by reference gl-golden-bytes
               by value 0
               returning gl-ok.

           if gl-bmp-bit-count not = 24 or gl-bmp-compression not = 0
               move "baseline is not 24-bit uncompressed"
                 to gl-golden-fail-reason
               call winapi "CloseHandle" using
                   by value gl-golden-handle
               exit paragraph
           end-if
           if gl-bmp-width not = gl-window-width(1)
                   or gl-bmp-height not = gl-window-height(1)
               move "baseline size differs from frame"
                 to gl-golden-fail-reason
               call winapi "CloseHandle" using
                   by value gl-golden-handle
               exit paragraph
           end-if

           call winapi "SetFilePointer" using
               by value gl-golden-handle
               by value gl-bmp-off-bits
               by value 0
               by value 0
               returning gl-ok.
           move spaces to gl-golden-pixels.
           call winapi "ReadFile" using
               by value gl-golden-handle
               by reference gl-golden-pixels
               by value gl-screenshot-pixel-size
               by reference gl-golden-bytes
               by value 0
               returning gl-ok.
           call winapi "CloseHandle" using by value gl-golden-handle.
           move "Y" to gl-golden-ok.
       .
      * per-pixel compare within the per-channel tolerance; the
      * baseline buffer is rewritten in place into the diff image
      * (white where a pixel differs) as the scan goes
       compare-golden-frame.
           move 0 to gl-golden-diff-count.
           perform compare-golden-row
               varying gl-golden-row from 0 by 1
               until gl-golden-row >= gl-window-height(1).
       .
       compare-golden-row.
           perform compare-golden-pixel
               varying gl-golden-col from 0 by 1
               until gl-golden-col >= gl-window-width(1).
       .
       compare-golden-pixel.
           compute gl-golden-byte-base =
               gl-golden-row * gl-screenshot-row-bytes +
               gl-golden-col * 3 + 1.
           move "N" to gl-golden-pixel-bad.
           perform compare-golden-byte
               varying gl-golden-byte-index from 0 by 1
               until gl-golden-byte-index > 2.
           if gl-golden-pixel-bad = "Y"
               add 1 to gl-golden-diff-count
               move x"FFFFFF" to gl-golden-pixels
                   (gl-golden-byte-base:3)
           else
               move x"000000" to gl-golden-pixels
                   (gl-golden-byte-base:3)
           end-if
       .
       compare-golden-byte.
           compute gl-golden-byte-a = function ord(
               gl-screenshot-pixels(gl-golden-byte-base +
                   gl-golden-byte-index:1)) - 1.
           compute gl-golden-byte-b = function ord(
               gl-golden-pixels(gl-golden-byte-base +
                   gl-golden-byte-index:1)) - 1.
           compute gl-golden-byte-diff =
               gl-golden-byte-a - gl-golden-byte-b.
           if gl-golden-byte-diff < 0
               compute gl-golden-byte-diff =
                   0 - gl-golden-byte-diff
           end-if
           if gl-golden-byte-diff > gl-golden-tolerance
               move "Y" to gl-golden-pixel-bad
           end-if
       .
       write-golden-report.
           perform read-gl-strings.
           open output gl-golden-report-file.

           move spaces to gl-golden-report-line.
           if gl-golden-write-mode
               if gl-golden-fail-reason = spaces
                   string "BASELINE WRITTEN " delimited by size
                          function trim(gl-golden-image)
                                              delimited by size
                     into gl-golden-report-line
               else
                   string "FAIL " delimited by size
                          function trim(gl-golden-fail-reason)
                                              delimited by size
                     into gl-golden-report-line
               end-if
           else
               if gl-golden-fail-reason not = spaces
                   string "FAIL " delimited by size
                          function trim(gl-golden-fail-reason)
                                              delimited by size
                     into gl-golden-report-line
               else
                   move gl-golden-diff-count to gl-golden-diff-disp
                   if gl-golden-diff-count = 0
                       string "PASS diffpixels=0" delimited by size
                         into gl-golden-report-line
                   else
                       string "FAIL diffpixels=" delimited by size
                              function trim(gl-golden-diff-disp)
                                              delimited by size
                              " diffimage=golden-diff.bmp"
                                              delimited by size
                         into gl-golden-report-line
                   end-if
               end-if
           end-if
           write gl-golden-report-record from gl-golden-report-line.

           move spaces to gl-golden-report-line.
           string "renderer=" delimited by size
                  function trim(gl-gl-renderer) delimited by size
             into gl-golden-report-line.
           write gl-golden-report-record from gl-golden-report-line.

           move spaces to gl-golden-report-line.
           move 1 to temp-num.
           move gl-window-width(1) to gl-golden-num-disp.
           string "width=" delimited by size
                  function trim(gl-golden-num-disp) delimited by size
             into gl-golden-report-line
             with pointer temp-num.
           move gl-window-height(1) to gl-golden-num-disp.
           string " height=" delimited by size
                  function trim(gl-golden-num-disp) delimited by size
             into gl-golden-report-line
             with pointer temp-num.
           move gl-golden-tolerance to gl-golden-num-disp.
           string " tolerance=" delimited by size
                  function trim(gl-golden-num-disp) delimited by size
             into gl-golden-report-line
             with pointer temp-num.
           write gl-golden-report-record from gl-golden-report-line.

           close gl-golden-report-file.
       .
      * drains glGetError (several errors can queue) and records each
      * one against the paragraph named in gl-glerr-context
       check-gl-errors.
           move 1 to gl-glerr-more.
           move 0 to gl-glerr-guard.
           perform read-one-gl-error until gl-glerr-more = 0.
       .
       read-one-gl-error.
           call winapi "glGetError" returning gl-glerr-code.
           if gl-glerr-code = 0
               move 0 to gl-glerr-more
           else
               evaluate gl-glerr-code
                   when h"0500"
                       move "GL_INVALID_ENUM" to gl-glerr-name
                   when h"0501"
                       move "GL_INVALID_VALUE" to gl-glerr-name
                   when h"0502"
                       move "GL_INVALID_OPERATION" to gl-glerr-name
                   when h"0503"
                       move "GL_STACK_OVERFLOW" to gl-glerr-name
                   when h"0504"
                       move "GL_STACK_UNDERFLOW" to gl-glerr-name
                   when h"0505"
                       move "GL_OUT_OF_MEMORY" to gl-glerr-name
                   when h"0506"
                       move "GL_INVALID_FRAMEBUFFER_OPERATION"
                         to gl-glerr-name
                   when other
                       move "GL_UNKNOWN_ERROR" to gl-glerr-name
               end-evaluate
               move gl-glerr-code to gl-glerr-code-disp
               move function current-date to gl-log-timestamp
               move spaces to gl-glerr-line
               string gl-log-timestamp(1:21)   delimited by size
                      " after "                delimited by size
                      function trim(gl-glerr-context)
                                               delimited by size
                      ": "                     delimited by size
                      function trim(gl-glerr-name)
                                               delimited by size
                      " ("                     delimited by size
                      gl-glerr-code-disp       delimited by size
                      ")"                      delimited by size
                 into gl-glerr-line
               write gl-glerr-record from gl-glerr-line
               add 1 to gl-glerr-total
               add 1 to gl-glerr-guard
               if gl-glerr-guard >= 16
                   move 0 to gl-glerr-more
               end-if
           end-if
       .
       drain-debug-messages.
           if gl-debug-pending-count > 0
               perform log-debug-message
                   varying gl-glerr-index from 1 by 1
                   until gl-glerr-index > gl-debug-pending-count
               move 0 to gl-debug-pending-count
           end-if
       .
       log-debug-message.
           move gl-debug-msg-id(gl-glerr-index)
             to gl-glerr-code-disp.
           move function current-date to gl-log-timestamp.
           move spaces to gl-glerr-line.
           string gl-log-timestamp(1:21) delimited by size
                  " driver id="          delimited by size
                  gl-glerr-code-disp     delimited by size
                  " "                    delimited by size
                  function trim(gl-debug-text(gl-glerr-index))
                                         delimited by size
             into gl-glerr-line.
           write gl-glerr-record from gl-glerr-line.
       .
       log-api-call.
           call winapi "GetLastError" returning last-error.

           move function current-date to gl-log-timestamp.
           move gl-log-return-code to gl-log-return-code-disp.
           move last-error         to gl-log-error-code-disp.

           move spaces to gl-log-line.
           string gl-log-timestamp(1:21)     delimited by size
                  " "                        delimited by size
                  function trim(gl-last-api) delimited by size
                  " rc="                     delimited by size
                  function trim(gl-log-return-code-disp)
                                              delimited by size
                  " err="                    delimited by size
                  function trim(gl-log-error-code-disp)
                                              delimited by size
             into gl-log-line.

           write gl-log-record from gl-log-line.
       .
       shutdown-windows.
           if not gl-is-selftest and not gl-is-validate
                   and gl-golden-mode = "N" and not gl-is-heatmap
               perform save-window-layout
           end-if
           perform release-gl-window
               varying gl-window-index from 1 by 1
               until gl-window-index > gl-window-count.
       release-gl-window.
           move gl-win-hdc(gl-window-index) to hdc.
           move gl-win-rc(gl-window-index)  to gl-rc.
           call winapi "wglMakeCurrent" using by value hdc
                                              by value 0
                                    returning gl-ok.
           call winapi "wglDeleteContext" using by value gl-rc.
           call winapi "ReleaseDC" using by value
                                   gl-win-hwnd(gl-window-index)
                                  by value hdc.
       .
       create-gl-window.
           move ws-overlappedwindow to temp-num
           move gl-window-index to gl-creating-window-index

           move gl-cfg-width  to gl-create-width
           move gl-cfg-height to gl-create-height
           if gl-layout-is-valid(gl-window-index)
               move gl-layout-left(gl-window-index) to gl-window-x
               move gl-layout-top(gl-window-index)  to gl-window-y
               move gl-layout-width(gl-window-index)
                 to gl-create-width
               move gl-layout-height(gl-window-index)
                 to gl-create-height
           else
               if gl-monitor-chosen-index >= 1
                       and gl-monitor-chosen-index <= gl-monitor-count
                   move gl-monitor-left(gl-monitor-chosen-index)
                     to gl-window-x
                   move gl-monitor-top(gl-monitor-chosen-index)
                     to gl-window-y
               else
                   move cw-usedefault to gl-window-x
                   move cw-usedefault to gl-window-y
               end-if
           end-if

           move "CreateWindowExA" to gl-last-api.
           call winapi "CreateWindowExA" using by value 0
                                               by reference szClassName
                                               by reference
                                               szWindowTitle
                                               by value temp-num
                                               by value gl-window-x
                                               by value gl-window-y
                                               by value gl-create-width
                                               by value
                                               gl-create-height
                                               by value 0
                                               by value 0
                                               by value h-instance
                                               by value 0
                                     returning hwnd.
           if hwnd = null
               move 0 to gl-log-return-code
           else
               move 1 to gl-log-return-code
           end-if
           perform log-api-call.

           if hwnd = null
               perform fatal-error
           end-if

           if not gl-is-selftest and not gl-is-validate
                   and not gl-is-export
               call winapi "ShowWindow" using by value hwnd
                                              by value 5
               call winapi "UpdateWindow" using by value hwnd
      * presentation windows sit above everything a stray dialog
      * or taskbar popup could put in front of them
               if gl-kiosk-wanted
                   call winapi "SetWindowPos" using
                       by value hwnd
                       by value -1
                       by value 0
                       by value 0
                       by value 0
                       by value 0
                       by value 3
                       returning gl-kiosk-ok
               end-if
               if gl-drag-accept-files-func not = null
                   call winapi gl-drag-accept-files-func using
                       by value hwnd
                       by value 1
               end-if
               if gl-layout-is-valid(gl-window-index)
                       and gl-layout-fs(gl-window-index) = "Y"
      * route through the Alt+Enter handler so the toggle state in
      * gl-winstate stays consistent with a manual fullscreen
                   call winapi "SendMessageA" using
                       by value hwnd
                       by value wm-syskeydown
                       by value vk-return
                       by value 0
                       returning mresult
               end-if
           end-if

           call winapi "GetLastError"
             returning last-error.

           call winapi "GetDC" using by value hwnd
                           returning hdc.

           move h"2001" to gl-attribute(1).
           move 1 to gl-attribute(2).
           move h"2010" to gl-attribute(3).
           move 1 to gl-attribute(4).
           move h"2011" to gl-attribute(5).
           move 1 to gl-attribute(6).
           move h"2013" to gl-attribute(7).
           move h"202B" to gl-attribute(8).
           move h"2014" to gl-attribute(9).
           move gl-cfg-color-bits to gl-attribute(10).
           move h"2022" to gl-attribute(11).
           move gl-cfg-depth-bits to gl-attribute(12).
           move h"2023" to gl-attribute(13).
           move gl-cfg-stencil-bits to gl-attribute(14).
           move 0 to gl-attribute(15).

           move "wglChoosePixelFormatARB" to gl-last-api.
           call winapi gl-choose-pixel-format-func
               using by value hdc
                     by reference gl-attributes
                     by value 0
                     by value 1
                     by reference gl-format
                     by reference gl-formats.
           move gl-formats to gl-log-return-code.
           perform log-api-call.

           if gl-formats = 0
               perform fatal-error
               stop run
           end-if

           move "DescribePixelFormat" to gl-last-api.
           move function length (gl-pixel-descriptor) to temp-num.
           call winapi "DescribePixelFormat" using by value hdc
                                                   by value gl-format
                                                   by value temp-num
                                                   by reference
                                                   gl-pixel-descriptor
               returning gl-ok
           move gl-ok to gl-log-return-code.
           perform log-api-call.

           if gl-ok = 0
               perform fatal-error
           end-if

           move "SetPixelFormat" to gl-last-api.
           call winapi "SetPixelFormat" using
                       by value hdc
                       by value gl-format
                       by reference gl-pixel-descriptor
                       returning gl-ok
           move gl-ok to gl-log-return-code.
           perform log-api-call.

           if gl-ok = 0
               perform fatal-error
           end-if

           move h"2091" to gl-attribute(1).
           move 4 to gl-attribute(2).
           move h"2092" to gl-attribute(3).
           move 5 to gl-attribute(4).
           move h"9126" to gl-attribute(5).
           move h"00000001" to gl-attribute(6).
           move 0 to gl-attribute(7).

      * every window after the first shares window one's context so
      * textures, buffers and programs are uploaded exactly once
           if gl-window-index > 1
               move gl-win-rc(1) to gl-share-rc
           else
               set gl-share-rc to null
           end-if

           move "wglCreateContextAttribsARB" to gl-last-api.
           call winapi gl-create-context-attribs-func using
               by value hdc
               by value gl-share-rc
               by reference gl-attributes
               returning gl-rc
           if gl-rc = null
               move 0 to gl-log-return-code
           else
               move 1 to gl-log-return-code
           end-if
           perform log-api-call.

           if gl-rc = null
               perform fatal-error
           end-if

           move "wglMakeCurrent" to gl-last-api.
           call winapi "wglMakeCurrent" using by value hdc
                                              by value gl-rc
                                    returning gl-ok
           move gl-ok to gl-log-return-code.
           perform log-api-call.

           if gl-ok = 0
               perform fatal-error
           end-if

           move hwnd to gl-win-hwnd(gl-window-index).
           move hdc  to gl-win-hdc(gl-window-index).
           move gl-rc to gl-win-rc(gl-window-index)
           move hwnd  to gl-winstate-hwnd(gl-window-index).
           move hdc   to gl-winstate-hdc(gl-window-index).
           move gl-rc to gl-winstate-rc(gl-window-index)

           if gl-window-index = 1
               perform build-shader-program
               move gl-shader-program
                 to gl-win-program(gl-window-index)
               move "build-shader-program" to gl-glerr-context
               perform check-gl-errors
               perform setup-text
               move gl-text-program
                 to gl-win-text-program(gl-window-index)
               move gl-font-texture-id
                 to gl-win-font-texture(gl-window-index)
               move gl-text-vao to gl-win-text-vao(gl-window-index)
               move gl-text-vbo to gl-win-text-vbo(gl-window-index)
               perform setup-post
               perform setup-particles
               if gl-shadow-wanted
                   perform setup-shadow
               end-if
               if gl-skybox-wanted
                   perform setup-skybox
               end-if
               perform load-window-resources
           else
      * the sharing group already holds every texture, buffer and
      * program; this context only needs its own vertex arrays
               perform adopt-shared-resources
           end-if

           call winapi "glEnable" using by value h"00000B71".

      * driver-level diagnostics when the debug-output extension is
      * there; old drivers just leave the pointer null
           if gl-debug-message-callback-func not = null
               call winapi "glEnable" using by value h"000092E0"
               set gl-debug-proc-ptr to entry "GLDebugProc"
               call winapi gl-debug-message-callback-func using
                   by value gl-debug-proc-ptr
                   by value 0
           end-if

           call winapi gl-swap-interval-func using by value
             gl-swap-interval
               returning gl-ok.
       .
       check-any-window-active.
           move "N" to gl-any-window-active
           perform check-one-window-active
               varying gl-window-index from 1 by 1
               until gl-window-index > gl-window-count
       .
       check-one-window-active.
           if gl-window-is-active(gl-window-index)
                   and not gl-window-is-minimized(gl-window-index)
               move "Y" to gl-any-window-active
           end-if
       .
       render-window.
           if gl-window-is-active(gl-window-index)
                   and not gl-window-is-minimized(gl-window-index)
               move gl-win-hdc(gl-window-index) to hdc
               move gl-win-rc(gl-window-index)  to gl-rc
               call winapi "wglMakeCurrent" using by value hdc
                                                  by value gl-rc
                                        returning gl-ok
      * adopted/propagated programs are never current in this
      * context until something binds them - do it here so the
      * uniform uploads always land in the right program
               call winapi gl-use-program-func using
                   by value gl-win-program(gl-window-index)
               perform upload-light-uniforms
               perform build-view-proj-matrices
               perform ensure-offscreen-target
               if gl-shadow-wanted
                       and gl-win-shadow-is-usable(gl-window-index)
                   move gl-prof-shadow to gl-prof-phase
                   perform profile-phase-start
                   perform render-shadow-pass
                   move gl-prof-shadow to gl-prof-phase
                   perform profile-phase-stop
               end-if
               perform upload-shadow-uniforms
               if gl-win-fbo-is-usable(gl-window-index)
                   call winapi gl-bind-framebuffer-func using
                       by value h"8D40"
                       by value gl-win-fbo(gl-window-index)
               end-if
               call winapi "glClearColor" using
                                    by value gl-cfg-clear-red
                                    by value gl-cfg-clear-green
                                    by value gl-cfg-clear-blue
                                    by value gl-cfg-clear-alpha
               call winapi "glClear" using by value h"00004100"
      * opaque objects first, then the skybox, then the see-through
      * objects sorted far-to-near over everything already drawn
               move gl-prof-opaque to gl-prof-phase
               perform profile-phase-start
               perform build-blend-list
               perform draw-opaque-scene-object
                   varying gl-scene-draw-index from 1 by 1
                   until gl-scene-draw-index > gl-scene-object-count
               move gl-prof-opaque to gl-prof-phase
               perform profile-phase-stop
               if gl-win-sky-is-usable(gl-window-index)
                       and gl-gov-level < 3
                   move gl-prof-skybox to gl-prof-phase
                   perform profile-phase-start
                   perform draw-skybox
                   move gl-prof-skybox to gl-prof-phase
                   perform profile-phase-stop
               end-if
               if gl-blend-count > 0
                   move gl-prof-blended to gl-prof-phase
                   perform profile-phase-start
                   perform draw-blended-objects
                   move gl-prof-blended to gl-prof-phase
                   perform profile-phase-stop
               end-if
               if gl-emitter-count > 0
                   move gl-prof-draw-part to gl-prof-phase
                   perform profile-phase-start
                   perform draw-particles
                   move gl-prof-draw-part to gl-prof-phase
                   perform profile-phase-stop
               end-if
               if gl-win-fbo-is-usable(gl-window-index)
                   move gl-prof-post to gl-prof-phase
                   perform profile-phase-start
                   perform apply-post-effect
                   move gl-prof-post to gl-prof-phase
                   perform profile-phase-stop
               end-if
      * on a video wall the overlay belongs to one tile only, apart
      * from captions sent to another tile with -captionwindow
               if not gl-wall-is-on
                       or gl-wall-col(gl-window-index) = 0
                       or gl-window-index = gl-wall-hud-window
                   move gl-prof-hud to gl-prof-phase
                   perform profile-phase-start
                   perform render-hud
                   move gl-prof-hud to gl-prof-phase
                   perform profile-phase-stop
               else
                   if gl-window-index = gl-cap-window
                       perform render-caption-tile
                   end-if
               end-if
               move "render-window" to gl-glerr-context
               perform check-gl-errors
               perform drain-debug-messages
               move gl-prof-swap to gl-prof-phase
               perform profile-phase-start
               call winapi "SwapBuffers" using by value hdc
               move gl-prof-swap to gl-prof-phase
               perform profile-phase-stop
           end-if
       .
       record-bench-frame.
           compute gl-bench-frame-ms = gl-delta-time * 1000.0.
           add 1 to gl-bench-frame-count.
           add gl-bench-frame-ms to gl-bench-sum-ms.
           add gl-delta-time to gl-bench-elapsed.
           if gl-bench-frame-count = 1
               move gl-bench-frame-ms to gl-bench-min-ms
               move gl-bench-frame-ms to gl-bench-max-ms
           else
               if gl-bench-frame-ms < gl-bench-min-ms
                   move gl-bench-frame-ms to gl-bench-min-ms
               end-if
               if gl-bench-frame-ms > gl-bench-max-ms
                   move gl-bench-frame-ms to gl-bench-max-ms
               end-if
           end-if

           compute gl-bench-bucket =
               gl-bench-frame-ms / 0.1 + 1.
           if gl-bench-bucket < 1
               move 1 to gl-bench-bucket
           end-if
           if gl-bench-bucket > 1000
               move 1000 to gl-bench-bucket
           end-if
           add 1 to gl-bench-bucket-count(gl-bench-bucket).

           if gl-bench-elapsed >= gl-bench-seconds
               move "Y" to gl-quit-flag
           end-if
       .
      * walks the cumulative histogram to the rank in
      * gl-bench-target, leaving the bucket's upper bound in
      * gl-bench-frame-ms for the caller to keep
       find-bench-percentile.
           move 0 to gl-bench-cumulative.
           move 0 to gl-bench-bucket.
           perform accumulate-bench-bucket
               until gl-bench-cumulative >= gl-bench-target
                   or gl-bench-bucket >= 1000.
           compute gl-bench-frame-ms = gl-bench-bucket * 0.1.
       .
       accumulate-bench-bucket.
           add 1 to gl-bench-bucket.
           add gl-bench-bucket-count(gl-bench-bucket)
             to gl-bench-cumulative.
       .
       write-bench-report.
           compute gl-bench-avg-ms =
               gl-bench-sum-ms / gl-bench-frame-count.

           compute gl-bench-target rounded =
               gl-bench-frame-count * 0.95.
           perform find-bench-percentile.
           move gl-bench-frame-ms to gl-bench-p95-ms.
           compute gl-bench-target rounded =
               gl-bench-frame-count * 0.99.
           perform find-bench-percentile.
           move gl-bench-frame-ms to gl-bench-p99-ms.

      * stutters: frames landing above twice the average frame time
           compute gl-bench-stutter-ms = gl-bench-avg-ms * 2.
           compute gl-bench-bucket =
               gl-bench-stutter-ms / 0.1 + 1.
           if gl-bench-bucket > 1000
               move 1000 to gl-bench-bucket
           end-if
           move 0 to gl-bench-stutter-count.
           perform count-bench-stutters
               varying gl-bench-bucket from gl-bench-bucket by 1
               until gl-bench-bucket > 1000.

           perform read-gl-strings.
           open output gl-bench-report-file.

           move spaces to gl-bench-report-line.
           move 1 to temp-num.
           move gl-bench-frame-count to gl-bench-num-disp.
           string "frames=" delimited by size
                  function trim(gl-bench-num-disp) delimited by size
             into gl-bench-report-line
             with pointer temp-num.
           move gl-bench-seconds to gl-bench-num-disp.
           string " seconds=" delimited by size
                  function trim(gl-bench-num-disp) delimited by size
             into gl-bench-report-line
             with pointer temp-num.
           write gl-bench-report-record from gl-bench-report-line.

           move spaces to gl-bench-report-line.
           move 1 to temp-num.
           move gl-bench-min-ms to gl-bench-ms-disp.
           string "minms=" delimited by size
                  function trim(gl-bench-ms-disp) delimited by size
             into gl-bench-report-line
             with pointer temp-num.
           move gl-bench-avg-ms to gl-bench-ms-disp.
           string " avgms=" delimited by size
                  function trim(gl-bench-ms-disp) delimited by size
             into gl-bench-report-line
             with pointer temp-num.
           move gl-bench-max-ms to gl-bench-ms-disp.
           string " maxms=" delimited by size
                  function trim(gl-bench-ms-disp) delimited by size
             into gl-bench-report-line
             with pointer temp-num.
           write gl-bench-report-record from gl-bench-report-line.

           move spaces to gl-bench-report-line.
           move 1 to temp-num.
           move gl-bench-p95-ms to gl-bench-ms-disp.
           string "p95ms=" delimited by size
                  function trim(gl-bench-ms-disp) delimited by size
             into gl-bench-report-line
             with pointer temp-num.
           move gl-bench-p99-ms to gl-bench-ms-disp.
           string " p99ms=" delimited by size
                  function trim(gl-bench-ms-disp) delimited by size
             into gl-bench-report-line
             with pointer temp-num.
           move gl-bench-stutter-count to gl-bench-num-disp.
           string " stutters=" delimited by size
                  function trim(gl-bench-num-disp) delimited by size
             into gl-bench-report-line
             with pointer temp-num.
           write gl-bench-report-record from gl-bench-report-line.

           move spaces to gl-bench-report-line.
           move 1 to temp-num.
           perform append-bench-lod-count
               varying gl-bench-lod-index from 1 by 1
               until gl-bench-lod-index > 4.
           write gl-bench-report-record from gl-bench-report-line.

           move spaces to gl-bench-report-line.
           string "renderer=" delimited by size
                  function trim(gl-gl-renderer) delimited by size
             into gl-bench-report-line.
           write gl-bench-report-record from gl-bench-report-line.

           close gl-bench-report-file.
       .
      * phase bracketing for -profile: the phase number comes in
      * gl-prof-phase; main-loop phases land in slot one, render
      * phases in the slot of the window being drawn
       profile-phase-start.
           if not gl-is-profile
               exit paragraph
           end-if
           call winapi "QueryPerformanceCounter" using
               by reference gl-prof-start-tick(gl-prof-phase).
       .
       profile-phase-stop.
           if not gl-is-profile
               exit paragraph
           end-if
           if gl-prof-phase = gl-prof-sim
                   or gl-prof-phase = gl-prof-particles
                   or gl-prof-phase = gl-prof-audio
               move 1 to gl-prof-slot
           else
               call winapi "glFinish"
               compute gl-prof-slot = gl-window-index + 1
           end-if
           call winapi "QueryPerformanceCounter" using
               by reference gl-prof-now-tick.
           compute gl-prof-ms =
               (gl-prof-now-tick - gl-prof-start-tick(gl-prof-phase))
               * 1000.0 / gl-perf-freq.
           add gl-prof-ms
             to gl-prof-frame-ms(gl-prof-slot, gl-prof-phase).
           move "Y" to gl-prof-touched(gl-prof-slot, gl-prof-phase).
       .
      * folds this frame's phase times into the histograms; the
      * particle update ran inside the simulation steps, so it is
      * taken back out of the simulation figure
       profile-frame-end.
           if not gl-is-profile
               exit paragraph
           end-if
           add 1 to gl-prof-frames.
           if gl-prof-is-touched(1, gl-prof-particles)
               subtract gl-prof-frame-ms(1, gl-prof-particles)
                 from gl-prof-frame-ms(1, gl-prof-sim)
           end-if
           perform profile-slot-end
               varying gl-prof-slot from 1 by 1
               until gl-prof-slot > gl-window-max + 1.
       .
       profile-slot-end.
           perform profile-phase-end
               varying gl-prof-phase from 1 by 1
               until gl-prof-phase > gl-prof-phase-max.
       .
       profile-phase-end.
           if not gl-prof-is-touched(gl-prof-slot, gl-prof-phase)
               exit paragraph
           end-if
           move gl-prof-frame-ms(gl-prof-slot, gl-prof-phase)
             to gl-prof-ms.
           if gl-prof-ms < 0
               move 0 to gl-prof-ms
           end-if
           add 1 to gl-prof-count(gl-prof-slot, gl-prof-phase).
           add gl-prof-ms
             to gl-prof-sum-ms(gl-prof-slot, gl-prof-phase).
           if gl-prof-ms > gl-prof-max-ms(gl-prof-slot, gl-prof-phase)
               move gl-prof-ms
                 to gl-prof-max-ms(gl-prof-slot, gl-prof-phase)
           end-if
           compute gl-prof-bucket = gl-prof-ms / 0.05 + 1.
           if gl-prof-bucket > 1000
               move 1000 to gl-prof-bucket
           end-if
           add 1 to gl-prof-bucket-count
               (gl-prof-slot, gl-prof-phase, gl-prof-bucket).
           move 0 to gl-prof-frame-ms(gl-prof-slot, gl-prof-phase).
           move "N" to gl-prof-touched(gl-prof-slot, gl-prof-phase).
       .
       write-profile-report.
           open output gl-profile-report-file.
           move spaces to gl-prof-line.
           move 1 to temp-num.
           move gl-prof-frames to gl-prof-num-disp.
           string "profile frames=" delimited by size
                  function trim(gl-prof-num-disp) delimited by size
             into gl-prof-line
             with pointer temp-num.
           move gl-window-count to gl-prof-num-disp.
           string " windows=" delimited by size
                  function trim(gl-prof-num-disp) delimited by size
             into gl-prof-line
             with pointer temp-num.
           write gl-profile-report-record from gl-prof-line.
           move "phase            window   frames    avgms    p95ms"
             & "    maxms" to gl-prof-line.
           write gl-profile-report-record from gl-prof-line.
           perform write-profile-slot
               varying gl-prof-slot from 1 by 1
               until gl-prof-slot > gl-window-count + 1.
           close gl-profile-report-file.
       .
       write-profile-slot.
           perform write-profile-phase
               varying gl-prof-phase from 1 by 1
               until gl-prof-phase > gl-prof-phase-max.
       .
       write-profile-phase.
           if gl-prof-count(gl-prof-slot, gl-prof-phase) = 0
               exit paragraph
           end-if
      * p95 from the histogram: the upper edge of the bucket where
      * the running count reaches 95 percent of the frames
           compute gl-prof-target rounded =
               gl-prof-count(gl-prof-slot, gl-prof-phase) * 0.95.
           move 0 to gl-prof-cumulative.
           move 0 to gl-prof-bucket.
           perform accumulate-profile-bucket
               until gl-prof-cumulative >= gl-prof-target
                   or gl-prof-bucket >= 1000.
           compute gl-prof-p95-ms = gl-prof-bucket * 0.05.
           if gl-prof-p95-ms >
                   gl-prof-max-ms(gl-prof-slot, gl-prof-phase)
               move gl-prof-max-ms(gl-prof-slot, gl-prof-phase)
                 to gl-prof-p95-ms
           end-if

           move spaces to gl-prof-line.
           move gl-prof-name(gl-prof-phase) to gl-prof-line(1:16).
           if gl-prof-slot = 1
               move "all" to gl-prof-line(18:6)
           else
               compute gl-prof-num-disp = gl-prof-slot - 1
               move function trim(gl-prof-num-disp)
                 to gl-prof-line(18:6)
           end-if
           move gl-prof-count(gl-prof-slot, gl-prof-phase)
             to gl-prof-num-disp.
           move gl-prof-num-disp to gl-prof-line(24:8).
           compute gl-prof-ms-disp rounded =
               gl-prof-sum-ms(gl-prof-slot, gl-prof-phase) /
               gl-prof-count(gl-prof-slot, gl-prof-phase).
           move gl-prof-ms-disp to gl-prof-line(33:8).
           compute gl-prof-ms-disp rounded = gl-prof-p95-ms.
           move gl-prof-ms-disp to gl-prof-line(42:8).
           compute gl-prof-ms-disp rounded =
               gl-prof-max-ms(gl-prof-slot, gl-prof-phase).
           move gl-prof-ms-disp to gl-prof-line(51:8).
           write gl-profile-report-record from gl-prof-line.
       .
       accumulate-profile-bucket.
           add 1 to gl-prof-bucket.
           add gl-prof-bucket-count
               (gl-prof-slot, gl-prof-phase, gl-prof-bucket)
             to gl-prof-cumulative.
       .
       append-bench-lod-count.
           if gl-bench-lod-index > 1
               string " " delimited by size
                 into gl-bench-report-line
                 with pointer temp-num
           end-if
           compute gl-bench-num-disp = gl-bench-lod-index - 1.
           string "lod" delimited by size
                  function trim(gl-bench-num-disp) delimited by size
                  "=" delimited by size
             into gl-bench-report-line
             with pointer temp-num.
           move gl-bench-lod-draws(gl-bench-lod-index)
             to gl-bench-num-disp.
           string function trim(gl-bench-num-disp) delimited by size
             into gl-bench-report-line
             with pointer temp-num.
       .
      * reads the most recent history entry for this renderer, then
      * appends this run and writes the comparison verdict
       update-bench-history.
           move "N" to gl-bench-prev-found.
           move "N" to gl-bench-hist-eof.
           open input gl-bench-history-file.
           if gl-bench-hist-status = "00"
               perform read-bench-history-line
                   until gl-bench-hist-at-eof
               close gl-bench-history-file
           end-if

           perform append-bench-history.
           perform write-bench-compare.
       .
       read-bench-history-line.
           read gl-bench-history-file
               at end
                   move "Y" to gl-bench-hist-eof
               not at end
                   perform parse-bench-history-line
           end-read
       .
      * "avgms=x p95ms=x p99ms=x frames=n date=ts renderer=<text>" -
      * the renderer goes last because its name contains spaces
       parse-bench-history-line.
           move spaces to gl-bench-stats-part.
           move spaces to gl-bench-renderer-part.
           unstring gl-bench-history-record
               delimited by " renderer="
               into gl-bench-stats-part
                    gl-bench-renderer-part
           end-unstring.
           if gl-bench-renderer-part not =
                   function trim(gl-gl-renderer)
               exit paragraph
           end-if
           move spaces to gl-bench-hist-tokens.
           unstring gl-bench-stats-part delimited by all space
               into gl-bench-hist-token(1)
                    gl-bench-hist-token(2)
                    gl-bench-hist-token(3)
                    gl-bench-hist-token(4)
                    gl-bench-hist-token(5)
                    gl-bench-hist-token(6)
           end-unstring.
           perform note-bench-history-token
               varying gl-bench-hist-scan from 1 by 1
               until gl-bench-hist-scan > 6.
       .
       note-bench-history-token.
           if gl-bench-hist-token(gl-bench-hist-scan)(1:6)
                   = "avgms="
               compute gl-bench-prev-avg = function numval(
                   gl-bench-hist-token(gl-bench-hist-scan)(7:))
               move "Y" to gl-bench-prev-found
           end-if
           if gl-bench-hist-token(gl-bench-hist-scan)(1:5)
                   = "date="
               move gl-bench-hist-token(gl-bench-hist-scan)(6:)
                 to gl-bench-prev-date
           end-if
       .
       append-bench-history.
           open extend gl-bench-history-file.
           if gl-bench-hist-status not = "00"
               open output gl-bench-history-file
           end-if
           if gl-bench-hist-status not = "00"
               exit paragraph
           end-if

           move spaces to gl-bench-hist-line.
           move 1 to temp-num.
           move gl-bench-avg-ms to gl-bench-ms-disp.
           string "avgms=" delimited by size
                  function trim(gl-bench-ms-disp) delimited by size
             into gl-bench-hist-line
             with pointer temp-num.
           move gl-bench-p95-ms to gl-bench-ms-disp.
           string " p95ms=" delimited by size
                  function trim(gl-bench-ms-disp) delimited by size
             into gl-bench-hist-line
             with pointer temp-num.
           move gl-bench-p99-ms to gl-bench-ms-disp.
           string " p99ms=" delimited by size
                  function trim(gl-bench-ms-disp) delimited by size
             into gl-bench-hist-line
             with pointer temp-num.
           move gl-bench-frame-count to gl-bench-num-disp.
           string " frames=" delimited by size
                  function trim(gl-bench-num-disp) delimited by size
             into gl-bench-hist-line
             with pointer temp-num.
           string " date=" delimited by size
                  function current-date(1:14) delimited by size
             into gl-bench-hist-line
             with pointer temp-num.
           string " renderer=" delimited by size
                  function trim(gl-gl-renderer) delimited by size
             into gl-bench-hist-line
             with pointer temp-num.
           write gl-bench-history-record from gl-bench-hist-line.
           close gl-bench-history-file.
       .
       write-bench-compare.
           open output gl-bench-compare-file.

           move spaces to gl-bench-hist-line.
           if gl-bench-prev-found = "N"
               move "NO BASELINE first run on this renderer"
                 to gl-bench-hist-line
               write gl-bench-compare-record from gl-bench-hist-line
           else
               compute gl-bench-limit-ms = gl-bench-prev-avg *
                   (1.0 + gl-bench-threshold / 100.0)
               move 1 to temp-num
               if gl-bench-avg-ms > gl-bench-limit-ms
                   move "Y" to gl-bench-regressed
                   string "REGRESSION" delimited by size
                     into gl-bench-hist-line
                     with pointer temp-num
               else
                   string "OK" delimited by size
                     into gl-bench-hist-line
                     with pointer temp-num
               end-if
               move gl-bench-avg-ms to gl-bench-ms-disp
               string " avgms=" delimited by size
                      function trim(gl-bench-ms-disp)
                                       delimited by size
                 into gl-bench-hist-line
                 with pointer temp-num
               move gl-bench-prev-avg to gl-bench-ms-disp
               string " prevavgms=" delimited by size
                      function trim(gl-bench-ms-disp)
                                       delimited by size
                 into gl-bench-hist-line
                 with pointer temp-num
               move gl-bench-threshold to gl-bench-ms-disp
               string " thresholdpct=" delimited by size
                      function trim(gl-bench-ms-disp)
                                       delimited by size
                 into gl-bench-hist-line
                 with pointer temp-num
               string " prevdate=" delimited by size
                      function trim(gl-bench-prev-date)
                                       delimited by size
                 into gl-bench-hist-line
                 with pointer temp-num
               write gl-bench-compare-record from gl-bench-hist-line
           end-if

           move spaces to gl-bench-hist-line.
           string "renderer=" delimited by size
                  function trim(gl-gl-renderer) delimited by size
             into gl-bench-hist-line.
           write gl-bench-compare-record from gl-bench-hist-line.

           close gl-bench-compare-file.
       .
       count-bench-stutters.
           add gl-bench-bucket-count(gl-bench-bucket)
             to gl-bench-stutter-count.
       .
       clear-bench-histogram.
           move 0 to gl-bench-bucket-count(gl-bench-bucket).
       .
       update-fps-counter.
           move "N" to gl-fps-updated
           add 1 to gl-perf-frame-count.
           call winapi "QueryPerformanceCounter" using
               by reference gl-perf-now-tick.
           compute gl-perf-elapsed =
               (gl-perf-now-tick - gl-perf-last-tick) / gl-perf-freq.

           if gl-perf-elapsed >= 1.0
               compute gl-fps = gl-perf-frame-count / gl-perf-elapsed
               compute gl-fps-int rounded = gl-fps
               move gl-fps-int to gl-fps-display

               move spaces to gl-title-with-fps
               move 1 to temp-num
               string szWindowTitle delimited by x"00"
                      " - " delimited by size
                      function trim(gl-fps-display) delimited by size
                      " FPS" delimited by size
                 into gl-title-with-fps
                 with pointer temp-num
               if gl-fallback-note not = spaces
                   string " FALLBACK" delimited by size
                     into gl-title-with-fps
                     with pointer temp-num
               end-if
               string x"00" delimited by size
                 into gl-title-with-fps
                 with pointer temp-num
               move "Y" to gl-fps-updated

               move gl-perf-now-tick to gl-perf-last-tick
               move 0 to gl-perf-frame-count
           end-if
       .
      * evaluated once per FPS-counter update (about once a second):
      * shed one cost step while below the floor, restore one step
      * after five comfortable seconds; a short cooldown keeps it
      * from thrashing
       update-quality-governor.
           if gl-gov-floor = 0 or not gl-fps-has-updated
               exit paragraph
           end-if
           if gl-gov-cooldown > 0
               subtract 1 from gl-gov-cooldown
           end-if
           compute gl-gov-restore-mark =
               gl-gov-floor + gl-gov-floor / 4.

           if gl-fps-int < gl-gov-floor
               move 0 to gl-gov-good-seconds
               if gl-gov-level < 3 and gl-gov-cooldown = 0
                   add 1 to gl-gov-level
                   move 3 to gl-gov-cooldown
                   perform apply-governor-level
               end-if
           else
               if gl-fps-int >= gl-gov-restore-mark
                   add 1 to gl-gov-good-seconds
                   if gl-gov-good-seconds >= 5
                           and gl-gov-level > 0
                       subtract 1 from gl-gov-level
                       move 0 to gl-gov-good-seconds
                       move 3 to gl-gov-cooldown
                       perform apply-governor-level
                   end-if
               else
                   move 0 to gl-gov-good-seconds
               end-if
           end-if
       .
       apply-governor-level.
           if gl-gov-level >= 1
               move 0.5 to gl-gov-rate-scale
           else
               move 1.0 to gl-gov-rate-scale
           end-if
           evaluate gl-gov-level
               when 0
                   move "QUALITY FULL" to gl-hud-status
               when 1
                   move "QUALITY -PARTICLERATE" to gl-hud-status
               when 2
                   move "QUALITY -PARTICLERATE -POST"
                     to gl-hud-status
               when 3
                   move "QUALITY -PARTICLERATE -POST -SKY"
                     to gl-hud-status
           end-evaluate
           move spaces to gl-log-line.
           string "governor: " delimited by size
                  function trim(gl-hud-status) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
      * one event under the "CobolGL" source: gl-evt-id, gl-evt-type
      * and the text in gl-evt-text; the source is registered on the
      * first alert, so a run that never faults never touches it
       raise-event-alert.
           if not gl-evt-is-on
                   or gl-is-selftest or gl-is-validate or gl-is-bench
                   or gl-is-export or gl-is-budget or gl-is-heatmap
                   or gl-is-convert or gl-golden-mode not = "N"
                   or gl-manifest-mode not = "N"
               exit paragraph
           end-if
           if gl-evt-tried = "N"
               move "Y" to gl-evt-tried
               perform GetEventLogFunctions
           end-if
           if gl-evt-source = null
               exit paragraph
           end-if

           move spaces to gl-evt-text-z.
           string function trim(gl-evt-text trailing)
                                   delimited by size
                  x"00" delimited by size
             into gl-evt-text-z.
           set gl-evt-string-addr to address of gl-evt-text-z.
           call winapi gl-report-event-func using
               by value gl-evt-source
               by value gl-evt-type
               by value 0
               by value gl-evt-id
               by value 0
               by value 1
               by value 0
               by reference gl-evt-strings
               by value 0
               returning gl-ok.

           move gl-evt-id to gl-evt-id-disp.
           move spaces to gl-log-line.
           string "event log alert " delimited by size
                  function trim(gl-evt-id-disp) delimited by size
                  ": " delimited by size
                  gl-evt-text delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
      * the fallback log line just written; each file is reported
      * once per run, however often a reload falls back on it again
       raise-fallback-alert.
           move "N" to gl-evt-found.
           perform find-seen-fallback
               varying gl-evt-scan from 1 by 1
               until gl-evt-scan > gl-evt-seen-count
                  or gl-evt-found = "Y".
           if gl-evt-found = "Y"
               exit paragraph
           end-if
           if gl-evt-seen-count < gl-evt-seen-max
               add 1 to gl-evt-seen-count
               move gl-log-line to gl-evt-seen(gl-evt-seen-count)
           end-if
           move gl-log-line to gl-evt-text.
           move gl-evt-id-fallback to gl-evt-id.
           move gl-evt-type-warning to gl-evt-type.
           perform raise-event-alert.
       .
       find-seen-fallback.
           if gl-evt-seen(gl-evt-scan) = gl-log-line
               move "Y" to gl-evt-found
           end-if
       .
      * crash-report.txt as just written, one line per report line
       raise-fatal-alert.
           move spaces to gl-evt-text.
           move 1 to gl-evt-ptr.
           move "N" to gl-evt-crash-eof.
           open input gl-crash-report-file.
           perform read-crash-report-line until gl-evt-crash-at-eof.
           close gl-crash-report-file.
           move gl-evt-id-fatal to gl-evt-id.
           move gl-evt-type-error to gl-evt-type.
           perform raise-event-alert.
       .
       read-crash-report-line.
           read gl-crash-report-file
               at end
                   move "Y" to gl-evt-crash-eof
                   exit paragraph
           end-read.
           if gl-evt-ptr > 1
               string x"0d0a" delimited by size
                 into gl-evt-text with pointer gl-evt-ptr
                 on overflow
                     move "Y" to gl-evt-crash-eof
               end-string
           end-if
           string function trim(gl-crash-report-record trailing)
                                   delimited by size
             into gl-evt-text with pointer gl-evt-ptr
             on overflow
                 move "Y" to gl-evt-crash-eof
           end-string.
       .
      * once per FPS-counter update: the rate has to sit under
      * -minfps for -lowfpsalert seconds in a row to raise the alert,
      * and climb back to the floor before it can be raised again
       check-low-fps-alert.
           if gl-gov-floor = 0 or not gl-fps-has-updated
               exit paragraph
           end-if
           if gl-fps-int >= gl-gov-floor
               move 0 to gl-evt-low-seconds
               move "N" to gl-evt-low-raised
               exit paragraph
           end-if
           add 1 to gl-evt-low-seconds.
           if gl-evt-low-seconds < gl-evt-low-limit
                   or gl-evt-low-raised = "Y"
               exit paragraph
           end-if
           move "Y" to gl-evt-low-raised.
           move spaces to gl-evt-text.
           move 1 to gl-evt-ptr.
           move gl-fps-int to gl-hb-int-disp.
           string "fps " delimited by size
                  function trim(gl-hb-int-disp) delimited by size
               into gl-evt-text with pointer gl-evt-ptr.
           move gl-gov-floor to gl-hb-int-disp.
           string " below -minfps " delimited by size
                  function trim(gl-hb-int-disp) delimited by size
               into gl-evt-text with pointer gl-evt-ptr.
           move gl-evt-low-seconds to gl-hb-int-disp.
           string " for " delimited by size
                  function trim(gl-hb-int-disp) delimited by size
                  " seconds, governor level " delimited by size
               into gl-evt-text with pointer gl-evt-ptr.
           move gl-gov-level to gl-hb-int-disp.
           string function trim(gl-hb-int-disp) delimited by size
               into gl-evt-text with pointer gl-evt-ptr.
           move gl-evt-id-low-fps to gl-evt-id.
           move gl-evt-type-warning to gl-evt-type.
           perform raise-event-alert.
       .
      * the error count only grows, so crossing the threshold is a
      * once-a-run occurrence
       check-glerror-alert.
           if gl-evt-glerr-limit = 0 or gl-evt-glerr-raised = "Y"
                   or gl-glerr-total < gl-evt-glerr-limit
               exit paragraph
           end-if
           move "Y" to gl-evt-glerr-raised.
           move spaces to gl-evt-text.
           move 1 to gl-evt-ptr.
           move gl-glerr-total to gl-hb-int-disp.
           string function trim(gl-hb-int-disp) delimited by size
                  " GL errors since start, threshold "
                                   delimited by size
               into gl-evt-text with pointer gl-evt-ptr.
           move gl-evt-glerr-limit to gl-hb-int-disp.
           string function trim(gl-hb-int-disp) delimited by size
                  " - see gl-errors.log" delimited by size
               into gl-evt-text with pointer gl-evt-ptr.
           move gl-evt-id-glerrors to gl-evt-id.
           move gl-evt-type-warning to gl-evt-type.
           perform raise-event-alert.
       .
       apply-window-title.
           if gl-fps-has-updated
               call winapi "SetWindowTextA" using by value
                                                  gl-win-hwnd
                                                  (gl-window-index)
                                                  by reference
                                                  gl-title-with-fps
           end-if
       .
       poll-gamepad.
      * while a session is replaying, the tables belong to the
      * replayed data - the live device must not overwrite them
           if gl-record-is-replaying
               exit paragraph
           end-if
           perform poll-one-gamepad
               varying gl-gamepad-player from 1 by 1
               until gl-gamepad-player > gl-gamepad-max.
       .
       poll-one-gamepad.
           if gl-xinput-get-state-func = null
               move x"00" to gl-gamepad-connected(gl-gamepad-player)
               exit paragraph
           end-if
           compute gl-xinput-slot = gl-gamepad-player - 1.
           call winapi gl-xinput-get-state-func using
               by value gl-xinput-slot
               by reference gl-xinput-state
               returning gl-xinput-result.

           if gl-xinput-result = 0
               move x"01" to gl-gamepad-connected(gl-gamepad-player)
               move gl-xi-buttons
                 to gl-gamepad-buttons(gl-gamepad-player)
               move gl-xi-left-trigger
                 to gl-gamepad-left-trigger(gl-gamepad-player)
               move gl-xi-right-trigger
                 to gl-gamepad-right-trigger(gl-gamepad-player)
               move gl-xi-thumb-lx
                 to gl-gamepad-thumb-lx(gl-gamepad-player)
               move gl-xi-thumb-ly
                 to gl-gamepad-thumb-ly(gl-gamepad-player)
               move gl-xi-thumb-rx
                 to gl-gamepad-thumb-rx(gl-gamepad-player)
               move gl-xi-thumb-ry
                 to gl-gamepad-thumb-ry(gl-gamepad-player)
           else
               move x"00" to gl-gamepad-connected(gl-gamepad-player)
           end-if
       .
      * opens the mixer output: 16-bit stereo 44.1 kHz through the
      * wave mapper, two blocks in flight, pumped once per frame;
      * when waveOutOpen is missing or refuses, gl-mixer-live stays
      * off and the PlaySound fallback carries the audio as before
       setup-audio-mixer.
           if gl-is-selftest or gl-waveout-open-func = null
               exit paragraph
           end-if
           move "waveOutOpen" to gl-last-api.
           call winapi gl-waveout-open-func using
               by reference gl-waveout-handle
               by value h"FFFFFFFF"
               by reference gl-mix-format
               by value 0
               by value 0
               by value 0
               returning gl-mix-result.
           if gl-mix-result not = 0
               move gl-mix-result to gl-log-return-code
               perform log-api-call
               exit paragraph
           end-if

           set gl-mix-hdr-data(1) to address of gl-mix-buffer-1.
           set gl-mix-hdr-data(2) to address of gl-mix-buffer-2.
           perform prepare-mix-header
               varying gl-mix-hdr-index from 1 by 1
               until gl-mix-hdr-index > 2.
           move "Y" to gl-mixer-live.
           move "audio mixer on (waveOut)" to gl-log-line.
           write gl-log-record from gl-log-line.
       .
       prepare-mix-header.
           move 8192 to gl-mix-hdr-length(gl-mix-hdr-index).
           move 0 to gl-mix-hdr-recorded(gl-mix-hdr-index).
           move 0 to gl-mix-hdr-user(gl-mix-hdr-index).
           move 0 to gl-mix-hdr-flags(gl-mix-hdr-index).
           move 0 to gl-mix-hdr-loops(gl-mix-hdr-index).
           set gl-mix-hdr-next(gl-mix-hdr-index) to null.
           move 0 to gl-mix-hdr-reserved(gl-mix-hdr-index).
           move "N" to gl-mix-hdr-queued(gl-mix-hdr-index).
           call winapi gl-waveout-prepare-func using
               by value gl-waveout-handle
               by reference gl-mix-header(gl-mix-hdr-index)
               by value 48
               returning gl-mix-result.
       .
      * loads the PCM payload of gl-wav-path into the sound cache
      * (16-bit mono/stereo only), leaving the entry number in
      * gl-mix-sound-index, zero when the file is unusable
       mixer-load-sound.
           move 0 to gl-mix-sound-index.
           perform match-cached-sound
               varying gl-mix-scan-guard from 1 by 1
               until gl-mix-scan-guard > gl-mix-sound-count
                   or gl-mix-sound-index not = 0.
           if gl-mix-sound-index not = 0
               exit paragraph
           end-if
           if gl-mix-sound-count >= gl-mix-sound-max
               exit paragraph
           end-if

           perform load-wav-header.
           if not gl-wav-is-ok
               exit paragraph
           end-if
           if gl-wav-bits-per-sample not = 16
                   or (gl-wav-channels not = 1
                       and gl-wav-channels not = 2)
               move "wav-not-16bit-pcm" to gl-last-api
               move gl-wav-bits-per-sample to gl-log-return-code
               perform log-api-call
               exit paragraph
           end-if

           call winapi "CreateFileA" using
               by reference gl-wav-path
               by value generic-read
               by value 0
               by value 0
               by value open-existing
               by value file-attribute-normal
               by value 0
               returning gl-wav-handle.
           if gl-wav-handle = null
               exit paragraph
           end-if

      * walk the RIFF chunks after the 12-byte preamble until the
      * data chunk turns up; chunk payloads pad to an even length
           compute gl-mix-chunk-pos = 12.
           move 0 to gl-mix-data-size.
           move 0 to gl-mix-scan-guard.
           perform scan-wav-chunk
               until gl-mix-data-size > 0
                   or gl-mix-scan-guard > 16.
           if gl-mix-data-size = 0
               call winapi "CloseHandle" using by value gl-wav-handle
               exit paragraph
           end-if

           if gl-process-heap = null
               call winapi "GetProcessHeap"
                   returning gl-process-heap
           end-if
           call winapi "HeapAlloc" using
               by value gl-process-heap
               by value 0
               by value gl-mix-data-size
               returning gl-mix-data-ptr.
           if gl-mix-data-ptr = null
               call winapi "CloseHandle" using by value gl-wav-handle
               exit paragraph
           end-if
           call winapi "SetFilePointer" using
               by value gl-wav-handle
               by value gl-mix-chunk-pos
               by value 0
               by value 0
               returning gl-ok.
           set address of gl-mix-snd-view to gl-mix-data-ptr.
           call winapi "ReadFile" using
               by value gl-wav-handle
               by reference gl-mix-snd-view
               by value gl-mix-data-size
               by reference gl-wav-bytes-read
               by value 0
               returning gl-ok.
           call winapi "CloseHandle" using by value gl-wav-handle.

           add 1 to gl-mix-sound-count.
           move gl-mix-sound-count to gl-mix-sound-index.
           move gl-wav-path
             to gl-mix-snd-path(gl-mix-sound-index).
           set gl-mix-snd-ptr(gl-mix-sound-index)
             to gl-mix-data-ptr.
           move gl-wav-channels
             to gl-mix-snd-channels(gl-mix-sound-index).
           move gl-wav-sample-rate
             to gl-mix-snd-rate(gl-mix-sound-index).
           compute gl-mix-snd-frames(gl-mix-sound-index) =
               gl-mix-data-size / (gl-wav-channels * 2).
       .
       match-cached-sound.
           if gl-mix-snd-path(gl-mix-scan-guard) = gl-wav-path
               move gl-mix-scan-guard to gl-mix-sound-index
           end-if
       .
       scan-wav-chunk.
           add 1 to gl-mix-scan-guard.
           call winapi "SetFilePointer" using
               by value gl-wav-handle
               by value gl-mix-chunk-pos
               by value 0
               by value 0
               returning gl-ok.
           move 0 to gl-wav-bytes-read.
           call winapi "ReadFile" using
               by value gl-wav-handle
               by reference gl-mix-chunk-header
               by value 8
               by reference gl-wav-bytes-read
               by value 0
               returning gl-ok.
           if gl-ok = 0 or gl-wav-bytes-read < 8
               move 17 to gl-mix-scan-guard
               exit paragraph
           end-if
           if gl-mix-chunk-id = "data"
               move gl-mix-chunk-size to gl-mix-data-size
               add 8 to gl-mix-chunk-pos
           else
               compute gl-mix-chunk-pos = gl-mix-chunk-pos + 8 +
                   gl-mix-chunk-size +
                   function mod(gl-mix-chunk-size, 2)
           end-if
       .
      * voice claims: the looping music track owns voice one, event
      * sounds take the first idle voice after it (or recycle voice
      * two when everything is busy - better than going silent)
       start-music-voice.
           move "Y" to gl-mix-voice-active(1).
           move gl-mix-sound-index to gl-mix-voice-sound(1).
           move 0 to gl-mix-voice-pos(1).
           compute gl-mix-voice-step(1) =
               gl-mix-snd-rate(gl-mix-sound-index) / 44100.0.
           move gl-mix-music-vol to gl-mix-voice-vol(1).
           move gl-mix-music-vol to gl-mix-voice-vol-r(1).
           move "Y" to gl-mix-voice-loop(1).
           move "N" to gl-mix-voice-spatial(1).
       .
       start-effect-voice.
           move 0 to gl-mix-free-voice.
           perform find-free-voice
               varying gl-mix-voice-index from 2 by 1
               until gl-mix-voice-index > gl-mix-voice-max
                   or gl-mix-free-voice not = 0.
           if gl-mix-free-voice = 0
               move 2 to gl-mix-free-voice
           end-if
           move "Y" to gl-mix-voice-active(gl-mix-free-voice).
           move gl-mix-sound-index
             to gl-mix-voice-sound(gl-mix-free-voice).
           move 0 to gl-mix-voice-pos(gl-mix-free-voice).
           compute gl-mix-voice-step(gl-mix-free-voice) =
               gl-mix-snd-rate(gl-mix-sound-index) / 44100.0.
           move gl-mix-effect-vol
             to gl-mix-voice-vol(gl-mix-free-voice).
           move gl-mix-effect-vol
             to gl-mix-voice-vol-r(gl-mix-free-voice).
           move "N" to gl-mix-voice-loop(gl-mix-free-voice).
           move "N" to gl-mix-voice-spatial(gl-mix-free-voice).
       .
       find-free-voice.
           if not gl-mix-voice-is-active(gl-mix-voice-index)
               move gl-mix-voice-index to gl-mix-free-voice
           end-if
       .
      * scene sound sources: each frame the gain falls off linearly
      * from full at the source to silence at its radius, scaled by
      * the effects volume and dipped through a scene fade; the pan
      * is the bearing from the camera's right axis, so a source
      * straight ahead plays evenly and one to the side plays from
      * that side alone. A source outside its radius gives its
      * voice back; one inside claims the last idle voice below
      * eight, never stealing, so a burst of event sounds only
      * delays it until a voice comes free
       update-sound-sources.
           if not gl-mixer-is-live
               exit paragraph
           end-if
           perform update-one-sound
               varying gl-sound-index from 1 by 1
               until gl-sound-index > gl-scene-sound-count.
       .
       update-one-sound.
           if gl-scene-sound-cache(gl-sound-index) < 0
               exit paragraph
           end-if
           if gl-scene-sound-obj(gl-sound-index) = 0
               compute gl-sound-dx = gl-scene-sound-x(gl-sound-index)
                   - gl-camera-x
               compute gl-sound-dy = gl-scene-sound-y(gl-sound-index)
                   - gl-camera-y
               compute gl-sound-dz = gl-scene-sound-z(gl-sound-index)
                   - gl-camera-z
           else
               move gl-scene-sound-obj(gl-sound-index) to gl-world-obj
               compute gl-sound-dx =
                   gl-scene-obj-world-x(gl-world-obj) - gl-camera-x
               compute gl-sound-dy =
                   gl-scene-obj-world-y(gl-world-obj) - gl-camera-y
               compute gl-sound-dz =
                   gl-scene-obj-world-z(gl-world-obj) - gl-camera-z
           end-if
           compute gl-sound-dist = function sqrt(gl-sound-dx ** 2
               + gl-sound-dy ** 2 + gl-sound-dz ** 2).
           if gl-sound-dist >= gl-scene-sound-radius(gl-sound-index)
               perform release-sound-voice
               exit paragraph
           end-if

           perform claim-sound-voice.
           move gl-scene-sound-voice(gl-sound-index)
             to gl-mix-free-voice.
           if gl-mix-free-voice = 0
               exit paragraph
           end-if
           compute gl-sound-gain = (1.0 - gl-sound-dist /
               gl-scene-sound-radius(gl-sound-index))
               * gl-mix-effect-vol * (1.0 - gl-fade-level).
           if gl-sound-gain < 0
               move 0.0 to gl-sound-gain
           end-if
           if gl-sound-dist > 0.001
               compute gl-sound-pan = (gl-sound-dx * gl-camera-right-x
                   + gl-sound-dz * gl-camera-right-z) / gl-sound-dist
           else
               move 0.0 to gl-sound-pan
           end-if
           compute gl-sound-left = 1.0 - gl-sound-pan.
           if gl-sound-left > 1.0
               move 1.0 to gl-sound-left
           end-if
           compute gl-sound-right = 1.0 + gl-sound-pan.
           if gl-sound-right > 1.0
               move 1.0 to gl-sound-right
           end-if
           compute gl-mix-voice-vol(gl-mix-free-voice) =
               gl-sound-gain * gl-sound-left.
           compute gl-mix-voice-vol-r(gl-mix-free-voice) =
               gl-sound-gain * gl-sound-right.
       .
      * keeps the source's voice if it still has it (an event sound
      * may have recycled it), else loads the wav on first use and
      * starts it looping, silent until the gains are set
       claim-sound-voice.
           move gl-scene-sound-voice(gl-sound-index)
             to gl-mix-free-voice.
           if gl-mix-free-voice not = 0
               if gl-mix-voice-is-active(gl-mix-free-voice)
                       and gl-mix-voice-spatial(gl-mix-free-voice)
                           = "Y"
                       and gl-mix-voice-sound(gl-mix-free-voice)
                           = gl-scene-sound-cache(gl-sound-index)
                   exit paragraph
               end-if
               move 0 to gl-scene-sound-voice(gl-sound-index)
           end-if
           if gl-scene-sound-cache(gl-sound-index) = 0
               move spaces to gl-wav-path
               string function trim(
                          gl-scene-sound-file(gl-sound-index))
                                       delimited by size
                      x"00" delimited by size
                 into gl-wav-path
               perform mixer-load-sound
               if gl-mix-sound-index = 0
                   move -1 to gl-scene-sound-cache(gl-sound-index)
                   move spaces to gl-log-line
                   string "sound source not playable: "
                                       delimited by size
                          function trim(
                              gl-scene-sound-file(gl-sound-index))
                                       delimited by size
                     into gl-log-line
                   write gl-log-record from gl-log-line
                   exit paragraph
               end-if
               move gl-mix-sound-index
                 to gl-scene-sound-cache(gl-sound-index)
           end-if
           move 0 to gl-mix-free-voice.
           perform find-free-voice
               varying gl-mix-voice-index from gl-mix-voice-max by -1
               until gl-mix-voice-index < 3
                   or gl-mix-free-voice not = 0.
           if gl-mix-free-voice = 0
               exit paragraph
           end-if
           move gl-scene-sound-cache(gl-sound-index)
             to gl-mix-sound-index.
           move "Y" to gl-mix-voice-active(gl-mix-free-voice).
           move gl-mix-sound-index
             to gl-mix-voice-sound(gl-mix-free-voice).
           move 0 to gl-mix-voice-pos(gl-mix-free-voice).
           compute gl-mix-voice-step(gl-mix-free-voice) =
               gl-mix-snd-rate(gl-mix-sound-index) / 44100.0.
           move 0.0 to gl-mix-voice-vol(gl-mix-free-voice).
           move 0.0 to gl-mix-voice-vol-r(gl-mix-free-voice).
           move "Y" to gl-mix-voice-loop(gl-mix-free-voice).
           move "Y" to gl-mix-voice-spatial(gl-mix-free-voice).
           move gl-mix-free-voice
             to gl-scene-sound-voice(gl-sound-index).
       .
      * stops the source's voice unless an event sound has taken it
       release-sound-voice.
           move gl-scene-sound-voice(gl-sound-index)
             to gl-mix-free-voice.
           if gl-mix-free-voice = 0
               exit paragraph
           end-if
           if gl-mix-voice-spatial(gl-mix-free-voice) = "Y"
                   and gl-mix-voice-sound(gl-mix-free-voice)
                       = gl-scene-sound-cache(gl-sound-index)
               move "N" to gl-mix-voice-active(gl-mix-free-voice)
               move "N" to gl-mix-voice-spatial(gl-mix-free-voice)
           end-if
           move 0 to gl-scene-sound-voice(gl-sound-index).
       .
      * a scene change silences the outgoing scene's sources
       release-scene-sounds.
           perform release-sound-voice
               varying gl-sound-index from 1 by 1
               until gl-sound-index > gl-scene-sound-count.
           move 0 to gl-scene-sound-count.
       .
      * refills whichever of the two blocks the device has finished
      * with (or has never been queued) and hands it back
       pump-audio-mixer.
           if not gl-mixer-is-live
               exit paragraph
           end-if
           perform pump-one-mix-header
               varying gl-mix-hdr-index from 1 by 1
               until gl-mix-hdr-index > 2.
       .
       pump-one-mix-header.
           compute gl-mix-result =
               gl-mix-hdr-flags(gl-mix-hdr-index) b-and 1.
           if gl-mix-hdr-queued(gl-mix-hdr-index) = "Y"
                   and gl-mix-result = 0
               exit paragraph
           end-if
           perform mix-audio-block.
           call winapi gl-waveout-write-func using
               by value gl-waveout-handle
               by reference gl-mix-header(gl-mix-hdr-index)
               by value 48
               returning gl-mix-result.
           move "Y" to gl-mix-hdr-queued(gl-mix-hdr-index).
       .
       mix-audio-block.
           move gl-mix-hdr-data(gl-mix-hdr-index)
             to gl-mix-buf-ptr.
           set address of gl-mix-buf-view to gl-mix-buf-ptr.
           perform mix-one-frame
               varying gl-mix-frame-index from 0 by 1
               until gl-mix-frame-index >= gl-mix-frames.
       .
       mix-one-frame.
           move 0 to gl-mix-acc-l.
           move 0 to gl-mix-acc-r.
           perform mix-one-voice
               varying gl-mix-voice-index from 1 by 1
               until gl-mix-voice-index > gl-mix-voice-max.

           if gl-mix-acc-l > 32767
               move 32767 to gl-mix-acc-l
           end-if
           if gl-mix-acc-l < -32768
               move -32768 to gl-mix-acc-l
           end-if
           if gl-mix-acc-r > 32767
               move 32767 to gl-mix-acc-r
           end-if
           if gl-mix-acc-r < -32768
               move -32768 to gl-mix-acc-r
           end-if

           compute gl-mix-byte = gl-mix-frame-index * 4 + 1.
           move gl-mix-acc-l to gl-mix-out.
           perform store-mix-sample.
           add 2 to gl-mix-byte.
           move gl-mix-acc-r to gl-mix-out.
           perform store-mix-sample.
       .
       mix-one-voice.
           if not gl-mix-voice-is-active(gl-mix-voice-index)
               exit paragraph
           end-if
           move gl-mix-voice-sound(gl-mix-voice-index)
             to gl-mix-sound-index.
           compute gl-mix-ipos = function integer(
               gl-mix-voice-pos(gl-mix-voice-index)).
           if gl-mix-ipos >=
                   gl-mix-snd-frames(gl-mix-sound-index)
               if gl-mix-voice-loop(gl-mix-voice-index) = "Y"
                   move 0 to gl-mix-voice-pos(gl-mix-voice-index)
                   move 0 to gl-mix-ipos
               else
                   move "N"
                     to gl-mix-voice-active(gl-mix-voice-index)
                   exit paragraph
               end-if
           end-if

           set address of gl-mix-snd-view
             to gl-mix-snd-ptr(gl-mix-sound-index).
           compute gl-mix-byte = gl-mix-ipos *
               gl-mix-snd-channels(gl-mix-sound-index) * 2 + 1.
           perform fetch-mix-sample.
           compute gl-mix-sample-l = gl-mix-sample *
               gl-mix-voice-vol(gl-mix-voice-index).
           if gl-mix-snd-channels(gl-mix-sound-index) = 2
               add 2 to gl-mix-byte
               perform fetch-mix-sample
               compute gl-mix-sample-r = gl-mix-sample *
                   gl-mix-voice-vol-r(gl-mix-voice-index)
           else
               compute gl-mix-sample-r = gl-mix-sample *
                   gl-mix-voice-vol-r(gl-mix-voice-index)
           end-if
           compute gl-mix-acc-l =
               gl-mix-acc-l + gl-mix-sample-l.
           compute gl-mix-acc-r =
               gl-mix-acc-r + gl-mix-sample-r.

           compute gl-mix-voice-pos(gl-mix-voice-index) =
               gl-mix-voice-pos(gl-mix-voice-index) +
               gl-mix-voice-step(gl-mix-voice-index).
       .
      * little-endian signed 16-bit decode from the sound payload
       fetch-mix-sample.
           compute gl-mix-b0 = function ord(
               gl-mix-snd-view(gl-mix-byte:1)) - 1.
           compute gl-mix-b1 = function ord(
               gl-mix-snd-view(gl-mix-byte + 1:1)) - 1.
           compute gl-mix-sample = gl-mix-b0 + gl-mix-b1 * 256.
           if gl-mix-sample >= 32768
               subtract 65536 from gl-mix-sample
           end-if
       .
      * little-endian signed 16-bit encode into the mix block
       store-mix-sample.
           move gl-mix-out to gl-mix-sample.
           if gl-mix-sample < 0
               add 65536 to gl-mix-sample
           end-if
           compute gl-mix-b0 = function mod(gl-mix-sample, 256).
           compute gl-mix-b1 = (gl-mix-sample - gl-mix-b0) / 256.
           move function char(gl-mix-b0 + 1)
             to gl-mix-buf-view(gl-mix-byte:1).
           move function char(gl-mix-b1 + 1)
             to gl-mix-buf-view(gl-mix-byte + 1:1).
       .
       start-background-music.
           if gl-is-selftest or gl-cfg-music = spaces
               exit paragraph
           end-if
           move spaces to gl-wav-path.
           string function trim(gl-cfg-music) delimited by size
                  x"00" delimited by size
             into gl-wav-path.
           if gl-mixer-is-live
               perform mixer-load-sound
               if gl-mix-sound-index > 0
                   perform start-music-voice
                   exit paragraph
               end-if
      * the mixer only takes 16-bit PCM; anything else (8-bit
      * content PlaySound always handled) falls through below
           end-if
           if gl-playsound-func = null
               exit paragraph
           end-if
           perform load-wav-header.
           if gl-wav-is-ok
               move gl-wav-path to gl-audio-music-path
               move "Y" to gl-audio-music-live
               call winapi gl-playsound-func using
                   by reference gl-audio-music-path
                   by value 0
                   by value h"0002000B"
           end-if
       .
      * validates the RIFF/WAVE header of gl-wav-path and estimates
      * the clip duration in seconds from the byte rate; failures are
      * logged and the sound is simply skipped - audio is never fatal
       load-wav-header.
           move "N" to gl-wav-ok.
           move 0 to gl-wav-duration.

           move "CreateFileA" to gl-last-api.
           call winapi "CreateFileA" using
               by reference gl-wav-path
               by value generic-read
               by value 0
               by value 0
               by value open-existing
               by value file-attribute-normal
               by value 0
               returning gl-wav-handle.
           if gl-wav-handle = null
               move 0 to gl-log-return-code
               perform log-api-call
               exit paragraph
           end-if

           call winapi "ReadFile" using
               by value gl-wav-handle
               by reference gl-wav-header
               by value function length(gl-wav-header)
               by reference gl-wav-bytes-read
               by value 0
               returning gl-ok.
           call winapi "CloseHandle" using by value gl-wav-handle.

           if gl-wav-riff-magic not = "RIFF"
                   or gl-wav-wave-magic not = "WAVE"
                   or gl-wav-fmt-magic not = "fmt "
                   or gl-wav-format-tag not = 1
               move "wav-bad-format" to gl-last-api
               move 0 to gl-log-return-code
               perform log-api-call
               exit paragraph
           end-if

           if gl-wav-byte-rate > 0
               compute gl-wav-duration =
                   (gl-wav-riff-size - 36) / gl-wav-byte-rate
           end-if
           move "Y" to gl-wav-ok.
       .
      * fires the one-shot named in gl-wav-path on its own mixer
      * voice, under the music. On the PlaySound fallback the track
      * is re-issued after the clip's estimated duration, because
      * that path only has the one channel
       play-event-sound.
           if gl-mixer-is-live
               perform mixer-load-sound
               if gl-mix-sound-index > 0
                   perform start-effect-voice
                   exit paragraph
               end-if
      * file the mixer cannot use - fall through to PlaySound so
      * existing 8-bit content keeps making sound
           end-if
           if gl-playsound-func = null
               exit paragraph
           end-if
           perform load-wav-header.
           if gl-wav-is-ok
               call winapi gl-playsound-func using
                   by reference gl-wav-path
                   by value 0
                   by value h"00020003"
               if gl-audio-music-is-live
                   move "Y" to gl-audio-pending-resume
                   compute gl-audio-resume-at =
                       gl-elapsed-seconds + gl-wav-duration + 0.1
               end-if
           end-if
       .
       process-audio-events.
           perform update-sound-sources.
           perform pump-audio-mixer.
           if gl-audio-activate-pending
               move x"00" to gl-audio-activate-event
               move spaces to gl-wav-path
               string "activate.wav" delimited by size
                      x"00" delimited by size
                 into gl-wav-path
               perform play-event-sound
           end-if

           perform check-pad-button-sound
               varying gl-gamepad-player from 1 by 1
               until gl-gamepad-player > gl-gamepad-max

           if gl-audio-resume-is-pending
                   and gl-elapsed-seconds >= gl-audio-resume-at
               move "N" to gl-audio-pending-resume
               call winapi gl-playsound-func using
                   by reference gl-audio-music-path
                   by value 0
                   by value h"0002000B"
           end-if
       .
       check-pad-button-sound.
           if gl-gamepad-is-connected(gl-gamepad-player)
      * fire only when a bit is set now that was not held before -
      * releasing one button of a chord is not a press
               compute gl-gamepad-held-bits =
                   gl-gamepad-buttons(gl-gamepad-player) b-and
                   gl-gamepad-prev-buttons(gl-gamepad-player)
               if gl-gamepad-buttons(gl-gamepad-player) not = 0
                       and gl-gamepad-buttons(gl-gamepad-player)
                           not = gl-gamepad-held-bits
                   move spaces to gl-wav-path
                   string "button.wav" delimited by size
                          x"00" delimited by size
                     into gl-wav-path
                   perform play-event-sound
               end-if
               move gl-gamepad-buttons(gl-gamepad-player)
                 to gl-gamepad-prev-buttons(gl-gamepad-player)
           else
               move 0
                 to gl-gamepad-prev-buttons(gl-gamepad-player)
           end-if
       .
       setup-remote-pipe.
      * PIPE_ACCESS_DUPLEX, byte type with PIPE_NOWAIT so neither
      * ConnectNamedPipe nor ReadFile can ever stall the frame loop
           move "CreateNamedPipeA" to gl-last-api.
           call winapi "CreateNamedPipeA" using
               by reference "\\.\pipe\cobolgl" & x"00"
               by value 3
               by value 1
               by value 1
               by value 512
               by value 512
               by value 0
               by value 0
               returning gl-pipe-handle.
           call winapi "GetLastError" returning last-error.
           set gl-pipe-no-handle to null.
           set gl-pipe-no-handle down by 1.
           if gl-pipe-handle = gl-pipe-no-handle
               move 0 to gl-log-return-code
               perform log-api-call
               move "N" to gl-pipe-live
               move last-error to gl-hb-int-disp
               move spaces to gl-evt-text
               string "remote pipe \\.\pipe\cobolgl not opened, "
                                   delimited by size
                      "error " delimited by size
                      function trim(gl-hb-int-disp) delimited by size
                 into gl-evt-text
               move gl-evt-id-pipe to gl-evt-id
               move gl-evt-type-error to gl-evt-type
               perform raise-event-alert
           else
               move 1 to gl-log-return-code
               perform log-api-call
               move "Y" to gl-pipe-live
           end-if
       .
       check-pipe-commands.
           if not gl-pipe-is-live
               exit paragraph
           end-if

           call winapi "ConnectNamedPipe" using
               by value gl-pipe-handle
               by value 0
               returning gl-ok.

           move spaces to gl-pipe-buffer.
           move 0 to gl-pipe-bytes-read.
           call winapi "ReadFile" using
               by value gl-pipe-handle
               by reference gl-pipe-buffer
               by value function length(gl-pipe-buffer)
               by reference gl-pipe-bytes-read
               by value 0
               returning gl-ok.

           if gl-ok not = 0 and gl-pipe-bytes-read > 0
               perform execute-pipe-command
           else
               call winapi "GetLastError" returning last-error
      * 109 = ERROR_BROKEN_PIPE: client went away, start listening
      * for the next one
               if last-error = 109
                   call winapi "DisconnectNamedPipe" using
                       by value gl-pipe-handle
               end-if
           end-if
       .
       execute-pipe-command.
           inspect gl-pipe-buffer replacing all x"0d" by space
                                            all x"0a" by space.
           move spaces to gl-pipe-command.
           move spaces to gl-pipe-field-1.
           move spaces to gl-pipe-field-2.
           move spaces to gl-pipe-field-3.
           unstring gl-pipe-buffer delimited by all space
               into gl-pipe-command
                    gl-pipe-field-1
                    gl-pipe-field-2
                    gl-pipe-field-3
           end-unstring.

           move "ok" to gl-pipe-reply.
           evaluate gl-pipe-command
               when "clearcolor"
                   if gl-pipe-field-3 = spaces
                       move "err clearcolor needs r g b"
                         to gl-pipe-reply
                   else
                       compute gl-cfg-clear-red =
                           function numval(gl-pipe-field-1)
                       compute gl-cfg-clear-green =
                           function numval(gl-pipe-field-2)
                       compute gl-cfg-clear-blue =
                           function numval(gl-pipe-field-3)
                   end-if
               when "texture"
                   if gl-pipe-field-1 = spaces
                       move "err texture needs a path"
                         to gl-pipe-reply
                   else
                       perform load-pipe-texture
                   end-if
               when "screenshot"
                   perform capture-screenshot
               when "query"
                   perform build-pipe-query-reply
               when "quit"
                   move "Y" to gl-quit-flag
               when other
                   move "err unknown command" to gl-pipe-reply
           end-evaluate

           compute gl-pipe-reply-len =
               function length(function trim(gl-pipe-reply)).
           call winapi "WriteFile" using
               by value gl-pipe-handle
               by reference gl-pipe-reply
               by value gl-pipe-reply-len
               by reference gl-pipe-bytes-written
               by value 0
               returning gl-ok.

           move spaces to gl-log-line.
           string "pipe command: " delimited by size
                  function trim(gl-pipe-command) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.

           add 1 to gl-event-commands.
           move spaces to gl-event-line.
           string "pipe " delimited by size
                  function trim(gl-pipe-command) delimited by size
             into gl-event-line.
           perform log-visitor-event.
       .
       load-pipe-texture.
           move gl-win-hdc(gl-active-window-index) to hdc.
           move gl-win-rc(gl-active-window-index)  to gl-rc.
           call winapi "wglMakeCurrent" using by value hdc
                                              by value gl-rc
                                    returning gl-ok.
           move spaces to gl-texture-path.
           string function trim(gl-pipe-field-1) delimited by size
                  x"00" delimited by size
             into gl-texture-path.
           perform load-bmp-file.
           move gl-active-window-index to gl-tex-swap-window.
           perform replace-window-texture.
       .
      * installs gl-texture-id as the receiving window's slot-one
      * texture and frees the displaced id once no slot of any
      * window references it
       replace-window-texture.
           move gl-win-texture-slot-id(gl-tex-swap-window, 1)
             to gl-tex-swap-old.
           move gl-texture-id to gl-win-texture-slot-id
               (gl-tex-swap-window, 1).
           if gl-tex-swap-old = 0
                   or gl-tex-swap-old = gl-texture-id
               exit paragraph
           end-if
           move 0 to gl-tex-swap-refs.
           perform scan-texture-references
               varying gl-tex-swap-scan from 1 by 1
               until gl-tex-swap-scan > gl-window-count.
      * a flipbook frame stays loaded while its sequence does
           perform scan-flipbook-references
               varying gl-flip-entry from 1 by 1
               until gl-flip-entry > gl-texture-name-count.
           if gl-tex-swap-refs = 0
               call winapi "glDeleteTextures" using
                   by value 1
                   by reference gl-tex-swap-old
           end-if
       .
       scan-texture-references.
           perform scan-texture-slot
               varying gl-scene-search-index from 1 by 1
               until gl-scene-search-index > gl-texture-name-count.
       .
       scan-flipbook-references.
           if gl-texture-is-flipbook(gl-flip-entry)
               perform scan-flipbook-reference
                   varying gl-flip-scan from 1 by 1
                   until gl-flip-scan >
                       gl-texture-name-span(gl-flip-entry)
           end-if
       .
       scan-flipbook-reference.
           if gl-texture-frame-id(gl-flip-entry, gl-flip-scan)
                   = gl-tex-swap-old
               add 1 to gl-tex-swap-refs
           end-if
       .
       scan-texture-slot.
           if gl-win-texture-slot-id
                   (gl-tex-swap-scan, gl-scene-search-index)
                   = gl-tex-swap-old
               add 1 to gl-tex-swap-refs
           end-if
       .
       build-pipe-query-reply.
           move spaces to gl-pipe-reply.
           move 1 to temp-num.
           string "fps=" delimited by size
                  function trim(gl-fps-display) delimited by size
             into gl-pipe-reply
             with pointer temp-num.
           move gl-window-width(gl-active-window-index)
             to gl-pipe-num-disp.
           string " width=" delimited by size
                  function trim(gl-pipe-num-disp) delimited by size
             into gl-pipe-reply
             with pointer temp-num.
           move gl-window-height(gl-active-window-index)
             to gl-pipe-num-disp.
           string " height=" delimited by size
                  function trim(gl-pipe-num-disp) delimited by size
             into gl-pipe-reply
             with pointer temp-num.
      * same fields the heartbeat file carries, so the dashboard can
      * use either channel
           compute gl-hb-int-disp = gl-elapsed-seconds.
           string " uptime=" delimited by size
                  function trim(gl-hb-int-disp) delimited by size
             into gl-pipe-reply
             with pointer temp-num.
           compute gl-hb-num-disp = gl-delta-time * 1000.0.
           string " framems=" delimited by size
                  function trim(gl-hb-num-disp) delimited by size
             into gl-pipe-reply
             with pointer temp-num.
           move gl-glerr-total to gl-pipe-num-disp.
           string " glerrors=" delimited by size
                  function trim(gl-pipe-num-disp) delimited by size
             into gl-pipe-reply
             with pointer temp-num.
           if gl-feed-path not = spaces
               perform build-feed-state-text
               string " feed=" delimited by size
                      function trim(gl-feed-text) delimited by size
                 into gl-pipe-reply
                 with pointer temp-num
           end-if
           if gl-cfg-scene = spaces
               string " scene=(default)" delimited by size
                 into gl-pipe-reply
                 with pointer temp-num
           else
               string " scene=" delimited by size
                      function trim(gl-cfg-scene) delimited by size
                 into gl-pipe-reply
                 with pointer temp-num
           end-if
       .
      * rewrites the status file on its cadence; a failure (share
      * offline, file locked by the poller) is logged once and
      * retried on the next beat
       write-heartbeat-file.
           if gl-heartbeat-path = spaces
               exit paragraph
           end-if
           if gl-elapsed-seconds < gl-heartbeat-next
               exit paragraph
           end-if
           compute gl-heartbeat-next =
               gl-elapsed-seconds + gl-heartbeat-every.

           open output gl-heartbeat-file.
           if gl-heartbeat-file-status not = "00"
               if gl-heartbeat-warned = "N"
                   move "Y" to gl-heartbeat-warned
                   move spaces to gl-log-line
                   string "heartbeat file not writable: "
                                       delimited by size
                          function trim(gl-heartbeat-path)
                                       delimited by size
                     into gl-log-line
                   write gl-log-record from gl-log-line
                   move gl-log-line to gl-evt-text
                   move gl-evt-id-heartbeat to gl-evt-id
                   move gl-evt-type-warning to gl-evt-type
                   perform raise-event-alert
               end-if
               exit paragraph
           end-if
           move "N" to gl-heartbeat-warned.

           move function current-date to gl-log-timestamp.
           move spaces to gl-heartbeat-line.
           string "timestamp=" delimited by size
                  gl-log-timestamp(1:14) delimited by size
             into gl-heartbeat-line.
           write gl-heartbeat-record from gl-heartbeat-line.

           move spaces to gl-heartbeat-line.
           compute gl-hb-int-disp = gl-elapsed-seconds.
           string "uptime=" delimited by size
                  function trim(gl-hb-int-disp) delimited by size
             into gl-heartbeat-line.
           write gl-heartbeat-record from gl-heartbeat-line.

           move spaces to gl-heartbeat-line.
           string "fps=" delimited by size
                  function trim(gl-fps-display) delimited by size
             into gl-heartbeat-line.
           write gl-heartbeat-record from gl-heartbeat-line.

           move spaces to gl-heartbeat-line.
           compute gl-hb-num-disp = gl-delta-time * 1000.0.
           string "framems=" delimited by size
                  function trim(gl-hb-num-disp) delimited by size
             into gl-heartbeat-line.
           write gl-heartbeat-record from gl-heartbeat-line.

           move spaces to gl-heartbeat-line.
           if gl-cfg-scene = spaces
               move "scene=(default)" to gl-heartbeat-line
           else
               string "scene=" delimited by size
                      function trim(gl-cfg-scene) delimited by size
                 into gl-heartbeat-line
           end-if
           write gl-heartbeat-record from gl-heartbeat-line.

           move spaces to gl-heartbeat-line.
           move gl-glerr-total to gl-hb-int-disp.
           string "glerrors=" delimited by size
                  function trim(gl-hb-int-disp) delimited by size
             into gl-heartbeat-line.
           write gl-heartbeat-record from gl-heartbeat-line.

           move spaces to gl-heartbeat-line.
           move gl-window-count to gl-hb-int-disp.
           string "windows=" delimited by size
                  function trim(gl-hb-int-disp) delimited by size
             into gl-heartbeat-line.
           write gl-heartbeat-record from gl-heartbeat-line.

           if gl-feed-path not = spaces
               perform build-feed-state-text
               move spaces to gl-heartbeat-line
               string "feed=" delimited by size
                      function trim(gl-feed-text) delimited by size
                 into gl-heartbeat-line
               write gl-heartbeat-record from gl-heartbeat-line
           end-if

           close gl-heartbeat-file.
       .
      * startup half of the warm restart: decide whether the previous
      * run crashed with a usable snapshot and take back the state
      * that has to be in place before the scene loads
       load-restart-snapshot.
           if gl-is-selftest or gl-is-validate or gl-is-bench
                   or gl-is-export or gl-is-budget or gl-is-heatmap
                   or gl-is-convert or gl-golden-mode not = "N"
                   or gl-manifest-mode not = "N"
                   or gl-record-mode not = "N"
               move 0 to gl-snap-every
               exit paragraph
           end-if
           if gl-arch-prev-start = spaces
               exit paragraph
           end-if
           move "cobolgl.crash" to gl-arch-path.
           perform probe-archive-file.
           if not gl-arch-file-exists
                   or gl-arch-stamp < gl-arch-prev-start
               exit paragraph
           end-if

           move spaces to gl-snap-reject.
           perform read-restart-snapshot.
           if gl-snap-reject = spaces
               perform check-restart-snapshot
           end-if
           if gl-snap-reject not = spaces
               move spaces to gl-log-line
               string "crash in previous run, not resumed: "
                                   delimited by size
                      function trim(gl-snap-reject) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if

           move "Y" to gl-snap-state.
           compute gl-snap-resumes = gl-snap-s-resumes + 1.
           move gl-snap-s-scene    to gl-cfg-scene.
           move gl-snap-s-language to gl-lang-code.
           move gl-snap-s-effect   to gl-post-effect.
           move gl-snap-s-music    to gl-mix-music-vol.
           move gl-snap-s-effects  to gl-mix-effect-vol.
           move gl-snap-s-walk     to gl-walk-mode.
       .
       read-restart-snapshot.
           initialize gl-snap-saved.
           move 0 to gl-snap-keys-seen.
           move "N" to gl-snap-eof.
           open input gl-snap-file.
           if gl-snap-file-status not = "00"
               move "no snapshot" to gl-snap-reject
               exit paragraph
           end-if
           perform read-snapshot-line until gl-snap-at-eof.
           close gl-snap-file.
       .
       read-snapshot-line.
           read gl-snap-file
               at end
                   move "Y" to gl-snap-eof
                   exit paragraph
           end-read.
           move spaces to gl-snap-key.
           move 1 to gl-snap-ptr.
           unstring gl-snap-record delimited by "="
               into gl-snap-key
               with pointer gl-snap-ptr
           end-unstring.
           move spaces to gl-snap-value.
           if gl-snap-ptr <= length of gl-snap-record
               move gl-snap-record(gl-snap-ptr:) to gl-snap-value
           end-if
           add 1 to gl-snap-keys-seen.
           evaluate gl-snap-key
               when "run"
                   move gl-snap-value to gl-snap-s-run
               when "written"
                   move gl-snap-value to gl-snap-s-written
               when "resumes"
                   compute gl-snap-s-resumes =
                       function numval(gl-snap-value)
               when "scene"
                   move gl-snap-value to gl-snap-s-scene
               when "language"
                   move gl-snap-value to gl-snap-s-language
               when "script"
                   move gl-snap-value to gl-snap-s-script
               when "scriptstep"
                   compute gl-snap-s-step =
                       function numval(gl-snap-value)
               when "scriptclock"
                   compute gl-snap-s-script-clock =
                       function numval(gl-snap-value)
               when "campath"
                   move gl-snap-value to gl-snap-s-campath
               when "campathclock"
                   compute gl-snap-s-campath-clock =
                       function numval(gl-snap-value)
               when "attract"
                   move gl-snap-value to gl-snap-s-attract
               when "effect"
                   compute gl-snap-s-effect =
                       function numval(gl-snap-value)
               when "musicvol"
                   compute gl-snap-s-music =
                       function numval(gl-snap-value)
               when "effectsvol"
                   compute gl-snap-s-effects =
                       function numval(gl-snap-value)
               when "walk"
                   move gl-snap-value to gl-snap-s-walk
               when "governor"
                   compute gl-snap-s-governor =
                       function numval(gl-snap-value)
               when other
                   subtract 1 from gl-snap-keys-seen
           end-evaluate
       .
      * first failed test names the reason in gl-snap-reject
       check-restart-snapshot.
           move function current-date to gl-log-timestamp.
           evaluate true
               when gl-snap-keys-seen not = gl-snap-key-total
                   move "snapshot incomplete" to gl-snap-reject
               when gl-snap-s-run not = gl-arch-prev-start
                   move "snapshot not from the crashed run"
                     to gl-snap-reject
               when gl-snap-s-written(1:8) not =
                       gl-log-timestamp(1:8)
                   move "snapshot from an earlier day"
                     to gl-snap-reject
               when gl-snap-s-resumes >= gl-snap-resume-limit
                   move "crashed again after each of the last 3 resumes"
                     to gl-snap-reject
               when gl-snap-s-script not = gl-script-path
                   move "show script changed since the snapshot"
                     to gl-snap-reject
               when gl-snap-s-campath not = gl-campath-path
                   move "camera path changed since the snapshot"
                     to gl-snap-reject
               when gl-snap-s-language = spaces
                   or gl-snap-s-effect < 0 or gl-snap-s-effect > 3
                   or gl-snap-s-governor < 0
                   or gl-snap-s-governor > 3
                   or gl-snap-s-step < 1
                   or gl-snap-s-script-clock < 0
                   or gl-snap-s-campath-clock < 0
                   or gl-snap-s-music < 0 or gl-snap-s-effects < 0
                   or (gl-snap-s-walk not = "Y"
                       and gl-snap-s-walk not = "N")
                   or (gl-snap-s-attract not = "Y"
                       and gl-snap-s-attract not = "N")
                   move "snapshot has a bad value" to gl-snap-reject
           end-evaluate.
           if gl-snap-reject not = spaces
               exit paragraph
           end-if
           if gl-snap-s-scene not = spaces
               move gl-snap-s-scene to gl-arch-path
               perform probe-archive-file
               if not gl-arch-file-exists
                   move spaces to gl-snap-reject
                   string "scene file missing: " delimited by size
                          function trim(gl-snap-s-scene)
                                       delimited by size
                     into gl-snap-reject
                   exit paragraph
               end-if
           end-if
           move spaces to gl-snap-s-hhmm.
           string gl-snap-s-written(9:2) delimited by size
                  ":" delimited by size
                  gl-snap-s-written(11:2) delimited by size
             into gl-snap-s-hhmm.
       .
      * frame-loop half: the clocks only exist once the loop has
      * reset gl-elapsed-seconds, so position them here
       apply-restart-snapshot.
           if not gl-snap-resuming
               exit paragraph
           end-if
           if gl-script-step-count > 0
                   and gl-snap-s-step <= gl-script-step-count + 1
               move gl-snap-s-step to gl-script-next
               compute gl-script-base = 0 - gl-snap-s-script-clock
           end-if
           if gl-snap-s-attract = "Y" and gl-campath-count >= 2
               move "Y" to gl-attract-mode
               move gl-idle-limit-seconds to gl-idle-seconds
               move gl-snap-s-campath-clock to gl-campath-clock
               if gl-campath-duration > 0
                   compute gl-campath-clock = function mod
                       (gl-campath-clock gl-campath-duration)
               end-if
               move "ATTRACT MODE" to gl-hud-status
           end-if
           if gl-gov-floor > 0 and gl-snap-s-governor > 0
               move gl-snap-s-governor to gl-gov-level
               move 3 to gl-gov-cooldown
               perform apply-governor-level
           end-if

           move spaces to gl-log-line.
           move 1 to gl-snap-ptr.
           string "resumed after crash: scene=" delimited by size
               into gl-log-line with pointer gl-snap-ptr.
           if gl-snap-s-scene = spaces
               string "(default)" delimited by size
                   into gl-log-line with pointer gl-snap-ptr
           else
               string function trim(gl-snap-s-scene) delimited by size
                   into gl-log-line with pointer gl-snap-ptr
           end-if
           move gl-snap-s-step to gl-snap-int-disp.
           string " step=" delimited by size
                  function trim(gl-snap-int-disp) delimited by size
               into gl-log-line with pointer gl-snap-ptr.
           move gl-snap-s-script-clock to gl-snap-num-disp.
           string " showclock=" delimited by size
                  function trim(gl-snap-num-disp) delimited by size
                  " attract=" delimited by size
                  gl-attract-mode delimited by size
               into gl-log-line with pointer gl-snap-ptr.
           move gl-snap-resumes to gl-snap-int-disp.
           string " resumes=" delimited by size
                  function trim(gl-snap-int-disp) delimited by size
               into gl-log-line with pointer gl-snap-ptr.
           write gl-log-record from gl-log-line.
       .
       write-restart-snapshot.
           if gl-snap-every <= 0 or gl-record-is-replaying
               exit paragraph
           end-if
           if gl-elapsed-seconds < gl-snap-next
               exit paragraph
           end-if
           compute gl-snap-next = gl-elapsed-seconds + gl-snap-every.
      * ten minutes up means the resumed state is not what kills us
           if gl-elapsed-seconds >= 600
               move 0 to gl-snap-resumes
           end-if

           move "cobolgl.snapshot.new" to gl-snap-path.
           open output gl-snap-file.
           if gl-snap-file-status not = "00"
               move "cobolgl.snapshot" to gl-snap-path
               exit paragraph
           end-if

           move "run" to gl-snap-key.
           move gl-snap-run to gl-snap-value.
           perform write-snapshot-line.
           move function current-date to gl-log-timestamp.
           move "written" to gl-snap-key.
           move gl-log-timestamp(1:14) to gl-snap-value.
           perform write-snapshot-line.
           move gl-snap-resumes to gl-snap-int-disp.
           move "resumes" to gl-snap-key.
           move function trim(gl-snap-int-disp) to gl-snap-value.
           perform write-snapshot-line.
           move "scene" to gl-snap-key.
           move gl-cfg-scene to gl-snap-value.
           perform write-snapshot-line.
           move "language" to gl-snap-key.
           move gl-lang-code to gl-snap-value.
           perform write-snapshot-line.
           move "script" to gl-snap-key.
           move gl-script-path to gl-snap-value.
           perform write-snapshot-line.
           move gl-script-next to gl-snap-int-disp.
           move "scriptstep" to gl-snap-key.
           move function trim(gl-snap-int-disp) to gl-snap-value.
           perform write-snapshot-line.
           compute gl-snap-num-disp =
               gl-elapsed-seconds - gl-script-base.
           move "scriptclock" to gl-snap-key.
           move function trim(gl-snap-num-disp) to gl-snap-value.
           perform write-snapshot-line.
           move "campath" to gl-snap-key.
           move gl-campath-path to gl-snap-value.
           perform write-snapshot-line.
           move gl-campath-clock to gl-snap-num-disp.
           move "campathclock" to gl-snap-key.
           move function trim(gl-snap-num-disp) to gl-snap-value.
           perform write-snapshot-line.
           move "attract" to gl-snap-key.
           move gl-attract-mode to gl-snap-value.
           perform write-snapshot-line.
           move gl-post-effect to gl-snap-int-disp.
           move "effect" to gl-snap-key.
           move function trim(gl-snap-int-disp) to gl-snap-value.
           perform write-snapshot-line.
           move gl-mix-music-vol to gl-snap-num-disp.
           move "musicvol" to gl-snap-key.
           move function trim(gl-snap-num-disp) to gl-snap-value.
           perform write-snapshot-line.
           move gl-mix-effect-vol to gl-snap-num-disp.
           move "effectsvol" to gl-snap-key.
           move function trim(gl-snap-num-disp) to gl-snap-value.
           perform write-snapshot-line.
           move "walk" to gl-snap-key.
           move gl-walk-mode to gl-snap-value.
           perform write-snapshot-line.
           move gl-gov-level to gl-snap-int-disp.
           move "governor" to gl-snap-key.
           move function trim(gl-snap-int-disp) to gl-snap-value.
           perform write-snapshot-line.
           close gl-snap-file.

           move spaces to gl-arch-from gl-arch-to.
           string "cobolgl.snapshot.new" x"00" delimited by size
             into gl-arch-from.
           string "cobolgl.snapshot" x"00" delimited by size
             into gl-arch-to.
           call winapi "MoveFileExA" using
               by reference gl-arch-from
               by reference gl-arch-to
               by value 1
               returning gl-ok.
           move "cobolgl.snapshot" to gl-snap-path.
       .
       write-snapshot-line.
           move spaces to gl-snap-line.
           string function trim(gl-snap-key) delimited by size
                  "=" delimited by size
                  function trim(gl-snap-value) delimited by size
             into gl-snap-line.
           write gl-snap-record from gl-snap-line.
       .
       check-drop-event.
           if not gl-drop-is-pending
               exit paragraph
           end-if
           move x"00" to gl-drop-pending.

           move spaces to gl-drop-file.
           unstring gl-drop-path delimited by x"00"
               into gl-drop-file
           end-unstring.
           compute gl-drop-file-len =
               function length(function trim(gl-drop-file)).

           if gl-drop-file-len < 5
                   or function lower-case(gl-drop-file
                       (gl-drop-file-len - 3:4)) not = ".bmp"
               move "DROP REJECTED - NOT A BMP" to gl-hud-status
               move spaces to gl-log-line
               string "drop rejected: " delimited by size
                      function trim(gl-drop-file) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if

           move gl-win-hdc(gl-drop-window) to hdc.
           move gl-win-rc(gl-drop-window)  to gl-rc.
           call winapi "wglMakeCurrent" using by value hdc
                                              by value gl-rc
                                    returning gl-ok.
           move spaces to gl-texture-path.
           string function trim(gl-drop-file) delimited by size
                  x"00" delimited by size
             into gl-texture-path.
           perform load-bmp-file.
           move gl-drop-window to gl-tex-swap-window.
           perform replace-window-texture.

           move spaces to gl-hud-status.
           string "DROPPED " delimited by size
                  function trim(gl-drop-file) delimited by size
             into gl-hud-status.
           move spaces to gl-log-line.
           string "drop loaded: " delimited by size
                  function trim(gl-drop-file) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.

           move spaces to gl-event-line.
           string "drop " delimited by size
                  function trim(gl-drop-file) delimited by size
             into gl-event-line.
           perform log-visitor-event.
       .
       setup-input-recording.
           if gl-record-mode = "N" or gl-is-selftest
                   or gl-golden-mode not = "N"
               exit paragraph
           end-if

           if gl-record-path = spaces
      * default to a timestamped session file for recordings
               move spaces to gl-record-path
               string "session-" delimited by size
                      function current-date(1:8) delimited by size
                      "-" delimited by size
                      function current-date(9:6) delimited by size
                      ".rec" delimited by size
                 into gl-record-path
           end-if
           move spaces to gl-texture-path.
           string function trim(gl-record-path) delimited by size
                  x"00" delimited by size
             into gl-texture-path.

           move "CreateFileA" to gl-last-api.
           if gl-record-is-recording
               call winapi "CreateFileA" using
                   by reference gl-texture-path
                   by value generic-write
                   by value 0
                   by value 0
                   by value create-always
                   by value file-attribute-normal
                   by value 0
                   returning gl-record-handle
           else
               call winapi "CreateFileA" using
                   by reference gl-texture-path
                   by value generic-read
                   by value 0
                   by value 0
                   by value open-existing
                   by value file-attribute-normal
                   by value 0
                   returning gl-record-handle
           end-if

           if gl-record-handle = null
               move 0 to gl-log-return-code
               perform log-api-call
               move "N" to gl-record-mode
           else
               move spaces to gl-log-line
               if gl-record-is-recording
                   string "recording input to "
                                       delimited by size
                          function trim(gl-record-path)
                                       delimited by size
                     into gl-log-line
               else
                   string "replaying input from "
                                       delimited by size
                          function trim(gl-record-path)
                                       delimited by size
                     into gl-log-line
               end-if
               write gl-log-record from gl-log-line
               perform session-file-header
           end-if
       .
       session-file-header.
           if gl-record-is-recording
               call winapi "WriteFile" using
                   by value gl-record-handle
                   by reference gl-record-magic
                   by value function length(gl-record-magic)
                   by reference gl-record-bytes
                   by value 0
                   returning gl-ok
               exit paragraph
           end-if
           move spaces to gl-record-header.
           move 0 to gl-record-bytes.
           call winapi "ReadFile" using
               by value gl-record-handle
               by reference gl-record-header
               by value function length(gl-record-header)
               by reference gl-record-bytes
               by value 0
               returning gl-ok.
           if gl-record-bytes = function length(gl-record-header)
                   and gl-record-header = gl-record-magic
               exit paragraph
           end-if
           call winapi "CloseHandle" using
               by value gl-record-handle.
           set gl-record-handle to null.
           move "N" to gl-record-mode.
           move spaces to gl-log-line.
           string "session file format not supported: "
                               delimited by size
                  function trim(gl-record-path) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       record-input-frame.
           add 1 to gl-record-frame-number.
           move gl-record-frame-number to gl-input-frame-number.
           move gl-key-state      to gl-input-keys.
           move gl-mouse-x        to gl-input-mouse-x.
           move gl-mouse-y        to gl-input-mouse-y.
           move gl-mouse-left-down to gl-input-mouse-left.
           move gl-mouse-wheel    to gl-input-mouse-wheel.
      * the session format carries one pad - player one; the other
      * slots stay live during record and replay
           move gl-gamepad-connected(1) to gl-input-pad-connected.
           move gl-gamepad-buttons(1)   to gl-input-pad-buttons.
           move gl-gamepad-left-trigger(1)  to gl-input-pad-lt.
           move gl-gamepad-right-trigger(1) to gl-input-pad-rt.
           move gl-gamepad-thumb-lx(1) to gl-input-pad-lx.
           move gl-gamepad-thumb-ly(1) to gl-input-pad-ly.
           move gl-gamepad-thumb-rx(1) to gl-input-pad-rx.
           move gl-gamepad-thumb-ry(1) to gl-input-pad-ry.
           move gl-console-visible to gl-input-console-visible.
           move gl-record-command to gl-input-command.
           move spaces to gl-record-command.

           call winapi "WriteFile" using
               by value gl-record-handle
               by reference gl-input-frame
               by value function length(gl-input-frame)
               by reference gl-record-bytes
               by value 0
               returning gl-ok.
       .
       replay-input-frame.
           move 0 to gl-record-bytes.
           call winapi "ReadFile" using
               by value gl-record-handle
               by reference gl-input-frame
               by value function length(gl-input-frame)
               by reference gl-record-bytes
               by value 0
               returning gl-ok.

           if gl-record-bytes < function length(gl-input-frame)
               call winapi "CloseHandle" using
                   by value gl-record-handle
               set gl-record-handle to null
               move "N" to gl-record-mode
               move "REPLAY DONE" to gl-hud-status
               move "replay finished" to gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if

           move gl-input-keys to gl-key-state.
           move gl-input-mouse-x to gl-mouse-x.
           move gl-input-mouse-y to gl-mouse-y.
           move gl-input-mouse-left to gl-mouse-left-down.
           move gl-input-mouse-wheel to gl-mouse-wheel.
           move gl-input-pad-connected to gl-gamepad-connected(1).
           move gl-input-pad-buttons   to gl-gamepad-buttons(1).
           move gl-input-pad-lt to gl-gamepad-left-trigger(1).
           move gl-input-pad-rt to gl-gamepad-right-trigger(1).
           move gl-input-pad-lx to gl-gamepad-thumb-lx(1).
           move gl-input-pad-ly to gl-gamepad-thumb-ly(1).
           move gl-input-pad-rx to gl-gamepad-thumb-rx(1).
           move gl-input-pad-ry to gl-gamepad-thumb-ry(1).
       .
      * -convert: replays the session through the fly camera once per
      * pass, widening the tolerance until the thinned path fits the
      * campath table, then writes the campath and the show script
       run-session-convert.
           move gl-camera-x     to gl-conv-start-x.
           move gl-camera-y     to gl-conv-start-y.
           move gl-camera-z     to gl-conv-start-z.
           move gl-camera-yaw   to gl-conv-start-yaw.
           move gl-camera-pitch to gl-conv-start-pitch.
           move gl-camera-fov   to gl-conv-start-fov.
           move gl-walk-mode    to gl-conv-start-walk.
           compute gl-conv-angle-tol = gl-conv-tolerance * 20.
      * walk collision tests against the placed objects
           perform refresh-scene-world.

           move 0 to gl-conv-pass.
           move 0 to gl-conv-key-count.
           move "Y" to gl-conv-overflow.
           perform convert-session-pass
               until not gl-conv-too-many
                   or gl-conv-pass >= gl-conv-pass-max.
           if gl-conv-key-count = 0
               exit paragraph
           end-if
           if gl-conv-too-many
               move spaces to gl-log-line
               move gl-campath-max to gl-pipe-num-disp
               string "session conversion: path still needs more than "
                                   delimited by size
                      function trim(gl-pipe-num-disp)
                                   delimited by size
                      " keys, written up to the last that fit"
                                   delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
           end-if

           perform write-convert-campath.
           perform write-convert-script.
       .
       convert-session-pass.
           add 1 to gl-conv-pass.
           if gl-conv-pass > 1
               compute gl-conv-tolerance = gl-conv-tolerance * 2
               compute gl-conv-angle-tol = gl-conv-angle-tol * 2
           end-if
           move gl-conv-start-x     to gl-camera-x.
           move gl-conv-start-y     to gl-camera-y.
           move gl-conv-start-z     to gl-camera-z.
           move gl-conv-start-yaw   to gl-camera-yaw.
           move gl-conv-start-pitch to gl-camera-pitch.
           move gl-conv-start-fov   to gl-camera-fov.
           move gl-conv-start-walk  to gl-walk-mode.
           move "N" to gl-camera-mouse-primed.
           move 0 to gl-mouse-wheel.
           move x"00" to gl-console-visible.
           perform update-camera-basis.

           move 0 to gl-conv-steps.
           move 0 to gl-conv-clock.
           move 0 to gl-conv-buf-count.
           move 0 to gl-conv-key-count.
           move 0 to gl-conv-cmd-count.
           move "N" to gl-conv-overflow.

           move "P" to gl-record-mode.
           perform setup-input-recording.
           if not gl-record-is-replaying
               move 0 to gl-conv-key-count
               exit paragraph
           end-if

           perform take-convert-sample.
           perform convert-session-step
               until not gl-record-is-replaying
                   or gl-conv-too-many.
           if gl-record-is-replaying
               call winapi "CloseHandle" using
                   by value gl-record-handle
               set gl-record-handle to null
               move "N" to gl-record-mode
           end-if
      * the final pose always closes the path
           if not gl-conv-too-many
               if function mod(gl-conv-steps, gl-conv-sample-every)
                       not = 0
                   perform take-convert-sample
               end-if
               if gl-conv-buf-count > 1
                   move gl-conv-buf-count to gl-conv-scan
                   perform add-convert-key
               end-if
           end-if

           move spaces to gl-log-line.
           move 1 to gl-conv-ptr.
           move gl-conv-pass to gl-pipe-num-disp.
           string "session conversion pass " delimited by size
                  function trim(gl-pipe-num-disp) delimited by size
                  ": steps=" delimited by size
             into gl-log-line
             with pointer gl-conv-ptr.
           move gl-conv-steps to gl-pipe-num-disp.
           string function trim(gl-pipe-num-disp) delimited by size
                  " keys=" delimited by size
             into gl-log-line
             with pointer gl-conv-ptr.
           move gl-conv-key-count to gl-pipe-num-disp.
           compute gl-conv-num-disp rounded = gl-conv-tolerance.
           string function trim(gl-pipe-num-disp) delimited by size
                  " tolerance=" delimited by size
                  function trim(gl-conv-num-disp) delimited by size
             into gl-log-line
             with pointer gl-conv-ptr.
           write gl-log-record from gl-log-line.
       .
      * one recorded frame through the same input and camera steps
      * run-simulation-step takes; idle tracking and the attract
      * flythrough stay out of it, the designer is flying
       convert-session-step.
           perform replay-input-frame.
           if not gl-record-is-replaying
               exit paragraph
           end-if
           move gl-input-console-visible to gl-console-visible.
           if gl-input-command not = spaces
               perform note-convert-command
           end-if
           add 1 to gl-conv-steps.
           compute gl-conv-clock =
               gl-conv-steps * gl-sim-step-seconds.

           perform poll-actions.
           move gl-sim-step-seconds to gl-delta-time.
           perform update-camera-look.
           perform update-camera-zoom.
           perform update-camera-basis.
           perform update-camera-movement.

           if function mod(gl-conv-steps, gl-conv-sample-every) = 0
               perform take-convert-sample
           end-if
       .
      * typed lines are stamped with the clock before the step that
      * carried them - the step they ran ahead of; walk is honoured
      * here too since it changes how the camera moves
       note-convert-command.
           move function trim(gl-input-command) to gl-conv-text.
           if gl-conv-cmd-count < gl-script-step-max
               add 1 to gl-conv-cmd-count
               move gl-conv-clock to gl-conv-cmd-at(gl-conv-cmd-count)
               move gl-conv-text to gl-conv-cmd-text(gl-conv-cmd-count)
           end-if
           move spaces to gl-conv-word.
           unstring gl-conv-text delimited by all space
               into gl-conv-word
           end-unstring.
           if gl-conv-word = "walk"
               if gl-walk-is-active
                   move "N" to gl-walk-mode
               else
                   move "Y" to gl-walk-mode
               end-if
           end-if
       .
      * greedy thinning: the buffer runs from the last key to the
      * newest sample; once a straight line between those two ends
      * strays from any sample in between, the sample before the
      * newest becomes a key and the buffer restarts from it
       take-convert-sample.
           if gl-conv-buf-count >= gl-conv-buf-max
               move gl-conv-buf-count to gl-conv-scan
               perform add-convert-key
               move gl-conv-buf(gl-conv-buf-count) to gl-conv-buf(1)
               move 1 to gl-conv-buf-count
           end-if
           add 1 to gl-conv-buf-count.
           move gl-conv-clock to gl-conv-buf-t(gl-conv-buf-count).
           move gl-camera-x to gl-conv-buf-x(gl-conv-buf-count).
           move gl-camera-y to gl-conv-buf-y(gl-conv-buf-count).
           move gl-camera-z to gl-conv-buf-z(gl-conv-buf-count).
           move gl-camera-yaw to gl-conv-buf-yaw(gl-conv-buf-count).
           move gl-camera-pitch
             to gl-conv-buf-pitch(gl-conv-buf-count).

           if gl-conv-buf-count = 1
               move 1 to gl-conv-scan
               perform add-convert-key
               exit paragraph
           end-if
           if gl-conv-buf-count < 3
               exit paragraph
           end-if

           move "N" to gl-conv-bad.
           perform check-convert-sample
               varying gl-conv-scan from 2 by 1
               until gl-conv-scan >= gl-conv-buf-count
                   or gl-conv-bad = "Y".
           if gl-conv-bad = "Y"
               compute gl-conv-scan = gl-conv-buf-count - 1
               perform add-convert-key
               move gl-conv-buf(gl-conv-scan) to gl-conv-buf(1)
               move gl-conv-buf(gl-conv-buf-count) to gl-conv-buf(2)
               move 2 to gl-conv-buf-count
           end-if
       .
       check-convert-sample.
           compute gl-conv-factor =
               (gl-conv-buf-t(gl-conv-scan) - gl-conv-buf-t(1)) /
               (gl-conv-buf-t(gl-conv-buf-count) - gl-conv-buf-t(1)).
           compute gl-conv-ip-x = gl-conv-buf-x(1) +
               (gl-conv-buf-x(gl-conv-buf-count) - gl-conv-buf-x(1))
               * gl-conv-factor.
           compute gl-conv-ip-y = gl-conv-buf-y(1) +
               (gl-conv-buf-y(gl-conv-buf-count) - gl-conv-buf-y(1))
               * gl-conv-factor.
           compute gl-conv-ip-z = gl-conv-buf-z(1) +
               (gl-conv-buf-z(gl-conv-buf-count) - gl-conv-buf-z(1))
               * gl-conv-factor.
           compute gl-conv-ip-yaw = gl-conv-buf-yaw(1) +
               (gl-conv-buf-yaw(gl-conv-buf-count) -
                   gl-conv-buf-yaw(1)) * gl-conv-factor.
           compute gl-conv-ip-pitch = gl-conv-buf-pitch(1) +
               (gl-conv-buf-pitch(gl-conv-buf-count) -
                   gl-conv-buf-pitch(1)) * gl-conv-factor.

           compute gl-conv-err = function sqrt(
               (gl-conv-ip-x - gl-conv-buf-x(gl-conv-scan)) ** 2 +
               (gl-conv-ip-y - gl-conv-buf-y(gl-conv-scan)) ** 2 +
               (gl-conv-ip-z - gl-conv-buf-z(gl-conv-scan)) ** 2).
           if gl-conv-err > gl-conv-tolerance
               move "Y" to gl-conv-bad
               exit paragraph
           end-if
           compute gl-conv-err = function abs(
               gl-conv-ip-yaw - gl-conv-buf-yaw(gl-conv-scan)).
           if gl-conv-err > gl-conv-angle-tol
               move "Y" to gl-conv-bad
               exit paragraph
           end-if
           compute gl-conv-err = function abs(
               gl-conv-ip-pitch - gl-conv-buf-pitch(gl-conv-scan)).
           if gl-conv-err > gl-conv-angle-tol
               move "Y" to gl-conv-bad
           end-if
       .
       add-convert-key.
           if gl-conv-key-count >= gl-campath-max
               move "Y" to gl-conv-overflow
               exit paragraph
           end-if
           add 1 to gl-conv-key-count.
           move gl-conv-buf(gl-conv-scan)
             to gl-conv-key(gl-conv-key-count).
       .
      * the campath and script selects are reused for the output;
      * the run ends once they are written
       write-convert-campath.
           move gl-conv-path-out to gl-campath-path.
           open output gl-campath-file.
           if gl-campath-file-status not = "00"
               move spaces to gl-log-line
               string "camera path not writable: " delimited by size
                      function trim(gl-campath-path) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               move 0 to gl-conv-key-count
               exit paragraph
           end-if
           move spaces to gl-campath-line.
           string "# camera path from " delimited by size
                  function trim(gl-record-path) delimited by size
             into gl-campath-line.
           write gl-campath-line.
           perform write-convert-key
               varying gl-conv-scan from 1 by 1
               until gl-conv-scan > gl-conv-key-count.
           close gl-campath-file.

           move spaces to gl-log-line.
           move gl-conv-key-count to gl-pipe-num-disp.
           string "camera path written: " delimited by size
                  function trim(gl-campath-path) delimited by size
                  ", points=" delimited by size
                  function trim(gl-pipe-num-disp) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       write-convert-key.
           move spaces to gl-campath-line.
           move 1 to gl-conv-ptr.
           compute gl-conv-num-disp rounded =
               gl-conv-key-t(gl-conv-scan).
           string "point " delimited by size
                  function trim(gl-conv-num-disp) delimited by size
             into gl-campath-line
             with pointer gl-conv-ptr.
           compute gl-conv-num-disp rounded =
               gl-conv-key-x(gl-conv-scan).
           perform append-convert-number.
           compute gl-conv-num-disp rounded =
               gl-conv-key-y(gl-conv-scan).
           perform append-convert-number.
           compute gl-conv-num-disp rounded =
               gl-conv-key-z(gl-conv-scan).
           perform append-convert-number.
           compute gl-conv-num-disp rounded =
               gl-conv-key-yaw(gl-conv-scan).
           perform append-convert-number.
           compute gl-conv-num-disp rounded =
               gl-conv-key-pitch(gl-conv-scan).
           perform append-convert-number.
           write gl-campath-line.
       .
       append-convert-number.
           string " " delimited by size
                  function trim(gl-conv-num-disp) delimited by size
             into gl-campath-line
             with pointer gl-conv-ptr.
       .
      * "wait n" before each typed line, then a wait out to the end
      * of the session and loop, so the show restarts in step with
      * the flythrough the same recording produced
       write-convert-script.
           if gl-conv-cmd-count = 0
               move "no console lines in the session, no show script"
                 to gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           move gl-conv-script-out to gl-script-path.
           open output gl-script-file.
           if gl-script-file-status not = "00"
               move spaces to gl-log-line
               string "show script not writable: " delimited by size
                      function trim(gl-script-path) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           move spaces to gl-script-line.
           string "# show script from " delimited by size
                  function trim(gl-record-path) delimited by size
             into gl-script-line.
           write gl-script-line.

           move 0 to gl-conv-script-clock.
           perform write-convert-command
               varying gl-conv-scan from 1 by 1
               until gl-conv-scan > gl-conv-cmd-count.
           move gl-conv-clock to gl-conv-wait-to.
           perform write-convert-wait.
           move "loop" to gl-script-line.
           write gl-script-line.
           close gl-script-file.

           move spaces to gl-log-line.
           move gl-conv-cmd-count to gl-pipe-num-disp.
           string "show script written: " delimited by size
                  function trim(gl-script-path) delimited by size
                  ", steps=" delimited by size
                  function trim(gl-pipe-num-disp) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       write-convert-command.
           move gl-conv-cmd-at(gl-conv-scan) to gl-conv-wait-to.
           perform write-convert-wait.
           move gl-conv-cmd-text(gl-conv-scan) to gl-script-line.
           write gl-script-line.
       .
      * waits are written to the hundredth and the script clock moves
      * by what was written, so rounding never accumulates
       write-convert-wait.
           if gl-conv-wait-to - gl-conv-script-clock < 0.005
               exit paragraph
           end-if
           compute gl-conv-wait rounded =
               gl-conv-wait-to - gl-conv-script-clock.
           add gl-conv-wait to gl-conv-script-clock.
           move gl-conv-wait to gl-conv-wait-disp.
           move spaces to gl-script-line.
           string "wait " delimited by size
                  function trim(gl-conv-wait-disp) delimited by size
             into gl-script-line.
           write gl-script-line.
       .
       check-console-command.
           if not gl-console-has-submitted
               exit paragraph
           end-if
           move x"00" to gl-console-submitted.
      * a typed line rides along with the next recorded input frame
           if gl-console-was-typed
               move x"00" to gl-console-typed
               if gl-record-is-recording
                   move gl-console-command to gl-record-command
               end-if
           end-if

           move spaces to gl-con-echo.
           string "> " delimited by size
                  function trim(gl-console-command)
                                   delimited by size
             into gl-con-echo.
           perform push-console-line.

           move spaces to gl-con-keyword.
           move spaces to gl-con-field-1.
           move spaces to gl-con-field-2.
           move spaces to gl-con-field-3.
           unstring gl-console-command delimited by all space
               into gl-con-keyword
                    gl-con-field-1
                    gl-con-field-2
                    gl-con-field-3
           end-unstring.

           add 1 to gl-event-commands.
           move spaces to gl-event-line.
           string "console " delimited by size
                  function trim(gl-console-command)
                                   delimited by size
             into gl-event-line.
           perform log-visitor-event.

           evaluate gl-con-keyword
               when "clearcolor"
                   if gl-con-field-3 = spaces
                       move "usage: clearcolor r g b" to gl-con-echo
                   else
                       compute gl-cfg-clear-red =
                           function numval(gl-con-field-1)
                       compute gl-cfg-clear-green =
                           function numval(gl-con-field-2)
                       compute gl-cfg-clear-blue =
                           function numval(gl-con-field-3)
                       move "clear color set" to gl-con-echo
                   end-if
               when "texture"
                   if gl-con-field-1 = spaces
                       move "usage: texture file.bmp" to gl-con-echo
                   else
                       move gl-con-field-1 to gl-pipe-field-1
                       perform load-pipe-texture
                       move "texture loaded" to gl-con-echo
                   end-if
               when "scene"
                   evaluate true
                       when gl-con-field-1 = spaces
                           move "usage: scene file.txt | scene save"
                             to gl-con-echo
                       when gl-con-field-1 = "save"
                           perform save-scene-console
                       when other
                           perform load-console-scene
                   end-evaluate
               when "volume"
                   evaluate true
                       when gl-con-field-2 = spaces
                           move "usage: volume music|effects 0..1"
                             to gl-con-echo
                       when gl-con-field-1 = "music"
                           compute gl-mix-music-vol =
                               function numval(gl-con-field-2)
                           move gl-mix-music-vol
                             to gl-mix-voice-vol(1)
                           move gl-mix-music-vol
                             to gl-mix-voice-vol-r(1)
                           move "music volume set" to gl-con-echo
                       when gl-con-field-1 = "effects"
                           compute gl-mix-effect-vol =
                               function numval(gl-con-field-2)
                           move "effects volume set" to gl-con-echo
                       when other
                           move "usage: volume music|effects 0..1"
                             to gl-con-echo
                   end-evaluate
               when "walk"
                   if gl-walk-is-active
                       move "N" to gl-walk-mode
                       move "walk mode off - free fly" to gl-con-echo
                   else
                       move "Y" to gl-walk-mode
                       move "walk mode on" to gl-con-echo
                   end-if
               when "edit"
                   if gl-edit-is-active
                       move "N" to gl-edit-mode
                       move 0 to gl-edit-object
                       move "edit mode off" to gl-con-echo
                   else
                       move "Y" to gl-edit-mode
                       move "edit mode on - click grabs an object"
                         to gl-con-echo
                   end-if
               when "vsync"
                   compute gl-swap-interval =
                       function numval(gl-con-field-1)
                   perform apply-vsync-setting
                       varying gl-window-index from 1 by 1
                       until gl-window-index > gl-window-count
                   move "vsync updated" to gl-con-echo
               when "fps"
                   move spaces to gl-con-echo
                   string "fps " delimited by size
                          function trim(gl-fps-display)
                                           delimited by size
                     into gl-con-echo
               when "state"
                   perform build-console-state-line
               when "heatmap"
                   move gl-con-field-1 to gl-heat-from
                   move gl-con-field-2 to gl-heat-to
                   move gl-active-window-index to gl-heat-win
                   perform save-heat-day
                   perform render-heatmap
                   if gl-heat-filename = spaces
                       move "heatmap not written - see cobolgl.log"
                         to gl-con-echo
                   else
                       move spaces to gl-con-echo
                       string "heatmap written: " delimited by size
                              gl-heat-filename delimited by x"00"
                         into gl-con-echo
                   end-if
               when "language"
                   perform switch-language
               when "captions"
                   perform switch-captions
               when "quit"
                   move "Y" to gl-quit-flag
                   move "bye" to gl-con-echo
               when other
                   move "unknown command" to gl-con-echo
           end-evaluate
           perform push-console-line.
       .
       push-console-line.
           perform shift-console-line
               varying gl-con-shift from 1 by 1
               until gl-con-shift >= gl-console-line-max.
           move gl-con-echo
             to gl-console-line-entry(gl-console-line-max).
       .
       shift-console-line.
           move gl-console-line-entry(gl-con-shift + 1)
             to gl-console-line-entry(gl-con-shift).
       .
      * scene changes fade to black first so the swap never pops in
      * the middle of a presentation; with the fade disabled (or one
      * already underway) the swap happens on the spot as before
       load-console-scene.
           if gl-fade-seconds > 0 and gl-fade-direction not = "O"
               move gl-con-field-1 to gl-fade-pending-scene
               move "Y" to gl-fade-pending
               move "O" to gl-fade-direction
               move spaces to gl-con-echo
               string "scene change queued: " delimited by size
                      function trim(gl-con-field-1)
                                       delimited by size
                 into gl-con-echo
           else
               perform swap-console-scene
           end-if
       .
       swap-console-scene.
      * verify the file opens before committing to it, then parse
      * with soft errors: a typo echoes its line-numbered message
      * into the scrollback instead of killing the live display
           move function trim(gl-con-field-1) to gl-scene-path.
           open input gl-scene-file.
           if gl-scene-file-status not = "00"
               move "cannot open scene file" to gl-con-echo
               exit paragraph
           end-if
           close gl-scene-file.

      * the previous generation's GPU objects are replaced below -
      * drop them first or every reload leaks buffers and textures
           move gl-mesh-name-count to gl-old-mesh-count.
           move gl-texture-name-count to gl-old-texture-count.
           perform delete-scene-resources.

      * a scene without terrain must not keep the old height grid
           move 0 to gl-walk-grid-w.
           move 0 to gl-walk-grid-h.

           move gl-con-field-1 to gl-cfg-scene.
           move 0 to gl-mesh-name-count.
           move 0 to gl-texture-name-count.
           move "Y" to gl-scene-soft-errors.
           move "N" to gl-scene-load-failed.
           perform load-scene-description.
           if gl-scene-load-has-failed
                   and gl-scene-object-count = 0
               perform build-default-scene
           end-if
      * soft mode stays on through the resource reload - the OBJ
      * loader only runs in there, and a missing model must fall
      * back to the quad, not kill the display
           perform reload-window-scene-resources
               varying gl-window-index from 1 by 1
               until gl-window-index > gl-window-count.
           move "N" to gl-scene-soft-errors.
           if gl-scene-load-has-failed
               move "scene load failed - kept what parsed"
                 to gl-con-echo
           else
               move "scene loaded" to gl-con-echo
               add 1 to gl-event-scene-loads
               add 1 to gl-session-scenes
               move spaces to gl-event-line
               string "scene " delimited by size
                      function trim(gl-cfg-scene) delimited by size
                 into gl-event-line
               perform log-visitor-event
           end-if
       .
      * advances the fade once per rendered frame on real time; the
      * queued scene swap happens at full black so the old display
      * never shows half-loaded state
       update-fade-state.
           if gl-fade-direction = "N"
               exit paragraph
           end-if
           compute gl-fade-half = gl-fade-seconds / 2.0.
           if gl-fade-half < 0.05
               move 0.05 to gl-fade-half
           end-if
           if gl-fade-direction = "O"
               compute gl-fade-level =
                   gl-fade-level + gl-delta-time / gl-fade-half
               if gl-fade-level >= 1.0
                   move 1.0 to gl-fade-level
                   if gl-fade-is-pending
                       move "N" to gl-fade-pending
                       move gl-fade-pending-scene to gl-con-field-1
                       perform swap-console-scene
                       perform push-console-line
                   end-if
                   move "I" to gl-fade-direction
               end-if
           else
               compute gl-fade-level =
                   gl-fade-level - gl-delta-time / gl-fade-half
               if gl-fade-level <= 0.0
                   move 0.0 to gl-fade-level
                   move "N" to gl-fade-direction
               end-if
           end-if
       .
       save-scene-console.
           if gl-cfg-scene = spaces
               move "no scene file loaded - nothing to save"
                 to gl-con-echo
               exit paragraph
           end-if
           perform save-scene-file.
           if gl-scene-file-status = "00"
               move spaces to gl-con-echo
               string "scene saved to " delimited by size
                      function trim(gl-cfg-scene) delimited by size
                 into gl-con-echo
           else
               move "cannot write scene file" to gl-con-echo
           end-if
       .
      * writes the current layout back out through the same keywords
      * load-scene-file parses; positions and rotations come from the
      * authored home pose, so animated objects save their keyframed
      * track and their authored rest pose, not a mid-animation frame.
      * Include and place lines and prefab blocks go back out as they
      * were read; what they pulled in is not written a second time
       save-scene-file.
           move function trim(gl-cfg-scene) to gl-scene-path.
           open output gl-scene-file.
           if gl-scene-file-status not = "00"
               move spaces to gl-log-line
               string "scene save failed for " delimited by size
                      function trim(gl-cfg-scene) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if

           perform save-one-kept-line
               varying gl-save-scan from 1 by 1
               until gl-save-scan > gl-scene-keep-count.
           perform save-one-light
               varying gl-light-index from 1 by 1
               until gl-light-index > gl-scene-light-count.
           perform save-one-emitter
               varying gl-emitter-index from 1 by 1
               until gl-emitter-index > gl-emitter-count.
           perform save-one-sound
               varying gl-sound-index from 1 by 1
               until gl-sound-index > gl-scene-sound-count.
           perform save-one-wincam
               varying gl-wincam-scan from 1 by 1
               until gl-wincam-scan > gl-window-max.
           perform save-one-object
               varying gl-save-obj from 1 by 1
               until gl-save-obj > gl-scene-object-count.

           close gl-scene-file.
           move spaces to gl-log-line.
           string "scene saved: " delimited by size
                  function trim(gl-cfg-scene) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       save-one-kept-line.
           move gl-scene-keep-line(gl-save-scan) to gl-scene-src-index.
           write gl-scene-line
             from gl-scene-src-text(gl-scene-src-index).
       .
       save-one-light.
           if gl-scene-light-origin(gl-light-index) not = "M"
               exit paragraph
           end-if
           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           if gl-scene-light-is-point(gl-light-index)
               string "light point" delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
           else
               string "light directional" delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
           end-if
           move gl-scene-light-x(gl-light-index) to gl-save-num.
           perform append-save-number.
           move gl-scene-light-y(gl-light-index) to gl-save-num.
           perform append-save-number.
           move gl-scene-light-z(gl-light-index) to gl-save-num.
           perform append-save-number.
           move gl-scene-light-r(gl-light-index) to gl-save-num.
           perform append-save-number.
           move gl-scene-light-g(gl-light-index) to gl-save-num.
           perform append-save-number.
           move gl-scene-light-b(gl-light-index) to gl-save-num.
           perform append-save-number.
           write gl-scene-line from gl-save-line.
       .
      * only non-fly windows are written - fly is the default
       save-one-wincam.
           if gl-wincam-mode(gl-wincam-scan) = "F"
                   or gl-wincam-origin(gl-wincam-scan) not = "M"
               exit paragraph
           end-if
           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           move gl-wincam-scan to gl-pipe-num-disp.
           string "camera " delimited by size
                  function trim(gl-pipe-num-disp) delimited by size
             into gl-save-line
             with pointer gl-save-ptr.
           if gl-wincam-is-top(gl-wincam-scan)
               string " top" delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
               move gl-wincam-y(gl-wincam-scan) to gl-save-num
               perform append-save-number
           else
               string " fixed" delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
               move gl-wincam-x(gl-wincam-scan) to gl-save-num
               perform append-save-number
               move gl-wincam-y(gl-wincam-scan) to gl-save-num
               perform append-save-number
               move gl-wincam-z(gl-wincam-scan) to gl-save-num
               perform append-save-number
               move gl-wincam-yaw(gl-wincam-scan) to gl-save-num
               perform append-save-number
               move gl-wincam-pitch(gl-wincam-scan) to gl-save-num
               perform append-save-number
               move gl-wincam-fov(gl-wincam-scan) to gl-save-num
               perform append-save-number
           end-if
           write gl-scene-line from gl-save-line.
       .
      * free-standing sounds go out with the lights and emitters;
      * an object's own sound follows that object's lines
       save-one-sound.
           if gl-scene-sound-origin(gl-sound-index) not = "M"
                   or gl-scene-sound-obj(gl-sound-index) not = 0
               exit paragraph
           end-if
           perform build-sound-save-line.
           move gl-scene-sound-x(gl-sound-index) to gl-save-num.
           perform append-save-number.
           move gl-scene-sound-y(gl-sound-index) to gl-save-num.
           perform append-save-number.
           move gl-scene-sound-z(gl-sound-index) to gl-save-num.
           perform append-save-number.
           write gl-scene-line from gl-save-line.
       .
       save-object-sound.
           if gl-scene-sound-obj(gl-sound-index) not = gl-save-obj
               exit paragraph
           end-if
           perform build-sound-save-line.
           write gl-scene-line from gl-save-line.
       .
       build-sound-save-line.
           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           string "sound " delimited by size
                  function trim(gl-scene-sound-file(gl-sound-index))
                                   delimited by size
             into gl-save-line
             with pointer gl-save-ptr.
           move gl-scene-sound-radius(gl-sound-index) to gl-save-num.
           perform append-save-number.
       .
       save-one-emitter.
           if gl-emitter-origin(gl-emitter-index) not = "M"
               exit paragraph
           end-if
           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           string "emitter" delimited by size
             into gl-save-line
             with pointer gl-save-ptr.
           move gl-emitter-x(gl-emitter-index) to gl-save-num.
           perform append-save-number.
           move gl-emitter-y(gl-emitter-index) to gl-save-num.
           perform append-save-number.
           move gl-emitter-z(gl-emitter-index) to gl-save-num.
           perform append-save-number.
           move gl-emitter-rate(gl-emitter-index) to gl-save-num.
           perform append-save-number.
           move gl-emitter-life(gl-emitter-index) to gl-save-num.
           perform append-save-number.
           move gl-emitter-spread(gl-emitter-index) to gl-save-num.
           perform append-save-number.
           move gl-emitter-r(gl-emitter-index) to gl-save-num.
           perform append-save-number.
           move gl-emitter-g(gl-emitter-index) to gl-save-num.
           perform append-save-number.
           move gl-emitter-b(gl-emitter-index) to gl-save-num.
           perform append-save-number.
           write gl-scene-line from gl-save-line.
       .
       save-one-object.
           if not gl-scene-obj-is-authored(gl-save-obj)
               exit paragraph
           end-if
           move spaces to gl-save-line.
           evaluate true
               when gl-scene-obj-is-billboard(gl-save-obj)
                   string "billboard " delimited by size
                          function trim(
                              gl-scene-obj-name(gl-save-obj))
                                           delimited by size
                     into gl-save-line
               when gl-scene-obj-is-label(gl-save-obj)
                   string "label " delimited by size
                          function trim(
                              gl-scene-obj-name(gl-save-obj))
                                           delimited by size
                          " " delimited by size
                          function trim(
                              gl-scene-obj-label(gl-save-obj))
                                           delimited by size
                     into gl-save-line
               when gl-scene-obj-name(gl-save-obj) = spaces
                   move "object" to gl-save-line
               when other
                   string "object " delimited by size
                          function trim(
                              gl-scene-obj-name(gl-save-obj))
                                           delimited by size
                     into gl-save-line
           end-evaluate
           write gl-scene-line from gl-save-line.

      * the pose lines below stay relative to the parent
           if gl-scene-obj-parent-name(gl-save-obj) not = spaces
               move spaces to gl-save-line
               string "parent " delimited by size
                      function trim(
                          gl-scene-obj-parent-name(gl-save-obj))
                                           delimited by size
                 into gl-save-line
               write gl-scene-line from gl-save-line
           end-if

           move spaces to gl-save-line.
           move gl-scene-obj-mesh(gl-save-obj)
             to gl-scene-found-index.
           string "mesh " delimited by size
                  function trim(gl-mesh-name(gl-scene-found-index))
                                   delimited by size
             into gl-save-line.
           write gl-scene-line from gl-save-line.

           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           move gl-scene-obj-texture(gl-save-obj)
             to gl-scene-found-index.
           string "texture " delimited by size
                  function trim(
                      gl-texture-name(gl-scene-found-index))
                                   delimited by size
             into gl-save-line
             with pointer gl-save-ptr.
           perform append-flipbook-options.
           write gl-scene-line from gl-save-line.

           perform save-one-lod-step
               varying gl-save-scan from 1 by 1
               until gl-save-scan >
                   gl-scene-obj-lod-count(gl-save-obj).

           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           string "position" delimited by size
             into gl-save-line
             with pointer gl-save-ptr.
           move gl-scene-obj-home-px(gl-save-obj) to gl-save-num.
           perform append-save-number.
           move gl-scene-obj-home-py(gl-save-obj) to gl-save-num.
           perform append-save-number.
           move gl-scene-obj-home-pz(gl-save-obj) to gl-save-num.
           perform append-save-number.
           write gl-scene-line from gl-save-line.

           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           string "rotation" delimited by size
             into gl-save-line
             with pointer gl-save-ptr.
           move gl-scene-obj-home-rx(gl-save-obj) to gl-save-num.
           perform append-save-number.
           move gl-scene-obj-home-ry(gl-save-obj) to gl-save-num.
           perform append-save-number.
           move gl-scene-obj-home-rz(gl-save-obj) to gl-save-num.
           perform append-save-number.
           write gl-scene-line from gl-save-line.

           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           string "scale" delimited by size
             into gl-save-line
             with pointer gl-save-ptr.
           move gl-scene-obj-scale-x(gl-save-obj) to gl-save-num.
           perform append-save-number.
           move gl-scene-obj-scale-y(gl-save-obj) to gl-save-num.
           perform append-save-number.
           move gl-scene-obj-scale-z(gl-save-obj) to gl-save-num.
           perform append-save-number.
           write gl-scene-line from gl-save-line.

           if gl-scene-obj-tint-r(gl-save-obj) not = 1.0
                   or gl-scene-obj-tint-g(gl-save-obj) not = 1.0
                   or gl-scene-obj-tint-b(gl-save-obj) not = 1.0
               move spaces to gl-save-line
               move 1 to gl-save-ptr
               string "tint" delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
               move gl-scene-obj-tint-r(gl-save-obj) to gl-save-num
               perform append-save-number
               move gl-scene-obj-tint-g(gl-save-obj) to gl-save-num
               perform append-save-number
               move gl-scene-obj-tint-b(gl-save-obj) to gl-save-num
               perform append-save-number
               write gl-scene-line from gl-save-line
           end-if

           if gl-scene-obj-opacity(gl-save-obj) < 0.999
               move spaces to gl-save-line
               move 1 to gl-save-ptr
               string "opacity" delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
               move gl-scene-obj-opacity(gl-save-obj) to gl-save-num
               perform append-save-number
               write gl-scene-line from gl-save-line
           end-if

           if gl-scene-obj-is-label(gl-save-obj)
                   and (gl-scene-obj-label-font(gl-save-obj) not = 1
                     or gl-scene-obj-label-size(gl-save-obj)
                         not = gl-font-default-size
                     or gl-scene-obj-label-width(gl-save-obj)
                         not = gl-font-label-width)
               move spaces to gl-save-line
               move 1 to gl-save-ptr
               string "labelfont " delimited by size
                      function trim(gl-font-name(
                          gl-scene-obj-label-font(gl-save-obj)))
                                   delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
               move gl-scene-obj-label-size(gl-save-obj)
                 to gl-save-num
               perform append-save-number
               move gl-scene-obj-label-width(gl-save-obj)
                 to gl-save-num
               perform append-save-number
               write gl-scene-line from gl-save-line
           end-if

           if gl-scene-obj-action-kind(gl-save-obj) not = space
               move spaces to gl-save-line
               evaluate gl-scene-obj-action-kind(gl-save-obj)
                   when "S"
                       string "action scene " delimited by size
                              function trim(gl-scene-obj-action-arg
                                  (gl-save-obj)) delimited by size
                         into gl-save-line
                   when "W"
                       string "action sound " delimited by size
                              function trim(gl-scene-obj-action-arg
                                  (gl-save-obj)) delimited by size
                         into gl-save-line
                   when "C"
                       string "action command " delimited by size
                              function trim(gl-scene-obj-action-arg
                                  (gl-save-obj)) delimited by size
                         into gl-save-line
                   when "V"
                       string "action vote " delimited by size
                              function trim(gl-scene-obj-action-arg
                                  (gl-save-obj)) delimited by size
                         into gl-save-line
                   when "L"
                       string "action language " delimited by size
                              function trim(gl-scene-obj-action-arg
                                  (gl-save-obj)) delimited by size
                         into gl-save-line
               end-evaluate
               write gl-scene-line from gl-save-line
           end-if

           perform save-one-track-key
               varying gl-save-scan from 1 by 1
               until gl-save-scan > gl-anim-key-count.
           perform save-object-sound
               varying gl-sound-index from 1 by 1
               until gl-sound-index > gl-scene-sound-count.
       .
       save-one-lod-step.
           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           string "lod" delimited by size
             into gl-save-line
             with pointer gl-save-ptr.
           move gl-scene-obj-lod-dist(gl-save-obj, gl-save-scan)
             to gl-save-num.
           perform append-save-number.
           if gl-scene-obj-lod-is-billboard(gl-save-obj, gl-save-scan)
               string " billboard" delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
               move gl-scene-obj-lod-texture(gl-save-obj, gl-save-scan)
                 to gl-scene-found-index
               if gl-scene-found-index > 0
                   string " " delimited by size
                          function trim(
                              gl-texture-name(gl-scene-found-index))
                                           delimited by size
                     into gl-save-line
                     with pointer gl-save-ptr
                   perform append-flipbook-options
               end-if
           else
               move gl-scene-obj-lod-mesh(gl-save-obj, gl-save-scan)
                 to gl-scene-found-index
               string " " delimited by size
                      function trim(gl-mesh-name(gl-scene-found-index))
                                       delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
           end-if
           write gl-scene-line from gl-save-line.
       .
       save-one-track-key.
           if gl-anim-key-obj(gl-save-scan) not = gl-save-obj
               exit paragraph
           end-if
           move spaces to gl-save-line.
           move 1 to gl-save-ptr.
           if gl-anim-key-kind(gl-save-scan) = "R"
               string "track rotation" delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
           else
               string "track position" delimited by size
                 into gl-save-line
                 with pointer gl-save-ptr
           end-if
           move gl-anim-key-time(gl-save-scan) to gl-save-num.
           perform append-save-number.
           move gl-anim-key-x(gl-save-scan) to gl-save-num.
           perform append-save-number.
           move gl-anim-key-y(gl-save-scan) to gl-save-num.
           perform append-save-number.
           move gl-anim-key-z(gl-save-scan) to gl-save-num.
           perform append-save-number.
           write gl-scene-line from gl-save-line.
       .
      * rate and mode after a sequence's name
       append-flipbook-options.
           if not gl-texture-is-flipbook(gl-scene-found-index)
               exit paragraph
           end-if
           move gl-texture-name-fps(gl-scene-found-index)
             to gl-save-num.
           perform append-save-number.
           evaluate true
               when gl-texture-plays-once(gl-scene-found-index)
                   string " once" delimited by size
                     into gl-save-line
                     with pointer gl-save-ptr
               when gl-texture-ping-pongs(gl-scene-found-index)
                   string " pingpong" delimited by size
                     into gl-save-line
                     with pointer gl-save-ptr
               when other
                   string " loop" delimited by size
                     into gl-save-line
                     with pointer gl-save-ptr
           end-evaluate
       .
       append-save-number.
           move gl-save-num to gl-save-num-disp.
           string " " delimited by size
                  function trim(gl-save-num-disp) delimited by size
             into gl-save-line
             with pointer gl-save-ptr.
       .
      * frees the mesh buffers, textures, font textures and
      * per-window vertex arrays of the scene being replaced; the
      * buffers and textures live in the sharing group so one
      * delete (with any context current) covers every window,
      * while vertex arrays are per context and need their own pass
       delete-scene-resources.
           perform delete-window-scene-vaos
               varying gl-window-index from 1 by 1
               until gl-window-index > gl-window-count.

           move gl-win-hdc(1) to hdc.
           move gl-win-rc(1)  to gl-rc.
           call winapi "wglMakeCurrent" using by value hdc
                                              by value gl-rc
                                    returning gl-ok.
           perform delete-shared-mesh-buffers
               varying gl-scene-search-index from 1 by 1
               until gl-scene-search-index > gl-old-mesh-count.
           perform delete-shared-texture
               varying gl-scene-search-index from 1 by 1
               until gl-scene-search-index > gl-old-texture-count.
           perform delete-font-texture
               varying gl-font-scan from 2 by 1
               until gl-font-scan > gl-font-count.
       .
       delete-window-scene-vaos.
           move gl-win-hdc(gl-window-index) to hdc.
                   (1, gl-scene-search-index).
       .
       delete-shared-texture.
           if gl-texture-is-flipbook(gl-scene-search-index)
                   and gl-texture-name-span(gl-scene-search-index) > 0
               move gl-scene-search-index to gl-flip-entry
               perform delete-flipbook-frame
                   varying gl-flip-scan from 1 by 1
                   until gl-flip-scan >
                       gl-texture-name-span(gl-flip-entry)
      * a remote swap put a texture of its own in the slot
               move gl-texture-frame-id(gl-flip-entry,
                   gl-texture-name-shown(gl-flip-entry)) to gl-flip-id
               if gl-win-texture-slot-id(1, gl-flip-entry) = gl-flip-id
                   exit paragraph
               end-if
           end-if
           call winapi "glDeleteTextures" using
               by value 1
               by reference gl-win-texture-slot-id
                   (1, gl-scene-search-index).
       .
      * the fonts a scene declares go with it; font.bmp stays
       delete-font-texture.
           if gl-font-texture(gl-font-scan) not = 0
               call winapi "glDeleteTextures" using
                   by value 1
                   by reference gl-font-texture(gl-font-scan)
               move 0 to gl-font-texture(gl-font-scan)
           end-if
       .
       delete-flipbook-frame.
           if gl-texture-frame-have(gl-flip-entry, gl-flip-scan) = "Y"
               call winapi "glDeleteTextures" using
                   by value 1
                   by reference gl-texture-frame-id
                       (gl-flip-entry, gl-flip-scan)
           end-if
       .
       reload-window-scene-resources.
           move gl-win-hdc(gl-window-index) to hdc.
           move gl-win-rc(gl-window-index)  to gl-rc.
           end-if
           move gl-sched-now-hhmm to gl-sched-last-minute.
           perform check-event-day-rollover.
           perform tick-heat-day.
           if gl-sched-count > 0
               perform fire-due-schedule-entry
                   varying gl-sched-scan from 1 by 1
               move "day rollover - summary written"
                 to gl-event-line
               perform log-visitor-event
               close gl-event-file
               move gl-event-last-date to gl-arch-day
               move "rollover" to gl-arch-reason
               perform archive-event-log
               open extend gl-event-file
               if gl-event-file-status not = "00"
                   open output gl-event-file
               end-if
               if gl-event-file-status not = "00"
                   move "N" to gl-event-live
               end-if
           end-if
           move gl-sched-now-date(1:8) to gl-event-last-date.
           move 0 to gl-event-tally-count.
           move 0 to gl-event-total-clicks.
           move 0 to gl-event-scene-loads.
           move 0 to gl-event-commands.
           initialize gl-session-day.
       .
       fire-due-schedule-entry.
           if gl-sched-hhmm(gl-sched-scan) not = gl-sched-now-hhmm
                       gl-sched-now-hhmm
               exit paragraph
           end-if
      * entries up to the snapshot are already in the resumed state
           if gl-snap-resuming
                   and gl-sched-hhmm(gl-sched-scan) <= gl-snap-s-hhmm
               exit paragraph
           end-if
           perform match-schedule-day.
           if gl-sched-match = "Y"
               if gl-sched-best = 0
           move "N" to gl-script-eof.
           move 0 to gl-script-step-count.
           move 0 to gl-script-clock.
           move 0 to gl-script-length.
           open input gl-script-file.
           if gl-script-file-status not = "00"
               move spaces to gl-log-line
                       function numval(gl-script-value)
               when "loop"
                   move "Y" to gl-script-loop
                   move gl-script-clock to gl-script-length
               when other
                   if gl-script-step-count < gl-script-step-max
                       add 1 to gl-script-step-count
                   or gl-script-next > gl-script-step-count
               if gl-script-loops
                       and gl-script-step-count > 0
                       and gl-elapsed-seconds - gl-script-base >=
                           gl-script-length
                   move 1 to gl-script-next
                   move gl-elapsed-seconds to gl-script-base
               end-if
               move 0.9   to gl-emitter-g(1)
               move 0.6   to gl-emitter-b(1)
               move 0.0   to gl-emitter-accum(1)
               move "M"   to gl-emitter-origin(1)
           end-if
           perform refresh-scene-world.
       .
       build-default-scene.
           move 0 to gl-scene-src-file-count.
           perform reset-text-fonts.
           move 0 to gl-scene-src-current.
           move 0 to gl-world-depth-max.
           move 0 to gl-scene-keep-count.
           move 0 to gl-scene-light-count.
           move 0 to gl-anim-key-count.
           move 0 to gl-emitter-count.
           perform release-scene-sounds.
           move 0 to gl-flip-clock.
           perform reset-window-camera
               varying gl-wincam-scan from 1 by 1
               until gl-wincam-scan > gl-window-max.
           move spaces to gl-scene-obj-action-arg(gl-scene-index).
           move "O" to gl-scene-obj-kind(gl-scene-index).
           move spaces to gl-scene-obj-label(gl-scene-index).
           move 1 to gl-scene-obj-label-font(gl-scene-index).
           move gl-font-default-size
             to gl-scene-obj-label-size(gl-scene-index).
           move gl-font-label-width
             to gl-scene-obj-label-width(gl-scene-index).
           move "Y" to gl-scene-obj-visible(gl-scene-index).
           move "M" to gl-scene-obj-origin(gl-scene-index).
           move spaces to gl-scene-obj-parent-name(gl-scene-index).
           move 0 to gl-scene-obj-parent-line(gl-scene-index).
           move 0 to gl-scene-obj-parent(gl-scene-index).
           move 0 to gl-scene-obj-depth(gl-scene-index).
           move 0 to gl-scene-obj-lod-count(gl-scene-index).
           move 0.0 to gl-scene-obj-home-px(gl-scene-index).
           move 0.0 to gl-scene-obj-home-py(gl-scene-index).
           move 0.0 to gl-scene-obj-home-pz(gl-scene-index).
                   move "N"
                     to gl-texture-name-alpha(gl-texture-name-count)
                   move gl-texture-name-count to gl-scene-found-index
                   move gl-texture-name-count to gl-flip-entry
                   perform scan-flipbook-frames
               end-if
           end-if
           move 10.0 to gl-flip-want-fps.
           move "L" to gl-flip-want-mode.
       .
      * the first line naming a sequence sets its rate and mode; a
      * name without a # run is a still texture
       scan-flipbook-frames.
           move space to gl-texture-name-mode(gl-flip-entry).
           move 0 to gl-texture-name-first(gl-flip-entry).
           move 0 to gl-texture-name-span(gl-flip-entry).
           move 0 to gl-texture-name-frames(gl-flip-entry).
           move 1 to gl-texture-name-shown(gl-flip-entry).
           perform clear-flipbook-frame
               varying gl-flip-scan from 1 by 1
               until gl-flip-scan > gl-flip-frame-max.
           perform locate-flipbook-digits.
           if gl-flip-hash-len = 0
               exit paragraph
           end-if
           move gl-flip-want-fps to gl-texture-name-fps(gl-flip-entry).
           move gl-flip-want-mode
             to gl-texture-name-mode(gl-flip-entry).
           compute gl-flip-limit = 10 ** gl-flip-hash-len - 1.
           move 0 to gl-flip-number.
           perform build-flipbook-frame-path.
           perform probe-flipbook-frame.
           if gl-ok = 0
               move 1 to gl-texture-name-first(gl-flip-entry)
           end-if
           if gl-flip-limit - gl-texture-name-first(gl-flip-entry)
                   >= gl-flip-frame-max
               compute gl-flip-limit =
                   gl-texture-name-first(gl-flip-entry)
                   + gl-flip-frame-max - 1
           end-if
           perform scan-flipbook-frame
               varying gl-flip-scan from 1 by 1
               until gl-flip-scan > gl-flip-limit
                   - gl-texture-name-first(gl-flip-entry) + 1.
       .
       clear-flipbook-frame.
           move 0 to gl-texture-frame-id(gl-flip-entry, gl-flip-scan).
           move "N"
             to gl-texture-frame-have(gl-flip-entry, gl-flip-scan).
       .
       scan-flipbook-frame.
           compute gl-flip-number =
               gl-texture-name-first(gl-flip-entry) + gl-flip-scan - 1.
           perform build-flipbook-frame-path.
           perform probe-flipbook-frame.
           if gl-ok not = 0
               move "Y"
                 to gl-texture-frame-have(gl-flip-entry, gl-flip-scan)
               move gl-flip-scan to gl-texture-name-span(gl-flip-entry)
               add 1 to gl-texture-name-frames(gl-flip-entry)
           end-if
       .
      * position and width of the # run in the entry's name, width
      * zero when there is none
       locate-flipbook-digits.
           move 0 to gl-flip-hash-at.
           move 0 to gl-flip-hash-len.
           inspect gl-texture-name(gl-flip-entry)
               tallying gl-flip-hash-at
               for characters before initial "#".
           add 1 to gl-flip-hash-at.
           if gl-flip-hash-at > length of gl-texture-source
               exit paragraph
           end-if
           inspect gl-texture-name(gl-flip-entry)(gl-flip-hash-at:)
               tallying gl-flip-hash-len for leading "#".
           if gl-flip-hash-len > 9
               move 9 to gl-flip-hash-len
           end-if
       .
      * nul-terminated file name of frame gl-flip-number
       build-flipbook-frame-path.
           move spaces to gl-flip-path.
           move 1 to gl-flip-ptr.
           if gl-flip-hash-at > 1
               string gl-texture-name(gl-flip-entry)
                          (1:gl-flip-hash-at - 1) delimited by size
                 into gl-flip-path
                 with pointer gl-flip-ptr
           end-if
           string gl-flip-number(10 - gl-flip-hash-len:
                      gl-flip-hash-len) delimited by size
                  function trim(gl-texture-name(gl-flip-entry)
                      (gl-flip-hash-at + gl-flip-hash-len:) trailing)
                                   delimited by size
                  x"00" delimited by size
             into gl-flip-path
             with pointer gl-flip-ptr.
       .
       probe-flipbook-frame.
           call winapi "GetFileAttributesExA" using
               by reference gl-flip-path
               by value 0
               by reference gl-flip-file-data
               returning gl-ok.
       .
      * "fps" and "loop|once|pingpong" after a texture name
       take-flipbook-options.
           if gl-flip-opt-rate not = spaces
               compute gl-flip-want-fps =
                   function numval(gl-flip-opt-rate)
               if gl-flip-want-fps not > 0
                   move "flipbook frame rate must be positive"
                     to gl-scene-error-reason
                   perform scene-parse-error
                   exit paragraph
               end-if
           end-if
           evaluate gl-flip-opt-mode
               when spaces
               when "loop"
                   move "L" to gl-flip-want-mode
               when "once"
                   move "O" to gl-flip-want-mode
               when "pingpong"
                   move "P" to gl-flip-want-mode
               when other
                   move "flipbook mode must be loop, once or pingpong"
                     to gl-scene-error-reason
                   perform scene-parse-error
           end-evaluate
       .
       match-texture-name.
           if gl-texture-name(gl-scene-search-index)
               move gl-scene-search-index to gl-scene-found-index
           end-if
       .
      * two passes: read the scene file and everything it includes
      * into the line store, then walk the stored lines through
      * parse-scene-line starting from the scene file's first line
       load-scene-file.
           move 0 to gl-scene-object-count.
           perform reset-text-fonts.
           move 0 to gl-scene-light-count.
           move 0 to gl-anim-key-count.
           move 0 to gl-emitter-count.
           perform release-scene-sounds.
           move 0 to gl-flip-clock.
           perform reset-window-camera
               varying gl-wincam-scan from 1 by 1
               until gl-wincam-scan > gl-window-max.
           move 0 to gl-scene-src-line-count.
           move 0 to gl-scene-prefab-count.
           move 0 to gl-scene-prefab-open.
           move 0 to gl-scene-keep-count.
           move 0 to gl-scene-frame-depth.
           move 0 to gl-scene-src-current.
           move 0 to gl-scene-line-number.
           move "M" to gl-scene-line-origin.
           move 1 to gl-scene-src-file-count.
           move function trim(gl-cfg-scene) to gl-scene-src-name(1).
           move 0 to gl-scene-src-ref-file(1).
           move 0 to gl-scene-src-ref-line(1).
           move "N" to gl-scene-eof.
           perform read-scene-source
               varying gl-scene-src-load from 1 by 1
               until gl-scene-src-load > gl-scene-src-file-count
                   or gl-scene-at-eof.
           if gl-scene-at-eof
               exit paragraph
           end-if

           move 1 to gl-scene-frame-depth.
           move "F" to gl-scene-frame-kind(1).
           move 1 to gl-scene-frame-file(1).
           move gl-scene-src-first(1) to gl-scene-frame-next(1).
           compute gl-scene-frame-last(1) =
               gl-scene-src-first(1) + gl-scene-src-count(1) - 1.
           perform walk-scene-source
               until gl-scene-frame-depth = 0 or gl-scene-at-eof.
           if not gl-scene-at-eof
               perform resolve-scene-parents
           end-if

           if gl-scene-object-count = 0
                   and not gl-scene-load-has-failed
               move 0 to gl-scene-src-current
               move 0 to gl-scene-line-number
               move "no objects in scene file" to gl-scene-error-reason
               perform scene-parse-error
           end-if
       .
      * reads one source file into the line store and queues any
      * file its include lines name; a file that cannot be opened is
      * reported against the include line that asked for it
       read-scene-source.
           move gl-scene-src-name(gl-scene-src-load) to gl-scene-path.
           open input gl-scene-file.
           if gl-scene-file-status not = "00"
               move gl-scene-src-ref-file(gl-scene-src-load)
                 to gl-scene-src-current
               move gl-scene-src-ref-line(gl-scene-src-load)
                 to gl-scene-line-number
               if gl-scene-src-load = 1
                   move "cannot open scene file"
                     to gl-scene-error-reason
               else
                   move spaces to gl-scene-error-reason
                   string "cannot open include file "
                                           delimited by size
                          function trim(gl-scene-path)
                                           delimited by size
                     into gl-scene-error-reason
               end-if
               perform scene-parse-error
               exit paragraph
           end-if
           move gl-scene-src-load to gl-scene-src-current.
           compute gl-scene-src-first(gl-scene-src-load) =
               gl-scene-src-line-count + 1.
           move 0 to gl-scene-src-count(gl-scene-src-load).
           move 0 to gl-scene-line-number.
           move "N" to gl-scene-src-eof.
           perform read-scene-line
               until gl-scene-src-at-eof or gl-scene-at-eof.
           close gl-scene-file.
           perform find-scene-include
               varying gl-scene-src-scan
               from gl-scene-src-first(gl-scene-src-load) by 1
               until gl-scene-src-scan > gl-scene-src-line-count
                   or gl-scene-at-eof.
       .
       read-scene-line.
           read gl-scene-file
               at end
                   move "Y" to gl-scene-src-eof
               not at end
                   add 1 to gl-scene-line-number
                   perform store-scene-line
           end-read
       .
       store-scene-line.
           if gl-scene-src-line-count >= gl-scene-src-line-max
               move "scene files too long" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           add 1 to gl-scene-src-line-count.
           move gl-scene-line
             to gl-scene-src-text(gl-scene-src-line-count).
           move gl-scene-src-load
             to gl-scene-src-owner(gl-scene-src-line-count).
           move gl-scene-line-number
             to gl-scene-src-lineno(gl-scene-src-line-count).
           add 1 to gl-scene-src-count(gl-scene-src-load).
       .
       find-scene-include.
           move spaces to gl-scene-keyword.
           move spaces to gl-scene-field-1.
           unstring gl-scene-src-text(gl-scene-src-scan)
               delimited by all space
               into gl-scene-keyword
                    gl-scene-field-1
           end-unstring.
           if gl-scene-keyword not = "include"
                   or gl-scene-field-1 = spaces
               exit paragraph
           end-if
           perform find-scene-source.
           if gl-scene-src-found > 0
               exit paragraph
           end-if
           if gl-scene-src-file-count >= gl-scene-src-file-max
               move gl-scene-src-lineno(gl-scene-src-scan)
                 to gl-scene-line-number
               move "too many include files" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           add 1 to gl-scene-src-file-count.
           move gl-scene-field-1
             to gl-scene-src-name(gl-scene-src-file-count).
           move gl-scene-src-load
             to gl-scene-src-ref-file(gl-scene-src-file-count).
           move gl-scene-src-lineno(gl-scene-src-scan)
             to gl-scene-src-ref-line(gl-scene-src-file-count).
       .
      * gl-scene-field-1 -> index of that source file, 0 = not read
       find-scene-source.
           move 0 to gl-scene-src-found.
           perform match-scene-source
               varying gl-scene-frame-scan from 1 by 1
               until gl-scene-frame-scan > gl-scene-src-file-count
                   or gl-scene-src-found > 0.
       .
       match-scene-source.
           if gl-scene-src-name(gl-scene-frame-scan)
                   = gl-scene-field-1
               move gl-scene-frame-scan to gl-scene-src-found
           end-if
       .
      * hands the next stored line of the innermost frame to
      * parse-scene-line; a frame that has run out is closed
       walk-scene-source.
           if gl-scene-frame-next(gl-scene-frame-depth)
                   > gl-scene-frame-last(gl-scene-frame-depth)
               perform close-scene-frame
               exit paragraph
           end-if
           move gl-scene-frame-next(gl-scene-frame-depth)
             to gl-scene-src-index.
           add 1 to gl-scene-frame-next(gl-scene-frame-depth).
           move gl-scene-src-owner(gl-scene-src-index)
             to gl-scene-src-current.
           move gl-scene-src-lineno(gl-scene-src-index)
             to gl-scene-line-number.
           move gl-scene-src-text(gl-scene-src-index) to gl-scene-line.
           if gl-scene-frame-depth = 1
               move "M" to gl-scene-line-origin
           else
               move "I" to gl-scene-line-origin
           end-if
           perform parse-scene-line.
       .
       close-scene-frame.
           if gl-scene-frame-kind(gl-scene-frame-depth) = "F"
                   and gl-scene-prefab-open > 0
      * report the unclosed block at its own prefab line
               compute gl-scene-src-index =
                   gl-scene-prefab-first(gl-scene-prefab-open) - 1
               move gl-scene-src-owner(gl-scene-src-index)
                 to gl-scene-src-current
               move gl-scene-src-lineno(gl-scene-src-index)
                 to gl-scene-line-number
               move 0 to gl-scene-prefab-open
               move "prefab without end" to gl-scene-error-reason
               perform scene-parse-error
           end-if
           if gl-scene-frame-kind(gl-scene-frame-depth) = "P"
               perform apply-prefab-placement
           end-if
           subtract 1 from gl-scene-frame-depth.
       .
      * main-file line kept for save-scene-file to write back as is
       keep-scene-line.
           if gl-scene-keep-count < gl-scene-keep-max
               add 1 to gl-scene-keep-count
               move gl-scene-src-index
                 to gl-scene-keep-line(gl-scene-keep-count)
           end-if
       .
       parse-scene-line.
           move spaces to gl-scene-keyword.
           move spaces to gl-scene-field-1.
                    gl-scene-field-3
           end-unstring.

           if gl-scene-prefab-open > 0
               perform parse-prefab-body-line
               exit paragraph
           end-if

           if gl-scene-keyword not = spaces
                   and gl-scene-keyword(1:1) not = "#"
               evaluate gl-scene-keyword
                   when "include"
                       perform parse-scene-include
                   when "prefab"
                       perform parse-scene-prefab
                   when "place"
                       perform parse-scene-place
                   when "end"
                       move "end without prefab"
                         to gl-scene-error-reason
                       perform scene-parse-error
                   when "object"
                       perform parse-scene-object
                   when "billboard"
                       perform parse-scene-billboard
                   when "label"
                       perform parse-scene-label
                   when "parent"
                       perform parse-scene-parent
                   when "mesh"
                       perform parse-scene-mesh
                   when "texture"
                       perform parse-scene-texture
                   when "lod"
                       perform parse-scene-lod
                   when "position"
                       perform parse-scene-position
                   when "rotation"
                       perform parse-scene-light
                   when "emitter"
                       perform parse-scene-emitter
                   when "sound"
                       perform parse-scene-sound
                   when "camera"
                       perform parse-scene-camera
                   when "font"
                       perform parse-scene-font
                   when "textfont"
                       perform parse-scene-textfont
                   when "labelfont"
                       perform parse-scene-labelfont
                   when other
                       move "unknown scene keyword"
                         to gl-scene-error-reason
               end-evaluate
           end-if
       .
      * "include <file>": the file's lines are parsed here, as if
      * pasted in place of this line
       parse-scene-include.
           if gl-scene-field-1 = spaces
               move "include needs a file name" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           perform find-scene-source.
           if gl-scene-src-found = 0
               move "include file was not read" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           perform check-include-loop
               varying gl-scene-frame-scan from 1 by 1
               until gl-scene-frame-scan > gl-scene-frame-depth
                   or gl-scene-at-eof.
           if gl-scene-at-eof
               exit paragraph
           end-if
           if gl-scene-frame-depth >= gl-scene-frame-max
               move "includes nested too deeply"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-scene-is-from-main
               perform keep-scene-line
           end-if
           add 1 to gl-scene-frame-depth.
           move "F" to gl-scene-frame-kind(gl-scene-frame-depth).
           move gl-scene-src-found
             to gl-scene-frame-file(gl-scene-frame-depth).
           move gl-scene-src-first(gl-scene-src-found)
             to gl-scene-frame-next(gl-scene-frame-depth).
           compute gl-scene-frame-last(gl-scene-frame-depth) =
               gl-scene-src-first(gl-scene-src-found)
               + gl-scene-src-count(gl-scene-src-found) - 1.
       .
       check-include-loop.
           if gl-scene-frame-kind(gl-scene-frame-scan) = "F"
                   and gl-scene-frame-file(gl-scene-frame-scan)
                       = gl-scene-src-found
               move "include loop" to gl-scene-error-reason
               perform scene-parse-error
           end-if
       .
      * "prefab <name>": the lines up to "end" are stored, not parsed
       parse-scene-prefab.
           if gl-scene-field-1 = spaces
               move "prefab needs a name" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           perform find-scene-prefab.
           if gl-scene-prefab-found > 0
               move "prefab already defined" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-scene-prefab-count >= gl-scene-prefab-max
               move "too many prefabs" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-scene-is-from-main
               perform keep-scene-line
           end-if
           add 1 to gl-scene-prefab-count.
           move gl-scene-field-1
             to gl-scene-prefab-name(gl-scene-prefab-count).
           compute gl-scene-prefab-first(gl-scene-prefab-count) =
               gl-scene-src-index + 1.
           move gl-scene-src-index
             to gl-scene-prefab-last(gl-scene-prefab-count).
           move gl-scene-prefab-count to gl-scene-prefab-open.
       .
       parse-prefab-body-line.
           if gl-scene-is-from-main
               perform keep-scene-line
           end-if
           evaluate gl-scene-keyword
               when "end"
                   compute gl-scene-prefab-last(gl-scene-prefab-open) =
                       gl-scene-src-index - 1
                   move 0 to gl-scene-prefab-open
               when "prefab"
                   move "prefab inside a prefab"
                     to gl-scene-error-reason
                   perform scene-parse-error
               when "include"
                   move "include inside a prefab"
                     to gl-scene-error-reason
                   perform scene-parse-error
               when "place"
                   move "place inside a prefab" to gl-scene-error-reason
                   perform scene-parse-error
           end-evaluate
       .
      * gl-scene-field-1 -> index of that prefab, 0 = not defined
       find-scene-prefab.
           move 0 to gl-scene-prefab-found.
           perform match-scene-prefab
               varying gl-scene-frame-scan from 1 by 1
               until gl-scene-frame-scan > gl-scene-prefab-count
                   or gl-scene-prefab-found > 0.
       .
       match-scene-prefab.
           if gl-scene-prefab-name(gl-scene-frame-scan)
                   = gl-scene-field-1
               move gl-scene-frame-scan to gl-scene-prefab-found
           end-if
       .
      * "place <prefab> x y z [yaw]": parse the prefab's lines again
      * as new objects; apply-prefab-placement moves them into place
      * once the block has been walked
       parse-scene-place.
           move spaces to gl-place-tokens.
           unstring gl-scene-line delimited by all space
               into gl-scene-keyword
                    gl-place-token(1)
                    gl-place-token(2)
                    gl-place-token(3)
                    gl-place-token(4)
                    gl-place-token(5)
           end-unstring.
           if gl-place-token(4) = spaces
               move "place needs a prefab name and x y z"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           move gl-place-token(1) to gl-scene-field-1.
           perform find-scene-prefab.
           if gl-scene-prefab-found = 0
               move "unknown prefab" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-scene-frame-depth >= gl-scene-frame-max
               move "includes nested too deeply"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-scene-is-from-main
               perform keep-scene-line
           end-if
           compute gl-place-x = function numval(gl-place-token(2)).
           compute gl-place-y = function numval(gl-place-token(3)).
           compute gl-place-z = function numval(gl-place-token(4)).
           if gl-place-token(5) = spaces
               move 0.0 to gl-place-yaw
           else
               compute gl-place-yaw =
                   function numval(gl-place-token(5))
           end-if
           compute gl-place-first-obj = gl-scene-object-count + 1.
           compute gl-place-first-key = gl-anim-key-count + 1.
           compute gl-place-first-light = gl-scene-light-count + 1.
           compute gl-place-first-emitter = gl-emitter-count + 1.
           compute gl-place-first-sound = gl-scene-sound-count + 1.
           add 1 to gl-scene-frame-depth.
           move "P" to gl-scene-frame-kind(gl-scene-frame-depth).
           move 0 to gl-scene-frame-file(gl-scene-frame-depth).
           move gl-scene-prefab-first(gl-scene-prefab-found)
             to gl-scene-frame-next(gl-scene-frame-depth).
           move gl-scene-prefab-last(gl-scene-prefab-found)
             to gl-scene-frame-last(gl-scene-frame-depth).
       .
      * the placed block was authored around the origin: turn it by
      * the placement yaw (same sense as an object's rotation y) and
      * move it to the placement point - objects, their keyframes,
      * emitters, lights and sounds alike
       apply-prefab-placement.
           compute gl-math-angle-rad = gl-place-yaw * 0.0174532925.
           compute gl-place-sin = function sin(gl-math-angle-rad).
           compute gl-place-cos = function cos(gl-math-angle-rad).
           perform place-prefab-object
               varying gl-place-scan from gl-place-first-obj by 1
               until gl-place-scan > gl-scene-object-count.
           perform place-prefab-key
               varying gl-place-scan from gl-place-first-key by 1
               until gl-place-scan > gl-anim-key-count.
           perform place-prefab-emitter
               varying gl-place-scan from gl-place-first-emitter by 1
               until gl-place-scan > gl-emitter-count.
           perform place-prefab-light
               varying gl-place-scan from gl-place-first-light by 1
               until gl-place-scan > gl-scene-light-count.
           perform place-prefab-sound
               varying gl-place-scan from gl-place-first-sound by 1
               until gl-place-scan > gl-scene-sound-count.
       .
       place-prefab-object.
      * a child's pose is relative to its parent - it moves with it
           if gl-scene-obj-parent-name(gl-place-scan) not = spaces
               exit paragraph
           end-if
           compute gl-place-dx =
               gl-scene-obj-pos-x(gl-place-scan) * gl-place-cos
               + gl-scene-obj-pos-z(gl-place-scan) * gl-place-sin.
           compute gl-place-dz =
               gl-scene-obj-pos-z(gl-place-scan) * gl-place-cos
               - gl-scene-obj-pos-x(gl-place-scan) * gl-place-sin.
           compute gl-scene-obj-pos-x(gl-place-scan) =
               gl-place-dx + gl-place-x.
           compute gl-scene-obj-pos-y(gl-place-scan) =
               gl-scene-obj-pos-y(gl-place-scan) + gl-place-y.
           compute gl-scene-obj-pos-z(gl-place-scan) =
               gl-place-dz + gl-place-z.
           compute gl-scene-obj-rot-y(gl-place-scan) =
               gl-scene-obj-rot-y(gl-place-scan) + gl-place-yaw.
           move gl-scene-obj-pos-x(gl-place-scan)
             to gl-scene-obj-home-px(gl-place-scan).
           move gl-scene-obj-pos-y(gl-place-scan)
             to gl-scene-obj-home-py(gl-place-scan).
           move gl-scene-obj-pos-z(gl-place-scan)
             to gl-scene-obj-home-pz(gl-place-scan).
           move gl-scene-obj-rot-y(gl-place-scan)
             to gl-scene-obj-home-ry(gl-place-scan).
       .
       place-prefab-key.
           move gl-anim-key-obj(gl-place-scan) to gl-world-obj.
           if gl-scene-obj-parent-name(gl-world-obj) not = spaces
               exit paragraph
           end-if
           if gl-anim-key-kind(gl-place-scan) = "R"
               compute gl-anim-key-y(gl-place-scan) =
                   gl-anim-key-y(gl-place-scan) + gl-place-yaw
               exit paragraph
           end-if
           compute gl-place-dx =
               gl-anim-key-x(gl-place-scan) * gl-place-cos
               + gl-anim-key-z(gl-place-scan) * gl-place-sin.
           compute gl-place-dz =
               gl-anim-key-z(gl-place-scan) * gl-place-cos
               - gl-anim-key-x(gl-place-scan) * gl-place-sin.
           compute gl-anim-key-x(gl-place-scan) =
               gl-place-dx + gl-place-x.
           compute gl-anim-key-y(gl-place-scan) =
               gl-anim-key-y(gl-place-scan) + gl-place-y.
           compute gl-anim-key-z(gl-place-scan) =
               gl-place-dz + gl-place-z.
       .
       place-prefab-emitter.
           compute gl-place-dx =
               gl-emitter-x(gl-place-scan) * gl-place-cos
               + gl-emitter-z(gl-place-scan) * gl-place-sin.
           compute gl-place-dz =
               gl-emitter-z(gl-place-scan) * gl-place-cos
               - gl-emitter-x(gl-place-scan) * gl-place-sin.
           compute gl-emitter-x(gl-place-scan) =
               gl-place-dx + gl-place-x.
           compute gl-emitter-y(gl-place-scan) =
               gl-emitter-y(gl-place-scan) + gl-place-y.
           compute gl-emitter-z(gl-place-scan) =
               gl-place-dz + gl-place-z.
       .
      * an object's sound rides with the object, which is already
      * placed; only the free-standing ones move here
       place-prefab-sound.
           if gl-scene-sound-obj(gl-place-scan) not = 0
               exit paragraph
           end-if
           compute gl-place-dx =
               gl-scene-sound-x(gl-place-scan) * gl-place-cos
               + gl-scene-sound-z(gl-place-scan) * gl-place-sin.
           compute gl-place-dz =
               gl-scene-sound-z(gl-place-scan) * gl-place-cos
               - gl-scene-sound-x(gl-place-scan) * gl-place-sin.
           compute gl-scene-sound-x(gl-place-scan) =
               gl-place-dx + gl-place-x.
           compute gl-scene-sound-y(gl-place-scan) =
               gl-scene-sound-y(gl-place-scan) + gl-place-y.
           compute gl-scene-sound-z(gl-place-scan) =
               gl-place-dz + gl-place-z.
       .
      * a directional light only turns; a point light also moves
       place-prefab-light.
           compute gl-place-dx =
               gl-scene-light-x(gl-place-scan) * gl-place-cos
               + gl-scene-light-z(gl-place-scan) * gl-place-sin.
           compute gl-place-dz =
               gl-scene-light-z(gl-place-scan) * gl-place-cos
               - gl-scene-light-x(gl-place-scan) * gl-place-sin.
           move gl-place-dx to gl-scene-light-x(gl-place-scan).
           move gl-place-dz to gl-scene-light-z(gl-place-scan).
           if gl-scene-light-is-point(gl-place-scan)
               compute gl-scene-light-x(gl-place-scan) =
                   gl-scene-light-x(gl-place-scan) + gl-place-x
               compute gl-scene-light-y(gl-place-scan) =
                   gl-scene-light-y(gl-place-scan) + gl-place-y
               compute gl-scene-light-z(gl-place-scan) =
                   gl-scene-light-z(gl-place-scan) + gl-place-z
           end-if
       .
       parse-scene-position.
           perform require-scene-object.
           if gl-scene-at-eof
           add 1 to gl-scene-object-count.
           move gl-scene-object-count to gl-scene-index.
           perform reset-scene-object.
           if not gl-scene-is-from-main
               move "I" to gl-scene-obj-origin(gl-scene-index)
           end-if
           if gl-scene-field-1 not = spaces
               move gl-scene-field-1 to gl-scene-obj-name
                   (gl-scene-index)
                 to gl-scene-obj-label(gl-scene-index)
           end-if
       .
      * "font <name> <bmp> <metrics>": the raw line is re-unstrung
      * because the file names may be longer than the object fields
       parse-scene-font.
           move spaces to gl-font-tokens.
           unstring gl-scene-line delimited by all space
               into gl-scene-keyword
                    gl-font-token(1)
                    gl-font-token(2)
                    gl-font-token(3)
           end-unstring.
           if gl-font-token(3) = spaces
               move "font needs a name, a BMP and a metrics file"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           move gl-font-token(1) to gl-font-wanted.
           perform find-font.
           if gl-font-found = 1
               move "font default is built in" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-font-found = 0
               if gl-font-count >= gl-font-max
                   move "too many fonts" to gl-scene-error-reason
                   perform scene-parse-error
                   exit paragraph
               end-if
               add 1 to gl-font-count
               move gl-font-count to gl-font-found
               move gl-font-wanted to gl-font-name(gl-font-found)
               move 0 to gl-font-texture(gl-font-found)
               move "N" to gl-font-bmp-ok(gl-font-found)
               move 0 to gl-font-atlas-w(gl-font-found)
               move 0 to gl-font-atlas-h(gl-font-found)
           end-if
           if gl-scene-is-from-main
               perform keep-scene-line
           end-if
           move gl-font-token(2) to gl-font-bmp(gl-font-found).
           move gl-font-token(3) to gl-font-metrics(gl-font-found).
           move "Y" to gl-font-reload(gl-font-found).
           perform read-font-metrics.
       .
      * "textfont hud|console|captions <font> [size]"
       parse-scene-textfont.
           if gl-scene-field-1 not = "hud"
                   and gl-scene-field-1 not = "console"
                   and gl-scene-field-1 not = "captions"
               move "textfont needs hud, console or captions"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           move gl-scene-field-2 to gl-font-wanted.
           perform find-scene-font-size.
           if gl-scene-at-eof
               exit paragraph
           end-if
           if gl-scene-is-from-main
               perform keep-scene-line
           end-if
           evaluate gl-scene-field-1
               when "hud"
                   move gl-font-found to gl-font-hud
                   move gl-text-size  to gl-font-hud-size
               when "console"
                   move gl-font-found to gl-font-console
                   move gl-text-size  to gl-font-console-size
               when other
                   move gl-font-found to gl-font-captions
                   move gl-text-size  to gl-font-captions-size
           end-evaluate
       .
      * "labelfont <font> [size] [maxwidth]" under a label line
       parse-scene-labelfont.
           perform require-scene-object.
           if gl-scene-at-eof
               exit paragraph
           end-if
           if not gl-scene-obj-is-label(gl-scene-index)
               move "labelfont belongs under a label line"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           move gl-scene-field-1 to gl-font-wanted.
           move spaces to gl-font-tokens.
           unstring gl-scene-line delimited by all space
               into gl-scene-keyword
                    gl-font-token(1)
                    gl-font-token(2)
                    gl-font-token(3)
           end-unstring.
           move gl-font-token(2) to gl-scene-field-3.
           perform find-scene-font-size.
           if gl-scene-at-eof
               exit paragraph
           end-if
           move gl-font-found
             to gl-scene-obj-label-font(gl-scene-index).
           move gl-text-size to gl-scene-obj-label-size(gl-scene-index).
           if gl-font-token(3) not = spaces
               compute gl-scene-obj-label-width(gl-scene-index) =
                   function numval(gl-font-token(3))
               if gl-scene-obj-label-width(gl-scene-index) < 0
                       or gl-scene-obj-label-width(gl-scene-index)
                           > 4096
                   move "label width must be 0 to 4096"
                     to gl-scene-error-reason
                   perform scene-parse-error
               end-if
           end-if
       .
      * gl-font-wanted must be a declared font; gl-scene-field-3, if
      * given, is the pixel size -> gl-font-found and gl-text-size
       find-scene-font-size.
           perform find-font.
           if gl-font-found = 0
               move "font not declared" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           move gl-font-default-size to gl-text-size.
           if gl-scene-field-3 not = spaces
               compute gl-text-size = function numval(gl-scene-field-3)
               if gl-text-size < 4 or gl-text-size > 256
                   move "font size must be 4 to 256"
                     to gl-scene-error-reason
                   perform scene-parse-error
               end-if
           end-if
       .
      * gl-font-wanted -> gl-font-found, 0 when no font has that name
       find-font.
           move 0 to gl-font-found.
           perform match-font-name
               varying gl-font-scan from 1 by 1
               until gl-font-scan > gl-font-count
                  or gl-font-found > 0.
       .
       match-font-name.
           if gl-font-name(gl-font-scan) = gl-font-wanted
               move gl-font-scan to gl-font-found
           end-if
       .
      * a scene starts with font.bmp as its only font, at 16 for the
      * HUD, console and captions; the fonts the last scene declared
      * are dropped, their textures with the scene's
       reset-text-fonts.
           move 1 to gl-font-count.
           move 1 to gl-font-hud gl-font-console gl-font-captions.
           move gl-font-default-size to gl-font-hud-size.
           move gl-font-default-size to gl-font-console-size.
           move gl-font-default-size to gl-font-captions-size.
       .
      * built-in font: font.bmp as a 16x16 grid, each cell a glyph
      * as wide as the cell; gl-font-atlas-w/h hold the BMP size
      * (128 until the texture has been read)
       init-default-font.
           move "default" to gl-font-name(1).
           move "font.bmp" to gl-font-bmp(1).
           move spaces to gl-font-metrics(1).
           move "Y" to gl-font-usable(1).
           move 0 to gl-font-bad-lines(1).
           if gl-font-atlas-w(1) < 16 or gl-font-atlas-h(1) < 16
               move 128 to gl-font-atlas-w(1)
               move 128 to gl-font-atlas-h(1)
           end-if
           compute gl-font-cell = gl-font-atlas-w(1) / 16.
           compute gl-font-height(1) = gl-font-atlas-h(1) / 16.
           perform init-default-glyph
               varying gl-font-scan from 1 by 1
               until gl-font-scan > 256.
       .
       init-default-glyph.
           move "Y" to gl-glyph-have(1, gl-font-scan).
           compute gl-glyph-x(1, gl-font-scan) =
               function mod(gl-font-scan - 1, 16) * gl-font-cell.
           compute gl-glyph-y(1, gl-font-scan) =
               ((gl-font-scan - 1) / 16) * gl-font-height(1).
           move gl-font-cell to gl-glyph-w(1, gl-font-scan).
           move gl-font-cell to gl-glyph-adv(1, gl-font-scan).
       .
      * metrics of gl-font-found from its file; bad lines are logged
      * and counted for -validate, and a font without a readable
      * file or a height line is not used - its text falls back to
      * font.bmp
       read-font-metrics.
           move "N" to gl-font-usable(gl-font-found).
           move 0 to gl-font-height(gl-font-found).
           move 0 to gl-font-bad-lines(gl-font-found).
           perform clear-font-glyph
               varying gl-font-scan from 1 by 1
               until gl-font-scan > 256.
           move gl-font-metrics(gl-font-found) to gl-font-path.
           move 0 to gl-font-line-no.
           move "N" to gl-font-eof.
           open input gl-font-file.
           if gl-font-file-status not = "00"
               move spaces to gl-log-line
               string "font metrics not readable: " delimited by size
                      function trim(gl-font-path) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           perform read-font-metrics-line until gl-font-at-eof.
           close gl-font-file.
           if gl-font-height(gl-font-found) > 0
               move "Y" to gl-font-usable(gl-font-found)
           else
               move spaces to gl-log-line
               string "font metrics without a height line: "
                                   delimited by size
                      function trim(gl-font-path) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
           end-if
       .
       clear-font-glyph.
           move "N" to gl-glyph-have(gl-font-found, gl-font-scan).
       .
       read-font-metrics-line.
           read gl-font-file
               at end
                   move "Y" to gl-font-eof
                   exit paragraph
           end-read.
           add 1 to gl-font-line-no.
           move spaces to gl-font-tokens.
           unstring gl-font-record delimited by all space
               into gl-font-token(1)
                    gl-font-token(2)
                    gl-font-token(3)
                    gl-font-token(4)
                    gl-font-token(5)
                    gl-font-token(6)
           end-unstring.
           move spaces to gl-font-bad-reason.
           evaluate true
               when gl-font-token(1) = spaces
                   or gl-font-token(1)(1:1) = "#"
                   continue
               when gl-font-token(1) = "height"
                   compute gl-font-height(gl-font-found) =
                       function numval(gl-font-token(2))
                   if gl-font-height(gl-font-found) < 1
                       move "height must be at least 1"
                         to gl-font-bad-reason
                   end-if
               when gl-font-token(1) = "char"
                   perform read-font-char
               when other
                   move "unknown keyword" to gl-font-bad-reason
           end-evaluate.
           if gl-font-bad-reason not = spaces
               add 1 to gl-font-bad-lines(gl-font-found)
               move gl-font-line-no to gl-font-num-disp
               move spaces to gl-log-line
               string "font metrics " delimited by size
                      function trim(gl-font-path) delimited by size
                      " line " delimited by size
                      function trim(gl-font-num-disp)
                                   delimited by size
                      ": " delimited by size
                      function trim(gl-font-bad-reason)
                                   delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
           end-if
       .
      * "char <c> <x> <y> <width> <advance>"
       read-font-char.
           if gl-font-token(6) = spaces
               move "char needs x, y, width and advance"
                 to gl-font-bad-reason
               exit paragraph
           end-if
           if gl-font-token(2)(2:1) = space
               compute gl-font-code =
                   function ord(gl-font-token(2)(1:1)) - 1
           else
               compute gl-font-code = function numval(gl-font-token(2))
           end-if
           if gl-font-code < 1 or gl-font-code > 255
               move "character code must be 1 to 255"
                 to gl-font-bad-reason
               exit paragraph
           end-if
           add 1 to gl-font-code giving gl-text-glyph.
           compute gl-glyph-x(gl-font-found, gl-text-glyph) =
               function numval(gl-font-token(3)).
           compute gl-glyph-y(gl-font-found, gl-text-glyph) =
               function numval(gl-font-token(4)).
           compute gl-glyph-w(gl-font-found, gl-text-glyph) =
               function numval(gl-font-token(5)).
           compute gl-glyph-adv(gl-font-found, gl-text-glyph) =
               function numval(gl-font-token(6)).
           if gl-glyph-x(gl-font-found, gl-text-glyph) < 0
                   or gl-glyph-y(gl-font-found, gl-text-glyph) < 0
                   or gl-glyph-w(gl-font-found, gl-text-glyph) < 0
                   or gl-glyph-adv(gl-font-found, gl-text-glyph) < 0
               move "negative cell position or size"
                 to gl-font-bad-reason
               exit paragraph
           end-if
           move "Y" to gl-glyph-have(gl-font-found, gl-text-glyph).
       .
      * "parent <name>" after an object line: the object's pose
      * lines become relative to the named object; the name may be
      * defined later in the file and is resolved once it has all
      * been read
       parse-scene-parent.
           perform require-scene-object.
           if gl-scene-at-eof
               exit paragraph
           end-if
           if gl-scene-field-1 = spaces
               move "parent needs an object name"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-scene-field-1 = gl-scene-obj-name(gl-scene-index)
               move "object cannot be its own parent"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           move gl-scene-field-1
             to gl-scene-obj-parent-name(gl-scene-index).
           move gl-scene-src-index
             to gl-scene-obj-parent-line(gl-scene-index).
       .
      * parent names to indices - the nearest earlier object of that
      * name wins, so each placed copy of a prefab binds to its own
      * parent; failing that the first later one - then each
      * object's depth below its root, which orders the world refresh
       resolve-scene-parents.
           move 0 to gl-world-depth-max.
           perform resolve-object-parent
               varying gl-world-obj from 1 by 1
               until gl-world-obj > gl-scene-object-count
                   or gl-scene-at-eof.
           perform measure-object-depth
               varying gl-world-obj from 1 by 1
               until gl-world-obj > gl-scene-object-count
                   or gl-scene-at-eof.
       .
       resolve-object-parent.
           move 0 to gl-scene-obj-parent(gl-world-obj).
           if gl-scene-obj-parent-name(gl-world-obj) = spaces
               exit paragraph
           end-if
           move 0 to gl-scene-found-index.
           perform match-parent-name
               varying gl-world-scan from gl-world-obj by -1
               until gl-world-scan < 1 or gl-scene-found-index > 0.
           if gl-scene-found-index = 0
               perform match-parent-name
                   varying gl-world-scan from gl-world-obj by 1
                   until gl-world-scan > gl-scene-object-count
                       or gl-scene-found-index > 0
           end-if
           if gl-scene-found-index = 0
               move "unknown parent object" to gl-scene-error-reason
               perform parent-line-error
               exit paragraph
           end-if
           move gl-scene-found-index
             to gl-scene-obj-parent(gl-world-obj).
       .
       match-parent-name.
           if gl-world-scan not = gl-world-obj
                   and gl-scene-obj-name(gl-world-scan)
                       = gl-scene-obj-parent-name(gl-world-obj)
               move gl-world-scan to gl-scene-found-index
           end-if
       .
       measure-object-depth.
           move 0 to gl-scene-obj-depth(gl-world-obj).
           move gl-world-obj to gl-world-chain.
           perform climb-parent-chain
               until gl-scene-obj-parent(gl-world-chain) = 0
                   or gl-scene-obj-depth(gl-world-obj)
                       > gl-scene-object-count.
           if gl-scene-obj-depth(gl-world-obj) > gl-scene-object-count
               move 0 to gl-scene-obj-depth(gl-world-obj)
               move 0 to gl-scene-obj-parent(gl-world-obj)
               move "parent loop" to gl-scene-error-reason
               perform parent-line-error
               exit paragraph
           end-if
           if gl-scene-obj-depth(gl-world-obj) > gl-world-depth-max
               move gl-scene-obj-depth(gl-world-obj)
                 to gl-world-depth-max
           end-if
       .
       climb-parent-chain.
           move gl-scene-obj-parent(gl-world-chain) to gl-world-chain.
           add 1 to gl-scene-obj-depth(gl-world-obj).
       .
      * reported at the object's own parent line
       parent-line-error.
           move gl-scene-obj-parent-line(gl-world-obj)
             to gl-scene-src-index.
           move gl-scene-src-owner(gl-scene-src-index)
             to gl-scene-src-current.
           move gl-scene-src-lineno(gl-scene-src-index)
             to gl-scene-line-number.
           perform scene-parse-error.
       .
       parse-scene-mesh.
           perform require-scene-object.
           if gl-scene-at-eof
           move gl-scene-found-index
             to gl-scene-obj-mesh(gl-scene-index).
       .
      * "lod <distance> <mesh>" / "lod <distance> billboard
      * [texture]": a cheaper stand-in for the object from that
      * distance on; steps must come in increasing distance order.
      * The line is split again here so the mesh and texture
      * sources keep their full width
       parse-scene-lod.
           perform require-scene-object.
           if gl-scene-at-eof
               exit paragraph
           end-if
           if gl-scene-obj-is-billboard(gl-scene-index)
                   or gl-scene-obj-is-label(gl-scene-index)
               move "lod needs a mesh object" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-scene-field-1 = spaces or gl-scene-field-2 = spaces
               move "lod needs a distance and a mesh"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-scene-obj-lod-count(gl-scene-index) >=
                   gl-scene-lod-max
               move "too many lod steps" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           move gl-scene-obj-lod-count(gl-scene-index) to gl-lod-scan.
           add 1 to gl-lod-scan.
           compute gl-scene-obj-lod-dist(gl-scene-index, gl-lod-scan)
               = function numval(gl-scene-field-1).
           if gl-scene-obj-lod-dist(gl-scene-index, gl-lod-scan)
                   <= 0.0
               move "lod distance must be positive"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-lod-scan > 1
               if gl-scene-obj-lod-dist(gl-scene-index, gl-lod-scan)
                   <= gl-scene-obj-lod-dist
                          (gl-scene-index, gl-lod-scan - 1)
                   move "lod distances must increase"
                     to gl-scene-error-reason
                   perform scene-parse-error
                   exit paragraph
               end-if
           end-if

           move spaces to gl-lod-source.
           move spaces to gl-lod-extra.
           move spaces to gl-lod-rate.
           move spaces to gl-lod-mode.
           unstring gl-scene-line delimited by all space
               into gl-scene-keyword
                    gl-scene-field-1
                    gl-lod-source
                    gl-lod-extra
                    gl-lod-rate
                    gl-lod-mode
           end-unstring.
           move gl-lod-scan to gl-scene-obj-lod-count(gl-scene-index).
           move 0 to gl-scene-obj-lod-texture
               (gl-scene-index, gl-lod-scan).
           if gl-lod-source = "billboard"
               move "B" to gl-scene-obj-lod-kind
                   (gl-scene-index, gl-lod-scan)
               move "quad" to gl-mesh-source
               perform register-scene-mesh
               move gl-scene-found-index
                 to gl-scene-obj-lod-mesh(gl-scene-index, gl-lod-scan)
               if gl-lod-extra not = spaces
                   move gl-lod-rate to gl-flip-opt-rate
                   move gl-lod-mode to gl-flip-opt-mode
                   perform take-flipbook-options
                   if gl-scene-at-eof
                       exit paragraph
                   end-if
                   move gl-lod-extra to gl-texture-source
                   perform register-scene-texture
                   move gl-scene-found-index
                     to gl-scene-obj-lod-texture
                         (gl-scene-index, gl-lod-scan)
               end-if
           else
               move "M" to gl-scene-obj-lod-kind
                   (gl-scene-index, gl-lod-scan)
               move gl-lod-source to gl-mesh-source
               perform register-scene-mesh
               move gl-scene-found-index
                 to gl-scene-obj-lod-mesh(gl-scene-index, gl-lod-scan)
           end-if
       .
      * "texture <file.bmp>", or "texture <name-###.bmp> [fps]
      * [loop|once|pingpong]" for a numbered flipbook sequence
       parse-scene-texture.
           perform require-scene-object.
           if gl-scene-at-eof
               perform scene-parse-error
               exit paragraph
           end-if
           move gl-scene-field-2 to gl-flip-opt-rate.
           move gl-scene-field-3 to gl-flip-opt-mode.
           perform take-flipbook-options.
           if gl-scene-at-eof
               exit paragraph
           end-if
           move gl-scene-field-1 to gl-texture-source.
           perform register-scene-texture.
           move gl-scene-found-index
               when "command"
                   move "C"
                     to gl-scene-obj-action-kind(gl-scene-index)
               when "vote"
                   if gl-scene-field-3 = spaces
                       move "action vote needs a question and an answer"
                         to gl-scene-error-reason
                       perform scene-parse-error
                       exit paragraph
                   end-if
                   move "V"
                     to gl-scene-obj-action-kind(gl-scene-index)
               when "language"
                   move "L"
                     to gl-scene-obj-action-kind(gl-scene-index)
               when other
                   move spaces to gl-scene-error-reason
                   string "action type must be " delimited by size
                          "scene/sound/command/vote/language"
                                       delimited by size
                     into gl-scene-error-reason
                   perform scene-parse-error
                   exit paragraph
           end-evaluate
           move 0.0 to gl-wincam-yaw(gl-wincam-scan).
           move 0.0 to gl-wincam-pitch(gl-wincam-scan).
           move 45.0 to gl-wincam-fov(gl-wincam-scan).
           move "M" to gl-wincam-origin(gl-wincam-scan).
       .
      * "camera <win> fly" / "camera <win> fixed x y z yaw pitch
      * [fov]" / "camera <win> top <height>"
                       exit paragraph
                   end-if
                   move "X" to gl-wincam-mode(gl-wincam-win)
                   move gl-scene-line-origin
                     to gl-wincam-origin(gl-wincam-win)
                   compute gl-wincam-x(gl-wincam-win) =
                       function numval(gl-wincam-token(3))
                   compute gl-wincam-y(gl-wincam-win) =
                   end-if
               when "top"
                   move "T" to gl-wincam-mode(gl-wincam-win)
                   move gl-scene-line-origin
                     to gl-wincam-origin(gl-wincam-win)
                   if gl-wincam-token(3) = spaces
                       move 12.0 to gl-wincam-y(gl-wincam-win)
                   else
                   function numval(gl-emitter-token(9))
           end-if
           move 0.0 to gl-emitter-accum(gl-emitter-count).
           move gl-scene-line-origin
             to gl-emitter-origin(gl-emitter-count).
       .
      * "sound <file.wav> <radius> x y z" stands at a point;
      * "sound <file.wav> <radius>" after an object line follows
      * that object wherever it moves
       parse-scene-sound.
           if gl-scene-sound-count >= gl-scene-sound-max
               move "too many sounds" to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           move spaces to gl-sound-tokens.
           unstring gl-scene-line delimited by all space
               into gl-scene-keyword
                    gl-sound-token(1)
                    gl-sound-token(2)
                    gl-sound-token(3)
                    gl-sound-token(4)
                    gl-sound-token(5)
           end-unstring.
           if gl-sound-token(2) = spaces
               move "sound needs a file and a radius"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-sound-token(3) not = spaces
                   and gl-sound-token(5) = spaces
               move "sound needs a position"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if function numval(gl-sound-token(2)) not > 0
               move "sound radius must be positive"
                 to gl-scene-error-reason
               perform scene-parse-error
               exit paragraph
           end-if
           if gl-sound-token(3) = spaces
               perform require-scene-object
               if gl-scene-at-eof
                   exit paragraph
               end-if
           end-if
           add 1 to gl-scene-sound-count.
           move gl-sound-token(1)
             to gl-scene-sound-file(gl-scene-sound-count).
           compute gl-scene-sound-radius(gl-scene-sound-count) =
               function numval(gl-sound-token(2)).
           if gl-sound-token(3) = spaces
               move gl-scene-index
                 to gl-scene-sound-obj(gl-scene-sound-count)
               move 0.0 to gl-scene-sound-x(gl-scene-sound-count)
               move 0.0 to gl-scene-sound-y(gl-scene-sound-count)
               move 0.0 to gl-scene-sound-z(gl-scene-sound-count)
           else
               move 0 to gl-scene-sound-obj(gl-scene-sound-count)
               compute gl-scene-sound-x(gl-scene-sound-count) =
                   function numval(gl-sound-token(3))
               compute gl-scene-sound-y(gl-scene-sound-count) =
                   function numval(gl-sound-token(4))
               compute gl-scene-sound-z(gl-scene-sound-count) =
                   function numval(gl-sound-token(5))
           end-if
           move 0 to gl-scene-sound-voice(gl-scene-sound-count).
           move 0 to gl-scene-sound-cache(gl-scene-sound-count).
           move gl-scene-line-origin
             to gl-scene-sound-origin(gl-scene-sound-count).
       .
      * "light directional dx dy dz r g b" or
      * "light point x y z r g b" - unlike the object keywords this
               function numval(gl-light-token(6)).
           compute gl-scene-light-b(gl-scene-light-count) =
               function numval(gl-light-token(7)).
           move gl-scene-line-origin
             to gl-scene-light-origin(gl-scene-light-count).
       .
       require-scene-object.
           if gl-scene-object-count = 0
           end-if
       .
       scene-parse-error.
      * name the file the line came from - an include or the scene
           if gl-scene-src-current > 0
               move gl-scene-src-name(gl-scene-src-current)
                 to gl-scene-error-file
           else
               move gl-cfg-scene to gl-scene-error-file
           end-if
           move gl-scene-line-number to gl-scene-line-disp.
           move spaces to gl-error-message.
           if gl-scene-line-number > 0
               string function trim(gl-scene-error-file)
                                               delimited by size
                      " line " delimited by size
                      function trim(gl-scene-line-disp)
                                               delimited by size
                      x"00" delimited by size
                 into gl-error-message
           else
               string function trim(gl-scene-error-file)
                                               delimited by size
                      ": " delimited by size
                      function trim(gl-scene-error-reason)
                                               delimited by size
                 into gl-con-echo
               perform push-console-line
           else
               move "content-error" to gl-run-reason
               perform write-run-end
               call winapi "MessageBoxA" using
                                       by value 0 size 2
                                       by reference gl-error-message
           perform load-window-texture
               varying gl-scene-search-index from 1 by 1
               until gl-scene-search-index > gl-texture-name-count.
           perform load-font-texture
               varying gl-font-scan from 2 by 1
               until gl-font-scan > gl-font-count.
       .
      * a font declared (again) since the last upload; the texture is
      * shared by every window like the scene textures, and a BMP that
      * will not read leaves the font to draw in font.bmp
       load-font-texture.
           if gl-font-reload(gl-font-scan) not = "Y"
               exit paragraph
           end-if
           move "N" to gl-font-reload(gl-font-scan).
           if gl-font-texture(gl-font-scan) not = 0
               call winapi "glDeleteTextures" using
                   by value 1
                   by reference gl-font-texture(gl-font-scan)
               move 0 to gl-font-texture(gl-font-scan)
           end-if
           move spaces to gl-texture-path.
           string function trim(gl-font-bmp(gl-font-scan))
                                delimited by size
                  x"00" delimited by size
             into gl-texture-path.
           perform load-bmp-file.
           move gl-texture-id to gl-font-texture(gl-font-scan).
           if gl-texture-is-ok
               move "Y" to gl-font-bmp-ok(gl-font-scan)
               move gl-bmp-width  to gl-font-atlas-w(gl-font-scan)
               move gl-bmp-height to gl-font-atlas-h(gl-font-scan)
           else
               move "N" to gl-font-bmp-ok(gl-font-scan)
               move 0 to gl-font-atlas-w(gl-font-scan)
               move 0 to gl-font-atlas-h(gl-font-scan)
           end-if
           move "load-bmp-file" to gl-glerr-context.
           perform check-gl-errors.
       .
       load-window-mesh.
           move gl-mesh-name(gl-scene-search-index) to gl-mesh-source.
           perform check-gl-errors.
       .
       load-window-texture.
           if gl-texture-is-flipbook(gl-scene-search-index)
                   and gl-texture-name-span(gl-scene-search-index) > 0
               perform load-flipbook-frames
               exit paragraph
           end-if
           move spaces to gl-texture-path.
           string function trim(
                      gl-texture-name(gl-scene-search-index))
           move "load-bmp-file" to gl-glerr-context.
           perform check-gl-errors.
       .
      * every frame of a sequence is uploaded once for the sharing
      * group; a missing frame shows the one before it (the first
      * present one at the start), and any 32-bit frame sends the
      * objects wearing the sequence to the blended pass
       load-flipbook-frames.
           move gl-scene-search-index to gl-flip-entry.
           perform locate-flipbook-digits.
           move "N" to gl-texture-name-alpha(gl-flip-entry).
           move 0 to gl-flip-id.
           perform load-flipbook-frame
               varying gl-flip-scan from 1 by 1
               until gl-flip-scan > gl-texture-name-span(gl-flip-entry).
           perform fill-flipbook-gap
               varying gl-flip-scan from 1 by 1
               until gl-flip-scan > gl-texture-name-span(gl-flip-entry).
           move 1 to gl-texture-name-shown(gl-flip-entry).
           move gl-texture-frame-id(gl-flip-entry, 1)
             to gl-win-texture-slot-id
                 (gl-window-index, gl-flip-entry).
           move gl-texture-name-frames(gl-flip-entry)
             to gl-flip-number-disp.
           move spaces to gl-log-line.
           string "flipbook " delimited by size
                  function trim(gl-texture-name(gl-flip-entry))
                                   delimited by size
                  ": " delimited by size
                  function trim(gl-flip-number-disp)
                                   delimited by size
                  " frames" delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
           move "load-bmp-file" to gl-glerr-context.
           perform check-gl-errors.
       .
       load-flipbook-frame.
           if gl-texture-frame-have(gl-flip-entry, gl-flip-scan)
                   not = "Y"
               exit paragraph
           end-if
           compute gl-flip-number =
               gl-texture-name-first(gl-flip-entry) + gl-flip-scan - 1.
           perform build-flipbook-frame-path.
           move gl-flip-path to gl-texture-path.
           perform load-bmp-file.
           move gl-texture-id
             to gl-texture-frame-id(gl-flip-entry, gl-flip-scan).
           if gl-flip-id = 0
               move gl-texture-id to gl-flip-id
           end-if
           if gl-texture-is-ok and gl-bmp-bit-count = 32
               move "Y" to gl-texture-name-alpha(gl-flip-entry)
           end-if
       .
       fill-flipbook-gap.
           if gl-texture-frame-have(gl-flip-entry, gl-flip-scan) = "Y"
               move gl-texture-frame-id(gl-flip-entry, gl-flip-scan)
                 to gl-flip-id
           else
               move gl-flip-id
                 to gl-texture-frame-id(gl-flip-entry, gl-flip-scan)
           end-if
       .
      * one fixed simulation step of every sequence. The frame comes
      * from the scene's flipbook clock, so replays, exports and
      * golden runs see the same frame at the same step; a window
      * whose slot no longer shows the sequence (a remote texture
      * swap) is left alone
       update-flipbook-textures.
           add gl-sim-step-seconds to gl-flip-clock.
           perform update-one-flipbook
               varying gl-flip-entry from 1 by 1
               until gl-flip-entry > gl-texture-name-count.
       .
       update-one-flipbook.
           if not gl-texture-is-flipbook(gl-flip-entry)
                   or gl-texture-name-span(gl-flip-entry) < 2
               exit paragraph
           end-if
           compute gl-flip-frame = function integer(
               gl-flip-clock * gl-texture-name-fps(gl-flip-entry)).
           evaluate true
               when gl-texture-plays-once(gl-flip-entry)
                   if gl-flip-frame >=
                           gl-texture-name-span(gl-flip-entry)
                       compute gl-flip-frame =
                           gl-texture-name-span(gl-flip-entry) - 1
                   end-if
               when gl-texture-ping-pongs(gl-flip-entry)
                   compute gl-flip-period =
                       gl-texture-name-span(gl-flip-entry) * 2 - 2
                   compute gl-flip-frame =
                       function mod(gl-flip-frame, gl-flip-period)
                   if gl-flip-frame >=
                           gl-texture-name-span(gl-flip-entry)
                       compute gl-flip-frame =
                           gl-flip-period - gl-flip-frame
                   end-if
               when other
                   compute gl-flip-frame = function mod(gl-flip-frame,
                       gl-texture-name-span(gl-flip-entry))
           end-evaluate.
           add 1 to gl-flip-frame.
           if gl-flip-frame = gl-texture-name-shown(gl-flip-entry)
               exit paragraph
           end-if
           move gl-texture-frame-id(gl-flip-entry,
               gl-texture-name-shown(gl-flip-entry)) to gl-flip-id.
           perform show-flipbook-frame
               varying gl-flip-scan from 1 by 1
               until gl-flip-scan > gl-window-count.
           move gl-flip-frame to gl-texture-name-shown(gl-flip-entry).
       .
       show-flipbook-frame.
           if gl-win-texture-slot-id(gl-flip-scan, gl-flip-entry)
                   = gl-flip-id
               move gl-texture-frame-id(gl-flip-entry, gl-flip-frame)
                 to gl-win-texture-slot-id(gl-flip-scan, gl-flip-entry)
           end-if
       .
      * windows 2-4 of a sharing group: copy the shared ids from
      * window one and build this context's own vertex arrays over
      * the shared buffers (vertex arrays are the one object kind a
                                       delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               perform raise-fallback-alert
               move "FALLBACK" to gl-fallback-note
               perform build-quad-mesh
               exit paragraph
                 into gl-con-echo
               perform push-console-line
           else
               move "content-error" to gl-run-reason
               perform write-run-end
               call winapi "MessageBoxA" using
                                       by value 0 size 2
                                       by reference gl-error-message
                      gl-texture-path delimited by x"00"
                 into gl-log-line
               write gl-log-record from gl-log-line
               perform raise-fallback-alert
               move "FALLBACK" to gl-fallback-note
               perform build-fallback-texture
           end-if
           add gl-sim-step-seconds to gl-sim-elapsed.
           perform update-camera.
           perform update-scene-editor.
           move gl-prof-particles to gl-prof-phase.
           perform profile-phase-start.
           perform update-particles.
           move gl-prof-particles to gl-prof-phase.
           perform profile-phase-stop.
           perform update-animation-tracks.
           perform update-flipbook-textures.
           perform check-screenshot-key.
           perform check-reload-key.
           perform check-effect-key.
           perform check-idle-gamepad
               varying gl-gamepad-player from 1 by 1
               until gl-gamepad-player > gl-gamepad-max
      * the first pass only primes the mouse position - the jump
      * from zero is not a visitor
           if gl-session-primed = "N"
               move "Y" to gl-session-primed
               move "N" to gl-idle-input-seen
           end-if
           if gl-session-is-open
               add gl-sim-step-seconds to gl-session-elapsed
           end-if

           if gl-idle-input-seen = "Y"
               perform note-session-input
               if gl-event-idle-flag = "Y"
                   move "N" to gl-event-idle-flag
                   compute gl-event-num-disp = gl-idle-seconds
                   move "attract mode on - idle timeout"
                     to gl-log-line
                   write gl-log-record from gl-log-line
                   if gl-session-is-open
                       move "attract" to gl-session-reason
                       perform close-visitor-session
                   end-if
               end-if
               if gl-session-is-open
                       and gl-idle-seconds >= gl-idle-limit-seconds
                   move "idle" to gl-session-reason
                   perform close-visitor-session
               end-if
           end-if
       .
      * opens a session on the first input after quiet, and keeps
      * the dwell and end time at the latest input
       note-session-input.
           move function current-date to gl-log-timestamp.
           if not gl-session-is-open
               move "Y" to gl-session-state
               move gl-log-timestamp(1:14) to gl-session-start
               move 0 to gl-session-elapsed
               move 1 to gl-session-scenes
               move 0 to gl-session-clicks
               move 0 to gl-session-actions
           end-if
           move gl-session-elapsed to gl-session-dwell.
           move gl-log-timestamp(1:14) to gl-session-last.
       .
      * callers set gl-session-reason
       close-visitor-session.
           move "N" to gl-session-state.
           move 0 to gl-survey-voted-count.
           compute gl-session-seconds rounded = gl-session-dwell.

           move spaces to gl-event-line.
           move 1 to temp-num.
           string "session start=" delimited by size
                  gl-session-start delimited by size
                  " end=" delimited by size
                  gl-session-last delimited by size
             into gl-event-line
             with pointer temp-num.
           move gl-session-seconds to gl-event-num-disp.
           string " seconds=" delimited by size
                  function trim(gl-event-num-disp) delimited by size
             into gl-event-line
             with pointer temp-num.
           move gl-session-scenes to gl-event-num-disp.
           string " scenes=" delimited by size
                  function trim(gl-event-num-disp) delimited by size
             into gl-event-line
             with pointer temp-num.
           move gl-session-clicks to gl-event-num-disp.
           string " clicks=" delimited by size
                  function trim(gl-event-num-disp) delimited by size
             into gl-event-line
             with pointer temp-num.
           move gl-session-actions to gl-event-num-disp.
           string " actions=" delimited by size
                  function trim(gl-event-num-disp) delimited by size
                  " reason=" delimited by size
                  function trim(gl-session-reason) delimited by size
             into gl-event-line
             with pointer temp-num.
           perform log-visitor-event.

           add 1 to gl-session-count.
           move gl-session-start(9:2) to gl-session-hour.
           add 1 to gl-session-per-hour(gl-session-hour + 1).
           if gl-session-seconds > gl-session-longest
               move gl-session-seconds to gl-session-longest
           end-if
           if gl-session-kept < gl-session-dwell-max
               add 1 to gl-session-kept
               move gl-session-kept to gl-session-scan
               move "N" to gl-session-placed
               perform shift-session-dwell
                   until gl-session-scan <= 1
                       or gl-session-placed = "Y"
               move gl-session-seconds
                 to gl-session-dwell-secs(gl-session-scan)
           end-if
       .
      * insertion step: open the slot below any longer dwell
       shift-session-dwell.
           compute gl-session-prev = gl-session-scan - 1.
           if gl-session-dwell-secs(gl-session-prev)
                   > gl-session-seconds
               move gl-session-dwell-secs(gl-session-prev)
                 to gl-session-dwell-secs(gl-session-scan)
               move gl-session-prev to gl-session-scan
           else
               move "Y" to gl-session-placed
           end-if
       .
       check-idle-key.
           if gl-key-is-down(gl-idle-key-scan)
               move "Y" to gl-idle-input-seen
               exit paragraph
           end-if
      * only objects at body height block the walker
           if gl-camera-y - gl-scene-obj-world-y(gl-walk-obj) >
                   gl-scene-obj-world-sy(gl-walk-obj) +
                   gl-walk-eye-height
                   or gl-scene-obj-world-y(gl-walk-obj) -
                       gl-camera-y >
                       gl-scene-obj-world-sy(gl-walk-obj) +
                       gl-walk-eye-height
               exit paragraph
           end-if
           move gl-scene-obj-world-sx(gl-walk-obj)
             to gl-walk-radius.
           if gl-scene-obj-world-sz(gl-walk-obj) > gl-walk-radius
               move gl-scene-obj-world-sz(gl-walk-obj)
                 to gl-walk-radius
           end-if
           compute gl-walk-radius = gl-walk-radius * 0.75 + 0.3.

           compute gl-walk-dx =
               gl-camera-x - gl-scene-obj-world-x(gl-walk-obj).
           compute gl-walk-dz =
               gl-camera-z - gl-scene-obj-world-z(gl-walk-obj).
           compute gl-walk-dist =
               gl-walk-dx ** 2 + gl-walk-dz ** 2.
           if gl-walk-dist >= gl-walk-radius ** 2
           end-if
           compute gl-walk-dist = function sqrt(gl-walk-dist).
           compute gl-camera-x =
               gl-scene-obj-world-x(gl-walk-obj) +
               gl-walk-dx / gl-walk-dist * gl-walk-radius.
           compute gl-camera-z =
               gl-scene-obj-world-z(gl-walk-obj) +
               gl-walk-dz / gl-walk-dist * gl-walk-radius.
       .
      * moves the grabbed object with the keyboard while edit mode is
             into gl-texture-path.
           perform load-bmp-file.
           move gl-texture-id to gl-font-texture-id.
           move gl-texture-id to gl-font-texture(1).
           if gl-texture-is-ok
               move gl-bmp-width  to gl-font-atlas-w(1)
               move gl-bmp-height to gl-font-atlas-h(1)
               perform init-default-font
           end-if

           call winapi gl-gen-vertex-arrays-func using
               by value 1
           call winapi gl-bind-vertex-array-func using
               by value gl-mesh-vao.
       .
      * draws gl-text-string at screen pixel gl-text-x/gl-text-y (top
      * left of the line) in gl-text-font, gl-text-size pixels high;
      * caller has already made the text program and text vertex
      * array current (see render-hud)
       draw-text.
           move 0 to gl-text-length.
           perform measure-text-char
           if gl-text-length = 0
               exit paragraph
           end-if
           perform select-text-font.
           call winapi "glBindTexture" using
               by value h"00000DE1"
               by value gl-font-texture(gl-text-font).

           move gl-text-x to gl-text-pen-x.
           move 0 to gl-text-vert-count.
           perform append-text-char
               varying gl-text-char-index from 1 by 1
               until gl-text-char-index > gl-text-length.
           if gl-text-vert-count = 0
               exit paragraph
           end-if

           call winapi gl-bind-buffer-func using
               by value h"8892"
               move gl-text-char-index to gl-text-length
           end-if
       .
      * a font that did not load draws in font.bmp; the scale maps
      * the font's cell height onto the pixel size asked for
       select-text-font.
           if gl-text-font < 1 or gl-text-font > gl-font-count
               move 1 to gl-text-font
           end-if
           if not gl-font-is-usable(gl-text-font)
                   or gl-font-atlas-w(gl-text-font) = 0
               move 1 to gl-text-font
           end-if
           if gl-text-font > 1
                   and gl-font-bmp-ok(gl-text-font) not = "Y"
               move 1 to gl-text-font
           end-if
           compute gl-text-scale =
               gl-text-size / gl-font-height(gl-text-font).
       .
      * gl-text-char-code's glyph in gl-text-font -> gl-text-glyph:
      * the font's "?" when it lacks the character, 0 when it has
      * neither
       find-text-glyph.
           compute gl-text-glyph = gl-text-char-code + 1.
           if gl-glyph-have(gl-text-font, gl-text-glyph) = "Y"
               exit paragraph
           end-if
           move 64 to gl-text-glyph.
           if gl-glyph-have(gl-text-font, gl-text-glyph) not = "Y"
               move 0 to gl-text-glyph
           end-if
       .
      * on-screen advance of gl-text-char-code -> gl-wrap-adv; a
      * character with no glyph at all leaves a half-size gap
       text-char-advance.
           perform find-text-glyph.
           if gl-text-glyph = 0
               compute gl-wrap-adv = gl-text-size / 2
           else
               compute gl-wrap-adv =
                   gl-glyph-adv(gl-text-font, gl-text-glyph)
                   * gl-text-scale
           end-if
       .
      * width in pixels of gl-text-string as draw-text would lay it
      * out -> gl-text-width
       measure-text-width.
           move 0 to gl-text-length.
           perform measure-text-char
               varying gl-text-char-index from 1 by 1
               until gl-text-char-index > gl-text-max-chars.
           perform select-text-font.
           move 0 to gl-text-width.
           perform add-text-char-width
               varying gl-text-char-index from 1 by 1
               until gl-text-char-index > gl-text-length.
       .
       add-text-char-width.
           compute gl-text-char-code = function ord(
               gl-text-string(gl-text-char-index:1)) - 1.
           perform text-char-advance.
           add gl-wrap-adv to gl-text-width.
       .
       append-text-char.
           compute gl-text-char-code = function ord(
               gl-text-string(gl-text-char-index:1)) - 1.
           perform find-text-glyph.
           if gl-text-glyph = 0
               compute gl-text-pen-x = gl-text-pen-x + gl-text-size / 2
               exit paragraph
           end-if
           compute gl-text-px0 = gl-text-pen-x.
           compute gl-text-px1 = gl-text-px0 +
               gl-glyph-w(gl-text-font, gl-text-glyph) * gl-text-scale.
           compute gl-text-py0 = gl-text-y.
           compute gl-text-py1 = gl-text-y + gl-text-size.
           compute gl-text-pen-x = gl-text-pen-x +
               gl-glyph-adv(gl-text-font, gl-text-glyph)
               * gl-text-scale.
           if gl-glyph-w(gl-text-font, gl-text-glyph) = 0
                   or gl-text-string(gl-text-char-index:1) = space
               exit paragraph
           end-if

           compute gl-text-u0 =
               gl-glyph-x(gl-text-font, gl-text-glyph)
               / gl-font-atlas-w(gl-text-font).
           compute gl-text-u1 =
               (gl-glyph-x(gl-text-font, gl-text-glyph) +
                gl-glyph-w(gl-text-font, gl-text-glyph))
               / gl-font-atlas-w(gl-text-font).
      * font BMPs upload bottom-up, so texture v runs from the bottom
      * of the atlas; the top of a cell at pixel row y is at 1 - y/h
           compute gl-text-v1 = 1.0 -
               gl-glyph-y(gl-text-font, gl-text-glyph)
               / gl-font-atlas-h(gl-text-font).
           compute gl-text-v0 = 1.0 -
               (gl-glyph-y(gl-text-font, gl-text-glyph) +
                gl-font-height(gl-text-font))
               / gl-font-atlas-h(gl-text-font).

           move gl-text-px0 to gl-text-cur-x.
           move gl-text-py0 to gl-text-cur-y.
           move gl-text-v0 to gl-text-cur-v.
           perform append-text-vertex.
       .
      * from gl-wrap-pos in gl-wrap-text (gl-wrap-len long) the
      * longest run that fits gl-wrap-max-w pixels in the current
      * font and size, ending before a space when one is in reach,
      * else cut at the width -> gl-wrap-take characters
       fit-wrap-run.
           move 0 to gl-wrap-space-at.
           move 0 to gl-wrap-hard.
           move 0 to gl-wrap-w.
           move "N" to gl-wrap-full.
           perform fit-wrap-char
               varying gl-wrap-scan from gl-wrap-pos by 1
               until gl-wrap-scan > gl-wrap-len
                  or gl-wrap-full = "Y".
           evaluate true
               when gl-wrap-full = "N"
                   compute gl-wrap-take = gl-wrap-len - gl-wrap-pos + 1
               when gl-wrap-space-at > gl-wrap-pos
                   compute gl-wrap-take = gl-wrap-space-at - gl-wrap-pos
               when other
                   move gl-wrap-hard to gl-wrap-take
           end-evaluate
       .
       fit-wrap-char.
           if gl-wrap-scan - gl-wrap-pos >= gl-text-max-chars
               move "Y" to gl-wrap-full
               compute gl-wrap-hard = gl-wrap-scan - gl-wrap-pos
               exit paragraph
           end-if
           move gl-wrap-text(gl-wrap-scan:1) to gl-wrap-char.
           compute gl-text-char-code = function ord(gl-wrap-char) - 1.
           perform text-char-advance.
           if gl-wrap-char = space
               move gl-wrap-scan to gl-wrap-space-at
           else
               if gl-wrap-w + gl-wrap-adv > gl-wrap-max-w
                       and gl-wrap-scan > gl-wrap-pos
                   move "Y" to gl-wrap-full
                   compute gl-wrap-hard = gl-wrap-scan - gl-wrap-pos
                   exit paragraph
               end-if
           end-if
           add gl-wrap-adv to gl-wrap-w.
       .
       skip-wrap-space.
           add 1 to gl-wrap-pos.
       .
       append-text-vertex.
           add 1 to gl-text-vert-count.
           move gl-text-cur-x to gl-text-vx(gl-text-vert-count).
               end-evaluate
           end-if
       .
      * text state for an overlay pass: the text program, font.bmp,
      * the text vertex array and the window's pixel size. Overlay
      * text must win regardless of what the scene (or a previous
      * frame's glyphs - the back buffer's depth is never cleared on
      * the offscreen-pass path) left in the depth buffer, so depth
      * testing is off for the whole pass, the same way
      * apply-post-effect handles its fullscreen quad
       begin-text-pass.
           call winapi "glDisable" using by value h"00000B71".
           call winapi gl-use-program-func using
               by value gl-win-text-program(gl-window-index).
           call winapi gl-uniform1i-func using
               by value gl-text-tex-loc
               by value 0.
       .
       render-hud.
           perform begin-text-pass.

           move gl-font-hud to gl-text-font.
           move gl-font-hud-size to gl-text-size.
           compute gl-text-line-step = gl-font-hud-size + 4.
           move spaces to gl-text-string.
           string function trim(gl-lang-hud-fps) delimited by size
                  " " delimited by size
                  gl-fps-display delimited by size
             into gl-text-string.
           move 8 to gl-text-x.
           move gl-camera-y to gl-hud-cam-y-disp.
           move gl-camera-z to gl-hud-cam-z-disp.
           move spaces to gl-text-string.
           string function trim(gl-lang-hud-cam) delimited by size
                  " " delimited by size
                  gl-hud-cam-x-disp delimited by size
                  " " delimited by size
                  gl-hud-cam-y-disp delimited by size
                  gl-hud-cam-z-disp delimited by size
             into gl-text-string.
           move 8 to gl-text-x.
           compute gl-text-y = 8 + gl-text-line-step.
           perform draw-text.

           move spaces to gl-text-string.
           if gl-gamepad-is-connected(1)
               move gl-gamepad-buttons(1) to gl-hud-pad-disp
               string function trim(gl-lang-hud-pad) delimited by size
                      " " delimited by size
                      gl-hud-pad-disp delimited by size
                 into gl-text-string
           else
               string function trim(gl-lang-hud-pad) delimited by size
                      " " delimited by size
                      function trim(gl-lang-hud-none) delimited by size
                 into gl-text-string
           end-if
           move 8 to gl-text-x.
           compute gl-text-y = 8 + 2 * gl-text-line-step.
           perform draw-text.

           if gl-hud-status not = spaces
               move gl-hud-status to gl-text-string
               move 8 to gl-text-x
               compute gl-text-y = 8 + 3 * gl-text-line-step
               perform draw-text
           end-if

           if gl-picked-object > 0
               move spaces to gl-text-string
               string function trim(gl-lang-hud-pick)
                                         delimited by size
                      " " delimited by size
                      gl-scene-obj-name(gl-picked-object)
                                         delimited by size
                 into gl-text-string
               move 8 to gl-text-x
               compute gl-text-y = 8 + 4 * gl-text-line-step
               perform draw-text
           end-if

                   until gl-scene-draw-index > gl-scene-object-count
           end-if

           perform draw-caption-band.

           if gl-console-is-visible
               perform render-console
           end-if

           perform end-text-pass.
       .
      * leaves depth testing on and the scene program current again;
      * draw-scene-object re-binds its own texture and vertex array
      * every draw
       end-text-pass.
           call winapi "glEnable" using by value h"00000B71".
           call winapi gl-use-program-func using
               by value gl-win-program(gl-window-index).
       .
      * captions on a video-wall tile other than the HUD tile: the
      * text pass with the caption band alone
       render-caption-tile.
           perform begin-text-pass.
           perform draw-caption-band.
           perform end-text-pass.
       .
       draw-object-label.
           if not gl-scene-obj-is-label(gl-scene-draw-index)
                   or gl-scene-obj-label(gl-scene-draw-index)
                       = spaces
               exit paragraph
           end-if
           move gl-scene-obj-world-x(gl-scene-draw-index)
             to gl-label-world-x.
      * anchor a little above the position so the text floats over
      * whatever the label is marking
           compute gl-label-world-y =
               gl-scene-obj-world-y(gl-scene-draw-index) +
               gl-scene-obj-world-sy(gl-scene-draw-index) * 0.6.
           move gl-scene-obj-world-z(gl-scene-draw-index)
             to gl-label-world-z.

           compute gl-label-clip-w =
               (0.5 - gl-label-clip-y * 0.5) * gl-text-screen-h.

           move spaces to gl-text-string.
           if gl-scene-obj-label(gl-scene-draw-index)(1:1) = "@"
               move gl-scene-obj-label(gl-scene-draw-index)(2:)
                 to gl-lang-lookup-key
               perform resolve-language-text
               move gl-lang-lookup-text to gl-text-string
           else
               move gl-scene-obj-label(gl-scene-draw-index)
                 to gl-text-string
           end-if
           perform expand-feed-placeholders.

      * wrapped to the label's width by the real glyph advances, the
      * lines stacked to end on the anchor and each centred on it
           move gl-scene-obj-label-font(gl-scene-draw-index)
             to gl-text-font.
           move gl-scene-obj-label-size(gl-scene-draw-index)
             to gl-text-size.
           perform select-text-font.
           move gl-text-string to gl-wrap-text.
           move 0 to gl-text-length.
           perform measure-text-char
               varying gl-text-char-index from 1 by 1
               until gl-text-char-index > gl-text-max-chars.
           move gl-text-length to gl-wrap-len.
           if gl-scene-obj-label-width(gl-scene-draw-index) > 0
               move gl-scene-obj-label-width(gl-scene-draw-index)
                 to gl-wrap-max-w
           else
               move 100000 to gl-wrap-max-w
           end-if
           move 0 to gl-label-wrap-count.
           move 1 to gl-wrap-pos.
           perform wrap-label-line
               until gl-wrap-pos > gl-wrap-len
                  or gl-label-wrap-count >= gl-label-line-max.
           compute gl-text-line-step = gl-text-size + 4.
           compute gl-label-top =
               gl-label-py - gl-label-wrap-count * gl-text-line-step.
           perform draw-label-line
               varying gl-label-wrap-index from 1 by 1
               until gl-label-wrap-index > gl-label-wrap-count.
       .
       wrap-label-line.
           perform fit-wrap-run.
           add 1 to gl-label-wrap-count.
           move spaces to gl-label-wrap-text(gl-label-wrap-count).
           move gl-wrap-text(gl-wrap-pos:gl-wrap-take)
             to gl-label-wrap-text(gl-label-wrap-count).
           add gl-wrap-take to gl-wrap-pos.
           perform skip-wrap-space
               until gl-wrap-pos > gl-wrap-len
                  or gl-wrap-text(gl-wrap-pos:1) not = space.
       .
       draw-label-line.
           move gl-label-wrap-text(gl-label-wrap-index)
             to gl-text-string.
           perform measure-text-width.
           compute gl-text-x = gl-label-px - gl-text-width / 2.
           compute gl-text-y = gl-label-top +
               (gl-label-wrap-index - 1) * gl-text-line-step.
           perform draw-text.
       .
      * scrollback plus the live input line, drawn with the same
      * text state render-hud has already made current
       render-console.
           move gl-font-console to gl-text-font.
           move gl-font-console-size to gl-text-size.
           compute gl-text-line-step = gl-font-console-size + 4.
      * the scrollback starts under the five HUD lines
           compute gl-text-top = 20 + 5 * (gl-font-hud-size + 4).
           perform render-console-line
               varying gl-con-shift from 1 by 1
               until gl-con-shift > gl-console-line-max.
             into gl-text-string
             with pointer temp-num.
           move 8 to gl-text-x.
           compute gl-text-y = gl-text-top +
               gl-console-line-max * gl-text-line-step.
           perform draw-text.
       .
       render-console-line.
               move gl-console-line-entry(gl-con-shift)
                 to gl-text-string
               move 8 to gl-text-x
               compute gl-text-y = gl-text-top +
                   (gl-con-shift - 1) * gl-text-line-step
               perform draw-text
           end-if
       .
               by value 1
               by reference gl-quad-scratch-id.
           move gl-quad-scratch-id
             to gl-win-sky-vao(gl-window-index).
           call winapi gl-bind-vertex-array-func using
               by value gl-win-sky-vao(gl-window-index).
           call winapi gl-gen-buffers-func using
               by value 1
               by reference gl-quad-scratch-id.
           move gl-quad-scratch-id
             to gl-win-sky-vbo(gl-window-index).
           call winapi gl-bind-buffer-func using
               by value h"8892"
               by value gl-win-sky-vbo(gl-window-index).
           call winapi gl-buffer-data-func using
               by value h"8892"
               by value function length(gl-sky-vertices)
               by reference gl-sky-vertices
               by value h"88E4".
           call winapi gl-vertex-attrib-pointer-func using
               by value 0
               by value 3
               by value h"1406"
               by value 0
               by value 12
               by value 0.
           call winapi gl-enable-vertex-attrib-array-func using
               by value 0.

           call winapi "glGenTextures" using
               by value 1
               by reference gl-win-sky-texture(gl-window-index).
           call winapi "glBindTexture" using
               by value h"8513"
               by value gl-win-sky-texture(gl-window-index).
           call winapi "glTexParameteri" using
               by value h"8513"
               by value h"00002801"
               by value h"00002601".
           call winapi "glTexParameteri" using
               by value h"8513"
               by value h"00002800"
               by value h"00002601".
           call winapi "glTexParameteri" using
               by value h"8513"
               by value h"00002802"
               by value h"0000812F".
           call winapi "glTexParameteri" using
               by value h"8513"
               by value h"00002803"
               by value h"0000812F".
           call winapi "glTexParameteri" using
               by value h"8513"
               by value h"00008072"
               by value h"0000812F".

           move "Y" to gl-win-sky-usable(gl-window-index).
           perform load-sky-face
               varying gl-sky-face from 0 by 1
               until gl-sky-face > 5
                   or gl-win-sky-usable(gl-window-index) = "N".

           move "setup-skybox" to gl-glerr-context.
           perform check-gl-errors.
       .
       build-sky-vertex.
           compute gl-sky-corner-index = function numval(
               gl-sky-corner-order(gl-sky-vert-index:1)).
           move gl-sky-corner-x(gl-sky-corner-index)
             to gl-sky-vx(gl-sky-vert-index).
           move gl-sky-corner-y(gl-sky-corner-index)
             to gl-sky-vy(gl-sky-vert-index).
           move gl-sky-corner-z(gl-sky-corner-index)
             to gl-sky-vz(gl-sky-vert-index).
       .
       load-sky-face.
           move spaces to gl-texture-path.
           string function trim(
                      gl-sky-face-name(gl-sky-face + 1))
                                delimited by size
                  x"00" delimited by size
             into gl-texture-path.
           perform read-bmp-pixels.
           if not gl-texture-is-ok
               move "N" to gl-win-sky-usable(gl-window-index)
               move spaces to gl-log-line
               string "skybox disabled - missing face "
                                   delimited by size
                      function trim(
                          gl-sky-face-name(gl-sky-face + 1))
                                   delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           compute gl-sky-face-target = h"8515" + gl-sky-face.
           call winapi "glTexImage2D" using
               by value gl-sky-face-target
               by value 0
               by value gl-texture-internal-format
               by value gl-texture-width
               by value gl-texture-height
               by value 0
               by value gl-texture-gl-format
               by value h"00001401"
               by value gl-texture-upload-ptr.
       .
      * the view matrix with its translation stripped keeps the sky
      * fixed to the horizon while the camera turns; pos.xyww in
      * sky.vert parks it at maximum depth so it draws behind
      * everything under GL_LEQUAL
       draw-skybox.
           move gl-mat4-view to gl-mat4-sky.
           move 0.0 to gl-mat4-sky-elem(13).
           move 0.0 to gl-mat4-sky-elem(14).
           move 0.0 to gl-mat4-sky-elem(15).
           move gl-mat4-sky  to gl-math-mat4-b.
           move gl-mat4-proj to gl-math-mat4-a.
           perform gl-math-multiply.
           move gl-math-mat4-out to gl-mat4-mvp.

           call winapi gl-use-program-func using
               by value gl-win-sky-program(gl-window-index).
           call winapi gl-get-uniform-location-func using
               by value gl-win-sky-program(gl-window-index)
               by reference "u_mvp" & x"00"
               returning gl-sky-mvp-loc.
           call winapi gl-uniform-matrix4fv-func using
               by value gl-sky-mvp-loc
               by value 1
               by value 0
               by reference gl-mat4-mvp.
           call winapi gl-get-uniform-location-func using
               by value gl-win-sky-program(gl-window-index)
               by reference "sky0" & x"00"
               returning gl-sky-tex-loc.
           call winapi gl-uniform1i-func using
               by value gl-sky-tex-loc
               by value 0.

           call winapi "glDepthFunc" using by value h"00000203".
           call winapi "glBindTexture" using
               by value h"8513"
               by value gl-win-sky-texture(gl-window-index).
           call winapi gl-bind-vertex-array-func using
               by value gl-win-sky-vao(gl-window-index).
           call winapi "glDrawArrays" using by value h"00000004"
                                            by value 0
                                            by value 36.
           call winapi "glDepthFunc" using by value h"00000201".
           call winapi gl-use-program-func using
               by value gl-win-program(gl-window-index).
       .
       setup-particles.
           move "particle.vert" to gl-shader-path.
           move h"8B31" to gl-shader-type.
           perform compile-shader.
           move gl-compiled-shader to gl-vertex-shader.

           move "particle.frag" to gl-shader-path.
           move h"8B30" to gl-shader-type.
           perform compile-shader.
           move gl-compiled-shader to gl-fragment-shader.

           perform link-shader-program.
           move gl-linked-program
             to gl-win-part-program(gl-window-index).

           move -0.5 to gl-part-corner-x(1).
           move -0.5 to gl-part-corner-y(1).
           move  0.5 to gl-part-corner-x(2).
           move -0.5 to gl-part-corner-y(2).
           move  0.5 to gl-part-corner-x(3).
           move  0.5 to gl-part-corner-y(3).
           move -0.5 to gl-part-corner-x(4).
           move -0.5 to gl-part-corner-y(4).
           move  0.5 to gl-part-corner-x(5).
           move  0.5 to gl-part-corner-y(5).
           move -0.5 to gl-part-corner-x(6).
           move  0.5 to gl-part-corner-y(6).

           call winapi gl-gen-vertex-arrays-func using
               by value 1
               by reference gl-quad-scratch-id.
           move gl-quad-scratch-id
             to gl-win-part-vao(gl-window-index).
           call winapi gl-bind-vertex-array-func using
               by value gl-win-part-vao(gl-window-index).

           call winapi gl-gen-buffers-func using
               by value 1
               by reference gl-quad-scratch-id.
           move gl-quad-scratch-id
             to gl-win-part-corner-vbo(gl-window-index).
           call winapi gl-bind-buffer-func using
               by value h"8892"
               by value gl-win-part-corner-vbo(gl-window-index).
           call winapi gl-buffer-data-func using
               by value h"8892"
               by value function length(gl-part-corner-vertices)
               by reference gl-part-corner-vertices
               by value h"88E4".
           call winapi gl-vertex-attrib-pointer-func using
               by value 0
               by value 2
               by value h"1406"
               by value 0
               by value 8
               by value 0.
           call winapi gl-enable-vertex-attrib-array-func using
               by value 0.

      * one vec4 per instance, stepped once per particle
           call winapi gl-gen-buffers-func using
               by value 1
               by reference gl-quad-scratch-id.
           move gl-quad-scratch-id
             to gl-win-part-inst-vbo(gl-window-index).
           call winapi gl-bind-buffer-func using
               by value h"8892"
               by value gl-win-part-inst-vbo(gl-window-index).
           call winapi gl-vertex-attrib-pointer-func using
               by value 1
               by value 4
               by value h"1406"
               by value 0
               by value 16
               by value 0.
           call winapi gl-enable-vertex-attrib-array-func using
               by value 1.
           call winapi gl-vertex-attrib-divisor-func using
               by value 1
               by value 1.
       .
       setup-shadow.
           move "shadow.vert" to gl-shader-path.
           move h"8B31" to gl-shader-type.
           perform compile-shader.
           move gl-compiled-shader to gl-vertex-shader.

           move "shadow.frag" to gl-shader-path.
           move h"8B30" to gl-shader-type.
           perform compile-shader.
           move gl-compiled-shader to gl-fragment-shader.

           perform link-shader-program.
           move gl-linked-program
             to gl-win-shadow-program(gl-window-index).
           if gl-shader-status = 0
               move "N" to gl-shadow-mode
               exit paragraph
           end-if

           perform create-shadow-target.
           move "setup-shadow" to gl-glerr-context.
           perform check-gl-errors.
       .
      * depth-only framebuffer for the light's view; an incomplete
      * target just disables the pass for this window, the way the
      * offscreen post target degrades
       create-shadow-target.
           call winapi "glGenTextures" using
               by value 1
               by reference gl-win-shadow-texture(gl-window-index).
           call winapi "glBindTexture" using
               by value h"00000DE1"
               by value gl-win-shadow-texture(gl-window-index).
           call winapi "glTexParameteri" using
               by value h"00000DE1"
               by value h"00002801"
               by value h"00002600".
           call winapi "glTexParameteri" using
               by value h"00000DE1"
               by value h"00002800"
               by value h"00002600".
           call winapi "glTexParameteri" using
               by value h"00000DE1"
               by value h"00002802"
               by value h"0000812F".
           call winapi "glTexParameteri" using
               by value h"00000DE1"
               by value h"00002803"
               by value h"0000812F".
           call winapi "glTexImage2D" using
               by value h"00000DE1"
               by value 0
               by value h"00001902"
               by value gl-shadow-map-size
               by value gl-shadow-map-size
               by value 0
               by value h"00001902"
               by value h"00001406"
               by value 0.

           call winapi gl-gen-framebuffers-func using
               by value 1
               by reference gl-win-shadow-fbo(gl-window-index).
           call winapi gl-bind-framebuffer-func using
               by value h"8D40"
               by value gl-win-shadow-fbo(gl-window-index).
           call winapi gl-framebuffer-texture2d-func using
               by value h"8D40"
               by value h"8D00"
               by value h"00000DE1"
               by value gl-win-shadow-texture(gl-window-index)
               by value 0.
      * no color attachment - tell GL not to expect one
           call winapi "glDrawBuffer" using by value 0.
           call winapi "glReadBuffer" using by value 0.

           call winapi gl-check-framebuffer-status-func using
               by value h"8D40"
               returning gl-fbo-status.
           if gl-fbo-status = h"8CD5"
               move "Y" to gl-win-shadow-usable(gl-window-index)
           else
               move "N" to gl-win-shadow-usable(gl-window-index)
               move "shadow-framebuffer-incomplete" to gl-last-api
               move gl-fbo-status to gl-log-return-code
               perform log-api-call
           end-if
           call winapi gl-bind-framebuffer-func using
               by value h"8D40"
               by value 0.
       .
      * orthographic view-projection from the first directional
      * scene light (or an overhead default when the scene places
      * none), wide enough to cover the showroom floor
       build-light-matrix.
           move -0.4 to gl-shadow-dir-x.
           move -1.0 to gl-shadow-dir-y.
           move -0.3 to gl-shadow-dir-z.
           perform find-shadow-light
               varying gl-light-index from 1 by 1
               until gl-light-index > gl-scene-light-count.
           compute gl-shadow-dir-len = function sqrt(
               gl-shadow-dir-x ** 2 + gl-shadow-dir-y ** 2 +
               gl-shadow-dir-z ** 2).
           if gl-shadow-dir-len < 0.000001
               move 1.0 to gl-shadow-dir-len
           end-if

           compute gl-math-a-x =
               0 - gl-shadow-dir-x / gl-shadow-dir-len * 15.0.
           compute gl-math-a-y =
               0 - gl-shadow-dir-y / gl-shadow-dir-len * 15.0.
           compute gl-math-a-z =
               0 - gl-shadow-dir-z / gl-shadow-dir-len * 15.0.
           move 0.0 to gl-math-b-x.
           move 0.0 to gl-math-b-y.
           move 0.0 to gl-math-b-z.
           if gl-shadow-dir-y < -0.95 * gl-shadow-dir-len
                   or gl-shadow-dir-y > 0.95 * gl-shadow-dir-len
               move 1.0 to gl-math-c-x
               move 0.0 to gl-math-c-y
               move 0.0 to gl-math-c-z
           else
               move 0.0 to gl-math-c-x
               move 1.0 to gl-math-c-y
               move 0.0 to gl-math-c-z
           end-if
           perform gl-math-look-at.
           move gl-math-mat4-out to gl-math-mat4-b.

           move 12.0 to gl-math-extent.
           move 0.1  to gl-math-near.
           move 40.0 to gl-math-far.
           perform gl-math-ortho.
           move gl-math-mat4-out to gl-math-mat4-a.
           perform gl-math-multiply.
           move gl-math-mat4-out to gl-mat4-lightvp.
       .
       find-shadow-light.
           if not gl-scene-light-is-point(gl-light-index)
               move gl-scene-light-x(gl-light-index)
                 to gl-shadow-dir-x
               move gl-scene-light-y(gl-light-index)
                 to gl-shadow-dir-y
               move gl-scene-light-z(gl-light-index)
                 to gl-shadow-dir-z
               move gl-scene-light-max to gl-light-index
           end-if
       .
      * renders every solid object depth-only from the light; the
      * polygon offset keeps the depth compare in default.frag from
      * speckling flat surfaces
       render-shadow-pass.
           perform build-light-matrix.

           call winapi gl-bind-framebuffer-func using
               by value h"8D40"
               by value gl-win-shadow-fbo(gl-window-index).
           call winapi "glViewport" using
               by value 0
               by value 0
               by value gl-shadow-map-size
               by value gl-shadow-map-size.
           call winapi "glClear" using by value h"00000100".
           call winapi gl-use-program-func using
               by value gl-win-shadow-program(gl-window-index).
           call winapi "glEnable" using by value h"00008037".
           call winapi "glPolygonOffset" using
               by value gl-shadow-offset-factor
               by value gl-shadow-offset-units.

           perform shadow-draw-object
               varying gl-scene-draw-index from 1 by 1
               until gl-scene-draw-index > gl-scene-object-count.

           call winapi "glDisable" using by value h"00008037".
           call winapi gl-bind-framebuffer-func using
               by value h"8D40"
               by value 0.
           if gl-window-width(gl-window-index) > 0
                   and gl-window-height(gl-window-index) > 0
               call winapi "glViewport" using
                   by value 0
                   by value 0
                   by value gl-window-width(gl-window-index)
                   by value gl-window-height(gl-window-index)
           else
               call winapi "glViewport" using
                   by value 0
                   by value 0
                   by value gl-cfg-width
                   by value gl-cfg-height
           end-if
           call winapi gl-use-program-func using
               by value gl-win-program(gl-window-index).
           move "render-shadow-pass" to gl-glerr-context.
           perform check-gl-errors.
       .
      * labels draw nothing, billboards and see-through objects make
      * confusing shadows - solid meshes only, so an object far
      * enough away to be standing in as a billboard casts none.
      * The mesh is the level of detail the window's camera sees.
      * See-through is judged
      * from the material itself (opacity, alpha texture), not the
      * per-pass blend flag, which at this point still holds the
      * previous pass's cull-dependent classification
       shadow-draw-object.
           if gl-scene-obj-is-label(gl-scene-draw-index)
                   or gl-scene-obj-is-billboard(gl-scene-draw-index)
               exit paragraph
           end-if
           move gl-scene-obj-texture(gl-scene-draw-index)
             to gl-scene-found-index.
           if gl-scene-obj-opacity(gl-scene-draw-index) < 0.999
                   or gl-texture-has-alpha(gl-scene-found-index)
               exit paragraph
           end-if
           move gl-scene-draw-index to gl-lod-obj.
           move gl-view-eye-x to gl-lod-eye-x.
           move gl-view-eye-y to gl-lod-eye-y.
           move gl-view-eye-z to gl-lod-eye-z.
           perform select-object-lod.
           if gl-lod-is-billboard
               exit paragraph
           end-if
           move gl-scene-draw-index to gl-scene-index.
           perform build-object-model.
           move gl-mat4-lightvp to gl-math-mat4-a.
           move gl-mat4-model to gl-math-mat4-b.
           perform gl-math-multiply.
           move gl-math-mat4-out to gl-mat4-mvp.

           call winapi gl-get-uniform-location-func using
               by value gl-win-shadow-program(gl-window-index)
               by reference "u_mvp" & x"00"
               returning gl-shadow-loc.
           call winapi gl-uniform-matrix4fv-func using
               by value gl-shadow-loc
               by value 1
               by value 0
               by reference gl-mat4-mvp.

           move gl-lod-mesh to gl-scene-found-index.
           call winapi gl-bind-vertex-array-func using
               by value gl-win-mesh-vao
                   (gl-window-index, gl-scene-found-index).
           call winapi "glDrawElements" using
               by value h"00000004"
               by value gl-mesh-name-count-idx(gl-scene-found-index)
               by value h"00001405"
               by value 0.
       .
      * hands the light matrix and the depth map (texture unit one)
      * to the scene program; u_shadow_on zero keeps the shader on
      * its unshadowed path when the pass did not run
       upload-shadow-uniforms.
           call winapi gl-get-uniform-location-func using
               by value gl-win-program(gl-window-index)
               by reference "u_shadow_on" & x"00"
               returning gl-shadow-loc.
           if gl-shadow-wanted
                   and gl-win-shadow-is-usable(gl-window-index)
                   and gl-active-texture-func not = null
               call winapi gl-uniform1i-func using
                   by value gl-shadow-loc
                   by value 1
               call winapi gl-get-uniform-location-func using
                   by value gl-win-program(gl-window-index)
                   by reference "u_lightvp" & x"00"
                   returning gl-shadow-loc
               call winapi gl-uniform-matrix4fv-func using
                   by value gl-shadow-loc
                   by value 1
                   by value 0
                   by reference gl-mat4-lightvp
               call winapi gl-get-uniform-location-func using
                   by value gl-win-program(gl-window-index)
                   by reference "u_shadowmap" & x"00"
                   returning gl-shadow-loc
               call winapi gl-uniform1i-func using
                   by value gl-shadow-loc
                   by value 1
               call winapi gl-active-texture-func using
                   by value h"84C1"
               call winapi "glBindTexture" using
                   by value h"00000DE1"
                   by value gl-win-shadow-texture(gl-window-index)
               call winapi gl-active-texture-func using
                   by value h"84C0"
           else
               call winapi gl-uniform1i-func using
                   by value gl-shadow-loc
                   by value 0
           end-if
       .
       next-particle-rand.
           compute gl-particle-seed = function mod(
               gl-particle-seed * 75 + 74, 65537).
           compute gl-particle-rand = gl-particle-seed / 65537.0.
       .
       update-particles.
           if gl-emitter-count = 0
               exit paragraph
           end-if

           move 0 to gl-particle-live-count.
           perform age-one-particle
               varying gl-particle-index from 1 by 1
               until gl-particle-index > gl-particle-max.

           perform spawn-emitter-particles
               varying gl-emitter-index from 1 by 1
               until gl-emitter-index > gl-emitter-count.
       .
       spawn-emitter-particles.
           compute gl-emitter-accum(gl-emitter-index) =
               gl-emitter-accum(gl-emitter-index) +
               gl-emitter-rate(gl-emitter-index) *
               gl-gov-rate-scale * gl-delta-time.
           perform spawn-one-particle
               until gl-emitter-accum(gl-emitter-index) < 1.0.
       .
       age-one-particle.
           if gl-particle-is-alive(gl-particle-index)
               compute gl-particle-age(gl-particle-index) =
                   gl-particle-age(gl-particle-index) +
                   gl-delta-time
               if gl-particle-age(gl-particle-index) >=
                       gl-particle-life(gl-particle-index)
                   move "N" to gl-particle-alive(gl-particle-index)
               else
                   compute gl-particle-x(gl-particle-index) =
                       gl-particle-x(gl-particle-index) +
                       gl-particle-vx(gl-particle-index) *
                       gl-delta-time
                   compute gl-particle-y(gl-particle-index) =
                       gl-particle-y(gl-particle-index) +
                       gl-particle-vy(gl-particle-index) *
                       gl-delta-time
                   compute gl-particle-z(gl-particle-index) =
                       gl-particle-z(gl-particle-index) +
                       gl-particle-vz(gl-particle-index) *
                       gl-delta-time
                   add 1 to gl-particle-live-count
               end-if
           end-if
       .
       spawn-one-particle.
           subtract 1.0 from gl-emitter-accum(gl-emitter-index).
           move 0 to gl-particle-slot.
           perform find-dead-particle
               varying gl-particle-index from 1 by 1
               until gl-particle-index > gl-particle-max
                   or gl-particle-slot not = 0.
           if gl-particle-slot = 0
      * table full - drop the spawn rather than overwrite a live one
               exit paragraph
           end-if

           move "Y" to gl-particle-alive(gl-particle-slot).
           move gl-emitter-index
             to gl-particle-emitter(gl-particle-slot).
           move gl-emitter-x(gl-emitter-index)
             to gl-particle-x(gl-particle-slot).
           move gl-emitter-y(gl-emitter-index)
             to gl-particle-y(gl-particle-slot).
           move gl-emitter-z(gl-emitter-index)
             to gl-particle-z(gl-particle-slot).
           perform next-particle-rand.
           compute gl-particle-vx(gl-particle-slot) =
               (gl-particle-rand - 0.5) *
               gl-emitter-spread(gl-emitter-index).
           perform next-particle-rand.
           compute gl-particle-vy(gl-particle-slot) =
               0.8 + gl-particle-rand * 0.8.
           perform next-particle-rand.
           compute gl-particle-vz(gl-particle-slot) =
               (gl-particle-rand - 0.5) *
               gl-emitter-spread(gl-emitter-index).
           move 0.0 to gl-particle-age(gl-particle-slot).
           perform next-particle-rand.
           compute gl-particle-life(gl-particle-slot) =
               gl-emitter-life(gl-emitter-index) *
               (0.5 + gl-particle-rand).
       .
       find-dead-particle.
           if not gl-particle-is-alive(gl-particle-index)
               move gl-particle-index to gl-particle-slot
           end-if
       .
      * one instanced call per emitter (its color rides a uniform):
      * additive blend, depth writes off so particles never punch
      * holes in each other
       draw-particles.
           call winapi gl-use-program-func using
               by value gl-win-part-program(gl-window-index).

           move gl-mat4-view to gl-math-mat4-b.
           move gl-mat4-proj to gl-math-mat4-a.
           perform gl-math-multiply.
           move gl-math-mat4-out to gl-mat4-mvp.
           call winapi gl-get-uniform-location-func using
               by value gl-win-part-program(gl-window-index)
               by reference "u_mvp" & x"00"
               returning gl-part-mvp-loc.
           call winapi gl-uniform-matrix4fv-func using
               by value gl-part-mvp-loc
               by value 1
               by value 0
               by reference gl-mat4-mvp.
           call winapi gl-get-uniform-location-func using
               by value gl-win-part-program(gl-window-index)
               by reference "u_right" & x"00"
               returning gl-part-right-loc.
           call winapi gl-uniform3f-func using
               by value gl-part-right-loc
               by value gl-view-right-x
               by value gl-view-right-y
               by value gl-view-right-z.
           call winapi gl-get-uniform-location-func using
               by value gl-win-part-program(gl-window-index)
               by reference "u_up" & x"00"
               returning gl-part-up-loc.
           call winapi gl-uniform3f-func using
               by value gl-part-up-loc
               by value gl-view-up-x
               by value gl-view-up-y
               by value gl-view-up-z.

           call winapi gl-bind-vertex-array-func using
               by value gl-win-part-vao(gl-window-index).
           call winapi gl-bind-buffer-func using
               by value h"8892"
               by value gl-win-part-inst-vbo(gl-window-index).

           call winapi "glEnable" using by value h"00000BE2".
           call winapi "glBlendFunc" using
               by value h"00000302"
               by value h"00000001".
           call winapi "glDepthMask" using by value 0.
           perform draw-emitter-batch
               varying gl-emitter-index from 1 by 1
               until gl-emitter-index > gl-emitter-count.
           call winapi "glDepthMask" using by value 1.
           call winapi "glDisable" using by value h"00000BE2".

           call winapi gl-use-program-func using
               by value gl-win-program(gl-window-index).
       .
       draw-emitter-batch.
           move 0 to gl-particle-live-count.
           perform pack-one-particle
               varying gl-particle-index from 1 by 1
               until gl-particle-index > gl-particle-max.
           if gl-particle-live-count = 0
               exit paragraph
           end-if

           call winapi gl-get-uniform-location-func using
               by value gl-win-part-program(gl-window-index)
               by reference "u_color" & x"00"
               returning gl-part-color-loc.
           call winapi gl-uniform3f-func using
               by value gl-part-color-loc
               by value gl-emitter-r(gl-emitter-index)
               by value gl-emitter-g(gl-emitter-index)
               by value gl-emitter-b(gl-emitter-index).

           compute gl-part-inst-bytes =
               gl-particle-live-count * 16.
           call winapi gl-buffer-data-func using
               by value h"8892"
               by value gl-part-inst-bytes
               by reference gl-particle-instances
               by value h"88E8".
           call winapi gl-draw-arrays-instanced-func using
               by value h"00000004"
               by value 0
               by value 6
               by value gl-particle-live-count.
       .
       pack-one-particle.
           if gl-particle-is-alive(gl-particle-index)
                   and gl-particle-emitter(gl-particle-index)
                       = gl-emitter-index
               add 1 to gl-particle-live-count
               move gl-particle-x(gl-particle-index)
                 to gl-part-inst-x(gl-particle-live-count)
               move gl-particle-y(gl-particle-index)
                 to gl-part-inst-y(gl-particle-live-count)
               move gl-particle-z(gl-particle-index)
                 to gl-part-inst-z(gl-particle-live-count)
               compute gl-part-inst-fade(gl-particle-live-count) =
                   gl-particle-age(gl-particle-index) /
                   gl-particle-life(gl-particle-index)
           end-if
       .
      * unprojects the cursor into a world-space ray (the inverse of
      * the view/projection build-view-proj-matrices produces, done
      * directly from the camera basis and fov) and picks the nearest
      * scene object whose bounding sphere the ray hits
       update-picking.
           move 0 to gl-picked-object.
           if gl-window-width(gl-active-window-index) < 1
                   or gl-window-height(gl-active-window-index) < 1
               exit paragraph
           end-if

           compute gl-pick-ndc-x =
               2.0 * gl-mouse-x /
               gl-window-width(gl-active-window-index) - 1.0.
           compute gl-pick-ndc-y =
               1.0 - 2.0 * gl-mouse-y /
               gl-window-height(gl-active-window-index).
           compute gl-pick-tanhalf = function tan(
               gl-camera-fov * 0.0174532925 / 2.0).
           compute gl-pick-aspect =
               gl-window-width(gl-active-window-index) /
               gl-window-height(gl-active-window-index).
      * on a video wall the cursor is placed on the whole picture
           if gl-wall-is-on
                   and gl-wall-col(gl-active-window-index) > 0
               move gl-active-window-index to gl-wall-index
               perform measure-wall-tile
               compute gl-pick-ndc-x =
                   2.0 * (gl-wall-x0 + gl-mouse-x) /
                   gl-wall-total-w - 1.0
               compute gl-pick-ndc-y =
                   1.0 - 2.0 * (gl-wall-y0 + gl-mouse-y) /
                   gl-wall-total-h
               compute gl-pick-aspect =
                   gl-wall-total-w / gl-wall-total-h
           end-if

      * camera up = right x front
           compute gl-pick-up-x =
               gl-camera-right-y * gl-camera-front-z -
               gl-camera-right-z * gl-camera-front-y.
           compute gl-pick-up-y =
               gl-camera-right-z * gl-camera-front-x -
               gl-camera-right-x * gl-camera-front-z.
           compute gl-pick-up-z =
               gl-camera-right-x * gl-camera-front-y -
               gl-camera-right-y * gl-camera-front-x.

           compute gl-pick-dir-x = gl-camera-front-x +
               gl-camera-right-x * gl-pick-ndc-x *
                   gl-pick-tanhalf * gl-pick-aspect +
               gl-pick-up-x * gl-pick-ndc-y * gl-pick-tanhalf.
           compute gl-pick-dir-y = gl-camera-front-y +
               gl-camera-right-y * gl-pick-ndc-x *
                   gl-pick-tanhalf * gl-pick-aspect +
               gl-pick-up-y * gl-pick-ndc-y * gl-pick-tanhalf.
           compute gl-pick-dir-z = gl-camera-front-z +
               gl-camera-right-z * gl-pick-ndc-x *
                   gl-pick-tanhalf * gl-pick-aspect +
               gl-pick-up-z * gl-pick-ndc-y * gl-pick-tanhalf.
           compute gl-pick-len = function sqrt(
               gl-pick-dir-x ** 2 + gl-pick-dir-y ** 2 +
               gl-pick-dir-z ** 2).
           if gl-pick-len < 0.000001
               exit paragraph
           end-if
           compute gl-pick-dir-x = gl-pick-dir-x / gl-pick-len.
           compute gl-pick-dir-y = gl-pick-dir-y / gl-pick-len.
           compute gl-pick-dir-z = gl-pick-dir-z / gl-pick-len.

           move 999999.0 to gl-pick-best-t.
           perform pick-test-object
               varying gl-pick-index from 1 by 1
               until gl-pick-index > gl-scene-object-count.
       .
       pick-test-object.
      * labels draw no mesh, so there is nothing to click on
           if gl-scene-obj-is-label(gl-pick-index)
               exit paragraph
           end-if
      * bounding sphere: the unit quad/model extent scaled by the
      * object's largest axis scale, with a little margin. A far
      * object standing in as a billboard is a flat quad facing
      * the camera, so its depth scale does not count
           move gl-pick-index to gl-lod-obj.
           move gl-camera-x to gl-lod-eye-x.
           move gl-camera-y to gl-lod-eye-y.
           move gl-camera-z to gl-lod-eye-z.
           perform select-object-lod.
           move gl-scene-obj-world-sx(gl-pick-index)
             to gl-pick-radius.
           if gl-scene-obj-world-sy(gl-pick-index) > gl-pick-radius
               move gl-scene-obj-world-sy(gl-pick-index)
                 to gl-pick-radius
           end-if
           if gl-scene-obj-world-sz(gl-pick-index) > gl-pick-radius
                   and not gl-lod-is-billboard
               move gl-scene-obj-world-sz(gl-pick-index)
                 to gl-pick-radius
           end-if
           compute gl-pick-radius = gl-pick-radius * 0.75.

           compute gl-pick-oc-x =
               gl-scene-obj-world-x(gl-pick-index) - gl-camera-x.
           compute gl-pick-oc-y =
               gl-scene-obj-world-y(gl-pick-index) - gl-camera-y.
           compute gl-pick-oc-z =
               gl-scene-obj-world-z(gl-pick-index) - gl-camera-z.
           compute gl-pick-tca =
               gl-pick-oc-x * gl-pick-dir-x +
               gl-pick-oc-y * gl-pick-dir-y +
               gl-pick-oc-z * gl-pick-dir-z.
           if gl-pick-tca > 0
               compute gl-pick-d2 =
                   gl-pick-oc-x ** 2 + gl-pick-oc-y ** 2 +
                   gl-pick-oc-z ** 2 - gl-pick-tca ** 2
               if gl-pick-d2 <= gl-pick-radius ** 2
                       and gl-pick-tca < gl-pick-best-t
                   move gl-pick-tca to gl-pick-best-t
                   move gl-pick-index to gl-picked-object
               end-if
           end-if
       .
      * fires the picked object's hotspot action on the press edge
      * of the left button; typing in the console never clicks
       check-hotspot-click.
           if gl-console-is-visible
               move gl-mouse-left-down to gl-hotspot-prev-mouse
               exit paragraph
           end-if
           if gl-mouse-left-is-down
                   and gl-hotspot-prev-mouse = x"00"
               if gl-picked-object > 0
                   move spaces to gl-event-line
                   string "click " delimited by size
                          function trim(gl-scene-obj-name
                              (gl-picked-object)) delimited by size
                     into gl-event-line
                   perform log-visitor-event
                   perform tally-object-click
                   add 1 to gl-session-clicks
               else
                   move "click (none)" to gl-event-line
                   perform log-visitor-event
               end-if
               perform note-heat-click
               if gl-edit-is-active
      * in edit mode a click grabs (or releases) the object under
      * the cursor instead of firing its action
                   move gl-picked-object to gl-edit-object
               else
                   if gl-picked-object > 0
                           and gl-scene-obj-action-kind
                               (gl-picked-object) not = space
                       perform run-hotspot-action
                   end-if
               end-if
           end-if
           move gl-mouse-left-down to gl-hotspot-prev-mouse.
       .
       run-hotspot-action.
           add 1 to gl-session-actions.
           move spaces to gl-log-line.
           string "hotspot: " delimited by size
                  function trim(
                      gl-scene-obj-name(gl-picked-object))
                                   delimited by size
                  " -> " delimited by size
                  function trim(
                      gl-scene-obj-action-arg(gl-picked-object))
                                   delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.

           evaluate gl-scene-obj-action-kind(gl-picked-object)
               when "S"
                   move gl-scene-obj-action-arg(gl-picked-object)
                     to gl-con-field-1
                   perform load-console-scene
               when "W"
                   move spaces to gl-wav-path
                   string function trim(
                              gl-scene-obj-action-arg
                                  (gl-picked-object))
                                       delimited by size
                          x"00" delimited by size
                     into gl-wav-path
                   perform play-event-sound
               when "C"
      * hand the command to the console executor, exactly as if the
      * operator had typed it
                   move gl-scene-obj-action-arg(gl-picked-object)
                     to gl-console-command
                   move x"01" to gl-console-submitted
               when "V"
                   perform record-survey-vote
               when "L"
                   move spaces to gl-console-command
                   string "language " delimited by size
                          function trim(
                              gl-scene-obj-action-arg
                                  (gl-picked-object))
                                       delimited by size
                     into gl-console-command
                   move x"01" to gl-console-submitted
           end-evaluate
       .
      * "question answer" from the picked object's vote action; a
      * second vote on the same question in one visitor session is
      * logged and ignored
       record-survey-vote.
           move spaces to gl-survey-question.
           move spaces to gl-survey-answer.
           unstring gl-scene-obj-action-arg(gl-picked-object)
               delimited by all space
               into gl-survey-question
                    gl-survey-answer
           end-unstring.
           move 0 to gl-survey-found.
           perform find-survey-lock
               varying gl-survey-scan from 1 by 1
               until gl-survey-scan > gl-survey-voted-count
                   or gl-survey-found > 0.
           if gl-survey-found > 0
               move spaces to gl-event-line
               string "vote refused question=" delimited by size
                      function trim(gl-survey-question)
                                       delimited by size
                      " already answered this session"
                                       delimited by size
                 into gl-event-line
               perform log-visitor-event
               exit paragraph
           end-if
           if gl-survey-voted-count < gl-survey-lock-max
               add 1 to gl-survey-voted-count
               move gl-survey-question
                 to gl-survey-voted(gl-survey-voted-count)
           end-if

           move function current-date to gl-log-timestamp.
           move spaces to gl-survey-line.
           string gl-log-timestamp(1:14) delimited by size
                  " question=" delimited by size
                  function trim(gl-survey-question) delimited by size
                  " answer=" delimited by size
                  function trim(gl-survey-answer) delimited by size
                  " scene=" delimited by size
                  function trim(gl-cfg-scene) delimited by size
             into gl-survey-line.
           open extend gl-survey-file.
           if gl-survey-file-status not = "00"
               open output gl-survey-file
           end-if
           if gl-survey-file-status = "00"
               write gl-survey-record from gl-survey-line
               close gl-survey-file
           else
               move "survey-results.txt not writable - vote lost"
                 to gl-log-line
               write gl-log-record from gl-log-line
           end-if

           move spaces to gl-event-line.
           string "vote question=" delimited by size
                  function trim(gl-survey-question) delimited by size
                  " answer=" delimited by size
                  function trim(gl-survey-answer) delimited by size
             into gl-event-line.
           perform log-visitor-event.

           move spaces to gl-wav-path.
           string "vote.wav" delimited by size
                  x"00" delimited by size
             into gl-wav-path.
           perform play-event-sound.
       .
       find-survey-lock.
           if gl-survey-voted(gl-survey-scan) = gl-survey-question
               move gl-survey-scan to gl-survey-found
           end-if
       .
      * the day's votes from survey-results.txt, one line per answer
      * grouped under its question with the question's total after
       write-survey-summary.
           move 0 to gl-survey-tally-count.
           open input gl-survey-file.
           if gl-survey-file-status = "00"
               move "N" to gl-survey-eof
               perform read-survey-line until gl-survey-at-eof
               close gl-survey-file
           end-if

           open output gl-survey-summary-file.
           move spaces to gl-survey-line.
           string "survey date=" delimited by size
                  gl-event-last-date delimited by size
             into gl-survey-line.
           write gl-survey-summary-record from gl-survey-line.
           perform write-survey-question
               varying gl-survey-scan from 1 by 1
               until gl-survey-scan > gl-survey-tally-count.
           close gl-survey-summary-file.
       .
       read-survey-line.
           read gl-survey-file
               at end
                   move "Y" to gl-survey-eof
                   exit paragraph
           end-read.
           if gl-survey-record(1:8) not = gl-event-last-date
               exit paragraph
           end-if
           move spaces to gl-survey-tokens.
           unstring gl-survey-record delimited by all space
               into gl-survey-token(1)
                    gl-survey-token(2)
                    gl-survey-token(3)
           end-unstring.
           if gl-survey-token(2)(1:9) not = "question="
                   or gl-survey-token(3)(1:7) not = "answer="
               exit paragraph
           end-if
           move gl-survey-token(2)(10:32) to gl-survey-question.
           move gl-survey-token(3)(8:32) to gl-survey-answer.
           move 0 to gl-survey-found.
           perform match-survey-tally
               varying gl-survey-other from 1 by 1
               until gl-survey-other > gl-survey-tally-count
                   or gl-survey-found > 0.
           if gl-survey-found = 0
               if gl-survey-tally-count >= gl-survey-tally-max
                   exit paragraph
               end-if
               add 1 to gl-survey-tally-count
               move gl-survey-tally-count to gl-survey-found
               move gl-survey-question
                 to gl-survey-tally-question(gl-survey-found)
               move gl-survey-answer
                 to gl-survey-tally-answer(gl-survey-found)
               move 0 to gl-survey-tally-votes(gl-survey-found)
           end-if
           add 1 to gl-survey-tally-votes(gl-survey-found).
       .
       match-survey-tally.
           if gl-survey-tally-question(gl-survey-other)
                   = gl-survey-question
                   and gl-survey-tally-answer(gl-survey-other)
                   = gl-survey-answer
               move gl-survey-other to gl-survey-found
           end-if
       .
      * runs once per question, from the first tally entry that
      * names it
       write-survey-question.
           move 0 to gl-survey-found.
           perform find-earlier-survey-question
               varying gl-survey-other from 1 by 1
               until gl-survey-other >= gl-survey-scan
                   or gl-survey-found > 0.
           if gl-survey-found > 0
               exit paragraph
           end-if
           move 0 to gl-survey-total.
           perform write-survey-answer
               varying gl-survey-other from gl-survey-scan by 1
               until gl-survey-other > gl-survey-tally-count.
           move spaces to gl-survey-line.
           move 1 to gl-survey-ptr.
           move gl-survey-total to gl-survey-num-disp.
           string "question=" delimited by size
                  function trim(gl-survey-tally-question
                      (gl-survey-scan)) delimited by size
                  " total=" delimited by size
                  function trim(gl-survey-num-disp) delimited by size
             into gl-survey-line
             with pointer gl-survey-ptr.
           write gl-survey-summary-record from gl-survey-line.
       .
       find-earlier-survey-question.
           if gl-survey-tally-question(gl-survey-other)
                   = gl-survey-tally-question(gl-survey-scan)
               move gl-survey-other to gl-survey-found
           end-if
       .
       write-survey-answer.
           if gl-survey-tally-question(gl-survey-other)
                   not = gl-survey-tally-question(gl-survey-scan)
               exit paragraph
           end-if
           add gl-survey-tally-votes(gl-survey-other)
             to gl-survey-total.
           move spaces to gl-survey-line.
           move 1 to gl-survey-ptr.
           move gl-survey-tally-votes(gl-survey-other)
             to gl-survey-num-disp.
           string "question=" delimited by size
                  function trim(gl-survey-tally-question
                      (gl-survey-other)) delimited by size
                  " answer=" delimited by size
                  function trim(gl-survey-tally-answer
                      (gl-survey-other)) delimited by size
                  " votes=" delimited by size
                  function trim(gl-survey-num-disp) delimited by size
             into gl-survey-line
             with pointer gl-survey-ptr.
           write gl-survey-summary-record from gl-survey-line.
       .
      * English always goes into the fallback table; the session
      * language, when it is not English, is read over it into the
      * current table. A missing table is logged and English shown
       load-language-tables.
           move "en" to gl-lang-wanted.
           perform read-language-table.
           move gl-lang-table to gl-lang-english.
           if gl-lang-code not = "en"
               move gl-lang-code to gl-lang-wanted
               perform read-language-table
           end-if
           move spaces to gl-log-line.
           move 1 to gl-lang-ptr.
           move gl-lang-count to gl-lang-num-disp.
           string "language " delimited by size
                  function trim(gl-lang-code) delimited by size
                  ": " delimited by size
                  function trim(gl-lang-num-disp) delimited by size
                  " strings" delimited by size
             into gl-log-line
             with pointer gl-lang-ptr.
           if not gl-lang-file-found
               string ", " delimited by size
                      function trim(gl-lang-path) delimited by size
                      " not found - English shown" delimited by size
                 into gl-log-line
                 with pointer gl-lang-ptr
           end-if
           write gl-log-record from gl-log-line.
           perform resolve-hud-words.
       .
      * "language <code>" from the console, a hotspot, the show
      * script or the schedule; an unknown code leaves the current
      * language in place
       switch-language.
           if gl-con-field-1 = spaces
               move spaces to gl-con-echo
               string "language " delimited by size
                      function trim(gl-lang-code) delimited by size
                 into gl-con-echo
               exit paragraph
           end-if
           move function lower-case(gl-con-field-1) to gl-lang-wanted.
           perform read-language-table.
           if not gl-lang-file-found and gl-lang-wanted not = "en"
               move spaces to gl-con-echo
               string function trim(gl-lang-path) delimited by size
                      " not found - language unchanged"
                                       delimited by size
                 into gl-con-echo
               move gl-con-echo to gl-log-line
               write gl-log-record from gl-log-line
               move gl-lang-code to gl-lang-wanted
               perform read-language-table
               exit paragraph
           end-if
           move gl-lang-wanted to gl-lang-code.
           perform resolve-hud-words.
           move spaces to gl-con-echo.
           move gl-lang-count to gl-lang-num-disp.
           string "language " delimited by size
                  function trim(gl-lang-code) delimited by size
                  ": " delimited by size
                  function trim(gl-lang-num-disp) delimited by size
                  " strings" delimited by size
             into gl-con-echo.
           move gl-con-echo to gl-log-line.
           write gl-log-record from gl-log-line.
       .
      * strings-<gl-lang-wanted>.txt into the current table
       read-language-table.
           move 0 to gl-lang-count.
           move "N" to gl-lang-opened.
           move spaces to gl-lang-path.
           string "strings-" delimited by size
                  function trim(gl-lang-wanted) delimited by size
                  ".txt" delimited by size
             into gl-lang-path.
           open input gl-lang-file.
           if gl-lang-file-status not = "00"
               exit paragraph
           end-if
           move "Y" to gl-lang-opened.
           move "N" to gl-lang-eof.
           perform read-language-line until gl-lang-at-eof.
           close gl-lang-file.
       .
       read-language-line.
           read gl-lang-file into gl-lang-line
               at end
                   move "Y" to gl-lang-eof
                   exit paragraph
           end-read.
           move function trim(gl-lang-line leading) to gl-lang-line.
           if gl-lang-line = spaces or gl-lang-line(1:1) = "#"
               exit paragraph
           end-if
           if gl-lang-count >= gl-lang-entry-max
               move spaces to gl-log-line
               string "string table full, ignored: " delimited by size
                      function trim(gl-lang-line) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           add 1 to gl-lang-count.
           move spaces to gl-lang-entry(gl-lang-count).
           move 1 to gl-lang-ptr.
           unstring gl-lang-line delimited by all space
               into gl-lang-key(gl-lang-count)
               with pointer gl-lang-ptr
           end-unstring.
           if gl-lang-ptr <= function length(gl-lang-line)
               move function trim(gl-lang-line(gl-lang-ptr:))
                 to gl-lang-text(gl-lang-count)
           end-if
       .
      * gl-lang-lookup-key -> gl-lang-lookup-text: current language,
      * then English, then the key itself; gl-lang-found is 0 only
      * when neither table has it
       resolve-language-text.
           move 0 to gl-lang-found.
           perform match-language-key
               varying gl-lang-scan from 1 by 1
               until gl-lang-scan > gl-lang-count
                  or gl-lang-found > 0.
           if gl-lang-found > 0
               move gl-lang-text(gl-lang-found) to gl-lang-lookup-text
               exit paragraph
           end-if
           perform match-english-key
               varying gl-lang-scan from 1 by 1
               until gl-lang-scan > gl-lang-en-count
                  or gl-lang-found > 0.
           if gl-lang-found > 0
               move gl-lang-en-text(gl-lang-found)
                 to gl-lang-lookup-text
           else
               move gl-lang-lookup-key to gl-lang-lookup-text
           end-if
       .
       match-language-key.
           if gl-lang-key(gl-lang-scan) = gl-lang-lookup-key
               move gl-lang-scan to gl-lang-found
           end-if
       .
       match-english-key.
           if gl-lang-en-key(gl-lang-scan) = gl-lang-lookup-key
               move gl-lang-scan to gl-lang-found
           end-if
       .
      * the HUD words keep their built-in English when no table
      * carries the hud.* keys
       resolve-hud-words.
           move "hud.fps" to gl-lang-lookup-key.
           move "FPS" to gl-lang-default.
           perform resolve-hud-word.
           move gl-lang-lookup-text to gl-lang-hud-fps.
           move "hud.cam" to gl-lang-lookup-key.
           move "CAM" to gl-lang-default.
           perform resolve-hud-word.
           move gl-lang-lookup-text to gl-lang-hud-cam.
           move "hud.pad" to gl-lang-lookup-key.
           move "PAD1" to gl-lang-default.
           perform resolve-hud-word.
           move gl-lang-lookup-text to gl-lang-hud-pad.
           move "hud.none" to gl-lang-lookup-key.
           move "NONE" to gl-lang-default.
           perform resolve-hud-word.
           move gl-lang-lookup-text to gl-lang-hud-none.
           move "hud.pick" to gl-lang-lookup-key.
           move "PICK" to gl-lang-default.
           perform resolve-hud-word.
           move gl-lang-lookup-text to gl-lang-hud-pick.
       .
       resolve-hud-word.
           perform resolve-language-text.
           if gl-lang-found = 0
               move gl-lang-default to gl-lang-lookup-text
           end-if
       .
      * a sound source plays through the mixer, which takes 16-bit
      * mono or stereo PCM only
       validate-one-sound.
           move spaces to gl-wav-path.
           string function trim(gl-scene-sound-file(gl-sound-index))
                                   delimited by size
                  x"00" delimited by size
             into gl-wav-path.
           perform load-wav-header.
           move spaces to gl-validate-line.
           evaluate true
               when not gl-wav-is-ok
                   add 1 to gl-validate-fail-count
                   string "FAIL wav " delimited by size
                          function trim(
                              gl-scene-sound-file(gl-sound-index))
                                       delimited by size
                          " (missing or not PCM WAVE)"
                                       delimited by size
                     into gl-validate-line
               when gl-wav-bits-per-sample not = 16
                       or (gl-wav-channels not = 1
                           and gl-wav-channels not = 2)
                   add 1 to gl-validate-fail-count
                   string "FAIL wav " delimited by size
                          function trim(
                              gl-scene-sound-file(gl-sound-index))
                                       delimited by size
                          " (sound source needs 16-bit mono/stereo)"
                                       delimited by size
                     into gl-validate-line
               when other
                   string "PASS wav " delimited by size
                          function trim(
                              gl-scene-sound-file(gl-sound-index))
                                       delimited by size
                     into gl-validate-line
           end-evaluate.
           write gl-validate-report-record from gl-validate-line.
       .
      * -validate: a label key English lacks is a failure; keys a
      * translation lacks are listed (English is shown for them).
      * The session language is read back afterwards
       validate-language-tables.
           perform validate-label-key
               varying gl-validate-scan from 1 by 1
               until gl-validate-scan > gl-scene-object-count.
           if gl-lang-en-count > 0
               move spaces to gl-validate-line
               move gl-lang-en-count to gl-lang-num-disp
               string "PASS strings en " delimited by size
                      function trim(gl-lang-num-disp)
                                       delimited by size
                      " keys" delimited by size
                 into gl-validate-line
               write gl-validate-report-record from gl-validate-line
           end-if
           set gl-lang-no-handle to null.
           set gl-lang-no-handle down by 1.
           call winapi "FindFirstFileA" using
               by reference "strings-*.txt" & x"00"
               by reference gl-lang-find-data
               returning gl-lang-find-handle.
           if gl-lang-find-handle = gl-lang-no-handle
                   or gl-lang-find-handle = null
               exit paragraph
           end-if
           move "Y" to gl-lang-finding.
           perform validate-one-language until not gl-lang-has-next.
           call winapi "FindClose" using
               by value gl-lang-find-handle.
           move gl-lang-code to gl-lang-wanted.
           perform read-language-table.
       .
       validate-label-key.
           if not gl-scene-obj-is-label(gl-validate-scan)
                   or gl-scene-obj-label(gl-validate-scan)(1:1)
                       not = "@"
               exit paragraph
           end-if
           move gl-scene-obj-label(gl-validate-scan)(2:)
             to gl-lang-lookup-key.
           move 0 to gl-lang-found.
           perform match-english-key
               varying gl-lang-scan from 1 by 1
               until gl-lang-scan > gl-lang-en-count
                  or gl-lang-found > 0.
           if gl-lang-found > 0
               exit paragraph
           end-if
           add 1 to gl-validate-fail-count.
           move spaces to gl-validate-line.
           string "FAIL string " delimited by size
                  function trim(gl-lang-lookup-key) delimited by size
                  " (label " delimited by size
                  function trim(gl-scene-obj-name(gl-validate-scan))
                                   delimited by size
                  " has no English text)" delimited by size
             into gl-validate-line.
           write gl-validate-report-record from gl-validate-line.
       .
       validate-one-language.
           move spaces to gl-lang-file-name.
           unstring gl-lang-fd-name delimited by "." or x"00"
               into gl-lang-file-name
           end-unstring.
           move function lower-case(gl-lang-file-name(9:8))
             to gl-lang-wanted.
           if gl-lang-wanted not = spaces and gl-lang-wanted not = "en"
               perform read-language-table
               move 0 to gl-lang-missing
               perform validate-language-key
                   varying gl-lang-other from 1 by 1
                   until gl-lang-other > gl-lang-en-count
               move spaces to gl-validate-line
               move gl-lang-count to gl-lang-num-disp
               move 1 to gl-lang-ptr
               string "PASS strings " delimited by size
                      function trim(gl-lang-wanted) delimited by size
                      " " delimited by size
                      function trim(gl-lang-num-disp)
                                       delimited by size
                      " keys" delimited by size
                 into gl-validate-line
                 with pointer gl-lang-ptr
               if gl-lang-missing > 0
                   move gl-lang-missing to gl-lang-num-disp
                   string ", " delimited by size
                          function trim(gl-lang-num-disp)
                                       delimited by size
                          " missing" delimited by size
                     into gl-validate-line
                     with pointer gl-lang-ptr
               end-if
               write gl-validate-report-record from gl-validate-line
           end-if
           call winapi "FindNextFileA" using
               by value gl-lang-find-handle
               by reference gl-lang-find-data
               returning gl-ok.
           if gl-ok = 0
               move "N" to gl-lang-finding
           end-if
       .
       validate-language-key.
           move gl-lang-en-key(gl-lang-other) to gl-lang-lookup-key.
           move 0 to gl-lang-found.
           perform match-language-key
               varying gl-lang-scan from 1 by 1
               until gl-lang-scan > gl-lang-count
                  or gl-lang-found > 0.
           if gl-lang-found > 0
               exit paragraph
           end-if
           add 1 to gl-lang-missing.
           move spaces to gl-validate-line.
           string "MISSING string " delimited by size
                  function trim(gl-lang-wanted) delimited by size
                  " " delimited by size
                  function trim(gl-lang-lookup-key) delimited by size
                  " (English shown)" delimited by size
             into gl-validate-line.
           write gl-validate-report-record from gl-validate-line.
       .
      * polled from the frame loop on its own cadence; the file is
      * re-read only when its last-write time moves, and its age is
      * taken against the system clock in FILETIME ticks
       poll-data-feed.
           if gl-feed-path = spaces
               exit paragraph
           end-if
           if gl-elapsed-seconds < gl-feed-next
               exit paragraph
           end-if
           compute gl-feed-next = gl-elapsed-seconds + gl-feed-every.
           move gl-feed-state to gl-feed-prev-state.

           move spaces to gl-feed-zpath.
           string function trim(gl-feed-path) delimited by size
                  x"00" delimited by size
             into gl-feed-zpath.
           call winapi "GetFileAttributesExA" using
               by reference gl-feed-zpath
               by value 0
               by reference gl-feed-file-data
               returning gl-ok.
           if gl-ok = 0
               move "M" to gl-feed-state
           else
               if gl-feed-fd-written-ticks not = gl-feed-loaded-ticks
                   perform read-data-feed
               end-if
               if gl-feed-fd-written-ticks = gl-feed-loaded-ticks
                   call winapi "GetSystemTimeAsFileTime" using
                       by reference gl-feed-now-ticks
                   compute gl-feed-age =
                       (gl-feed-now-ticks - gl-feed-fd-written-ticks)
                           / 10000000
                   if gl-feed-stale-seconds > 0
                           and gl-feed-age > gl-feed-stale-seconds
                       move "S" to gl-feed-state
                   else
                       move "O" to gl-feed-state
                   end-if
               else
                   move "M" to gl-feed-state
               end-if
           end-if
           if gl-feed-state not = gl-feed-prev-state
               perform note-feed-state
           end-if
       .
      * the whole table is replaced; a file that will not open
      * (mid-rewrite, share away) keeps the last write time unset so
      * the next poll tries again
       read-data-feed.
           move 0 to gl-feed-loaded-ticks.
           open input gl-feed-file.
           if gl-feed-file-status not = "00"
               exit paragraph
           end-if
           move 0 to gl-feed-count.
           move "N" to gl-feed-eof.
           perform read-feed-line until gl-feed-at-eof.
           close gl-feed-file.
           move gl-feed-fd-written-ticks to gl-feed-loaded-ticks.
       .
       read-feed-line.
           read gl-feed-file into gl-feed-line
               at end
                   move "Y" to gl-feed-eof
                   exit paragraph
           end-read.
           move function trim(gl-feed-line leading) to gl-feed-line.
           if gl-feed-line = spaces or gl-feed-line(1:1) = "#"
               exit paragraph
           end-if
           if gl-feed-count >= gl-feed-entry-max
               exit paragraph
           end-if
           add 1 to gl-feed-count.
           move spaces to gl-feed-entry(gl-feed-count).
           move 1 to gl-feed-ptr.
           unstring gl-feed-line delimited by "="
               into gl-feed-key(gl-feed-count)
               with pointer gl-feed-ptr
           end-unstring.
           move function trim(gl-feed-key(gl-feed-count))
             to gl-feed-key(gl-feed-count).
      * no "=" at all runs the pointer off the end of the line
           if gl-feed-key(gl-feed-count) = spaces
                   or gl-feed-ptr > function length(gl-feed-line)
               subtract 1 from gl-feed-count
               exit paragraph
           end-if
           move function trim(gl-feed-line(gl-feed-ptr:))
             to gl-feed-value(gl-feed-count).
       .
       note-feed-state.
           move spaces to gl-log-line.
           move 1 to gl-feed-ptr.
           evaluate true
               when gl-feed-is-ok
                   move gl-feed-count to gl-feed-num-disp
                   string "data feed ok: " delimited by size
                          function trim(gl-feed-path)
                                           delimited by size
                          " keys=" delimited by size
                          function trim(gl-feed-num-disp)
                                           delimited by size
                     into gl-log-line
                     with pointer gl-feed-ptr
               when gl-feed-is-stale
                   compute gl-feed-num-disp = gl-feed-age / 60
                   string "data feed stale: " delimited by size
                          function trim(gl-feed-path)
                                           delimited by size
                          " last written " delimited by size
                          function trim(gl-feed-num-disp)
                                           delimited by size
                          " minutes ago - showing fallback text"
                                           delimited by size
                     into gl-log-line
                     with pointer gl-feed-ptr
               when other
                   string "data feed missing: " delimited by size
                          function trim(gl-feed-path)
                                           delimited by size
                          " - showing fallback text"
                                           delimited by size
                     into gl-log-line
                     with pointer gl-feed-ptr
           end-evaluate
           write gl-log-record from gl-log-line.
       .
       build-feed-state-text.
           evaluate true
               when gl-feed-is-ok
                   move "ok" to gl-feed-text
               when gl-feed-is-stale
                   move "stale" to gl-feed-text
               when other
                   move "missing" to gl-feed-text
           end-evaluate
       .
      * gl-text-string with each "{key}" / "{key|fallback}" swapped
      * for its feed value; an unclosed brace is drawn as written
       expand-feed-placeholders.
           move 0 to gl-feed-braces.
           inspect gl-text-string tallying gl-feed-braces for all "{".
           if gl-feed-braces = 0
               exit paragraph
           end-if
           move spaces to gl-feed-out.
           move 1 to gl-feed-out-ptr.
           move 1 to gl-feed-pos.
           perform expand-feed-step
               until gl-feed-pos > gl-text-max-chars.
           move gl-feed-out to gl-text-string.
       .
       expand-feed-step.
           if gl-text-string(gl-feed-pos:1) = "{"
               move 0 to gl-feed-close
               perform find-feed-close
                   varying gl-feed-scan from gl-feed-pos by 1
                   until gl-feed-scan > gl-text-max-chars
                      or gl-feed-close > 0
               if gl-feed-close > gl-feed-pos + 1
                   move spaces to gl-feed-token
                   move gl-text-string(gl-feed-pos + 1:
                            gl-feed-close - gl-feed-pos - 1)
                     to gl-feed-token
                   perform resolve-feed-token
                   if gl-feed-text not = spaces
                       string function trim(gl-feed-text)
                                           delimited by size
                         into gl-feed-out
                         with pointer gl-feed-out-ptr
                   end-if
                   compute gl-feed-pos = gl-feed-close + 1
                   exit paragraph
               end-if
           end-if
           if gl-feed-out-ptr <= gl-text-max-chars
               move gl-text-string(gl-feed-pos:1)
                 to gl-feed-out(gl-feed-out-ptr:1)
               add 1 to gl-feed-out-ptr
           end-if
           add 1 to gl-feed-pos.
       .
       find-feed-close.
           if gl-text-string(gl-feed-scan:1) = "}"
               move gl-feed-scan to gl-feed-close
           end-if
       .
      * "key" or "key|fallback" -> gl-feed-text
       resolve-feed-token.
           move spaces to gl-feed-want-key.
           move spaces to gl-feed-alt.
           unstring gl-feed-token delimited by "|"
               into gl-feed-want-key
                    gl-feed-alt
           end-unstring.
           move function trim(gl-feed-want-key) to gl-feed-want-key.
           move 0 to gl-feed-found.
           if gl-feed-is-ok
               perform match-feed-key
                   varying gl-feed-scan from 1 by 1
                   until gl-feed-scan > gl-feed-count
                      or gl-feed-found > 0
           end-if
           if gl-feed-found > 0
               move gl-feed-value(gl-feed-found) to gl-feed-text
           else
               if gl-feed-alt = spaces
                   move gl-feed-fallback to gl-feed-text
               else
                   move gl-feed-alt to gl-feed-text
               end-if
           end-if
       .
       match-feed-key.
           if gl-feed-key(gl-feed-scan) = gl-feed-want-key
               move gl-feed-scan to gl-feed-found
           end-if
       .
      * -captions file into the cue table; a line whose times do
      * not make sense is logged and skipped
       load-caption-file.
           if gl-cap-path = spaces
               exit paragraph
           end-if
           move 0 to gl-cap-cue-count.
           move 0 to gl-cap-bad-lines.
           move 0 to gl-cap-line-no.
           move "N" to gl-cap-eof.
           open input gl-cap-file.
           if gl-cap-file-status not = "00"
               move spaces to gl-log-line
               string "caption file not readable: " delimited by size
                      function trim(gl-cap-path) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           perform read-caption-line until gl-cap-at-eof.
           close gl-cap-file.
           if gl-cap-follow = space
               if gl-script-path = spaces
                   move "C" to gl-cap-follow
               else
                   move "S" to gl-cap-follow
               end-if
           end-if

           move spaces to gl-log-line.
           move 1 to gl-cap-ptr.
           move gl-cap-cue-count to gl-cap-num-disp.
           string "captions loaded, cues=" delimited by size
                  function trim(gl-cap-num-disp) delimited by size
                  " follow=" delimited by size
             into gl-log-line
             with pointer gl-cap-ptr.
           if gl-cap-follows-script
               string "script" delimited by size
                 into gl-log-line
                 with pointer gl-cap-ptr
           else
               string "campath" delimited by size
                 into gl-log-line
                 with pointer gl-cap-ptr
           end-if
           write gl-log-record from gl-log-line.
       .
       read-caption-line.
           read gl-cap-file into gl-cap-line
               at end
                   move "Y" to gl-cap-eof
                   exit paragraph
           end-read.
           add 1 to gl-cap-line-no.
           move function trim(gl-cap-line leading) to gl-cap-line.
           if gl-cap-line = spaces or gl-cap-line(1:1) = "#"
               exit paragraph
           end-if
           move spaces to gl-cap-tokens.
           move 1 to gl-cap-ptr.
           unstring gl-cap-line delimited by all space
               into gl-cap-token(1)
                    gl-cap-token(2)
               with pointer gl-cap-ptr
           end-unstring.
           if gl-cap-token(1) = "follow"
               evaluate gl-cap-token(2)
                   when "script"
                       move "S" to gl-cap-follow
                   when "campath"
                       move "C" to gl-cap-follow
                   when other
                       perform note-bad-caption-line
               end-evaluate
               exit paragraph
           end-if
           if gl-cap-cue-count >= gl-cap-cue-max
               perform note-bad-caption-line
               exit paragraph
           end-if
           add 1 to gl-cap-cue-count.
           compute gl-cap-cue-start(gl-cap-cue-count) =
               function numval(gl-cap-token(1)).
           compute gl-cap-cue-end(gl-cap-cue-count) =
               function numval(gl-cap-token(2)).
           move spaces to gl-cap-cue-text(gl-cap-cue-count).
           if gl-cap-ptr <= function length(gl-cap-line)
               move function trim(gl-cap-line(gl-cap-ptr:))
                 to gl-cap-cue-text(gl-cap-cue-count)
           end-if
           if gl-cap-cue-end(gl-cap-cue-count) <=
                   gl-cap-cue-start(gl-cap-cue-count)
                   or gl-cap-cue-text(gl-cap-cue-count) = spaces
               subtract 1 from gl-cap-cue-count
               perform note-bad-caption-line
           end-if
       .
       note-bad-caption-line.
           add 1 to gl-cap-bad-lines.
           move spaces to gl-log-line.
           move gl-cap-line-no to gl-cap-num-disp.
           string "caption line " delimited by size
                  function trim(gl-cap-num-disp) delimited by size
                  " ignored: " delimited by size
                  function trim(gl-cap-line) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
      * "captions" toggles, "captions on|off" sets
       switch-captions.
           evaluate gl-con-field-1
               when "on"
                   move "Y" to gl-cap-enabled
               when "off"
                   move "N" to gl-cap-enabled
               when spaces
                   if gl-cap-is-on
                       move "N" to gl-cap-enabled
                   else
                       move "Y" to gl-cap-enabled
                   end-if
               when other
                   move "usage: captions [on|off]" to gl-con-echo
                   exit paragraph
           end-evaluate
           move spaces to gl-con-echo.
           move 1 to gl-cap-ptr.
           if gl-cap-is-on
               string "captions on" delimited by size
                 into gl-con-echo
                 with pointer gl-cap-ptr
           else
               string "captions off" delimited by size
                 into gl-con-echo
                 with pointer gl-cap-ptr
           end-if
           if gl-cap-cue-count = 0
               string " (no caption file loaded)" delimited by size
                 into gl-con-echo
                 with pointer gl-cap-ptr
           end-if
       .
      * the caption due on the clock it follows, drawn by render-hud
      * on the caption window only
       draw-caption-band.
           if not gl-cap-is-on or gl-cap-cue-count = 0
               exit paragraph
           end-if
           if gl-cap-window > 0
               if gl-window-index not = gl-cap-window
                   exit paragraph
               end-if
           else
               if gl-window-index not = gl-wall-hud-window
                   exit paragraph
               end-if
           end-if
           if gl-fade-level > 0.5
               exit paragraph
           end-if
           if gl-cap-follows-script
               if gl-script-step-count = 0
                   exit paragraph
               end-if
               compute gl-cap-clock =
                   gl-elapsed-seconds - gl-script-base
           else
               if not gl-attract-is-active
                   exit paragraph
               end-if
               move gl-campath-clock to gl-cap-clock
           end-if
           move 0 to gl-cap-current.
           perform find-current-caption
               varying gl-cap-scan from 1 by 1
               until gl-cap-scan > gl-cap-cue-count
                  or gl-cap-current > 0.
           if gl-cap-current = 0
               exit paragraph
           end-if

           move gl-font-captions to gl-text-font.
           move gl-font-captions-size to gl-text-size.
           perform select-text-font.
           compute gl-text-line-step = gl-font-captions-size + 4.
           compute gl-cap-width = gl-text-screen-w - 32.
           if gl-cap-width < 80
               move 80 to gl-cap-width
           end-if
           move gl-cap-cue-text(gl-cap-current) to gl-cap-text.
           move 0 to gl-cap-len.
           perform measure-caption-char
               varying gl-cap-scan from 1 by 1
               until gl-cap-scan > function length(gl-cap-text).
           move gl-cap-text to gl-wrap-text.
           move gl-cap-len to gl-wrap-len.
           move gl-cap-width to gl-wrap-max-w.
           move 0 to gl-cap-wrap-count.
           move 1 to gl-cap-pos.
           perform wrap-caption-line
               until gl-cap-pos > gl-cap-len
                  or gl-cap-wrap-count >= gl-cap-line-max.

      * the band is cleared to black with the scissor box so the
      * text reads over any scene; GL counts rows from the bottom
           move gl-text-screen-w to gl-cap-band-w.
           compute gl-cap-band-h =
               gl-cap-wrap-count * gl-text-line-step + 16.
           call winapi "glEnable" using by value h"00000C11".
           call winapi "glScissor" using
               by value 0
               by value 0
               by value gl-cap-band-w
               by value gl-cap-band-h.
           call winapi "glClearColor" using
                                by value gl-cap-black
                                by value gl-cap-black
                                by value gl-cap-black
                                by value gl-cfg-clear-alpha.
           call winapi "glClear" using by value h"00004000".
           call winapi "glDisable" using by value h"00000C11".
           call winapi "glClearColor" using
                                by value gl-cfg-clear-red
                                by value gl-cfg-clear-green
                                by value gl-cfg-clear-blue
                                by value gl-cfg-clear-alpha.

           perform draw-caption-line
               varying gl-cap-wrap-index from 1 by 1
               until gl-cap-wrap-index > gl-cap-wrap-count.
       .
       find-current-caption.
           if gl-cap-clock >= gl-cap-cue-start(gl-cap-scan)
                   and gl-cap-clock < gl-cap-cue-end(gl-cap-scan)
               move gl-cap-scan to gl-cap-current
           end-if
       .
       measure-caption-char.
           if gl-cap-text(gl-cap-scan:1) not = space
               move gl-cap-scan to gl-cap-len
           end-if
       .
      * takes the longest run from gl-cap-pos that fits the band's
      * width in pixels and ends at a word boundary, or a hard break
      * for a word wider than the band; a last line that still does
      * not fit is cut at the width
       wrap-caption-line.
           move gl-cap-pos to gl-wrap-pos.
           perform fit-wrap-run.
           move gl-wrap-take to gl-cap-take.
           add 1 to gl-cap-wrap-count.
           move spaces to gl-cap-wrap-text(gl-cap-wrap-count).
           move gl-cap-text(gl-cap-pos:gl-cap-take)
             to gl-cap-wrap-text(gl-cap-wrap-count).
           move gl-cap-take to gl-cap-wrap-len(gl-cap-wrap-count).
           add gl-cap-take to gl-cap-pos.
           perform skip-caption-space
               until gl-cap-pos > gl-cap-len
                  or gl-cap-text(gl-cap-pos:1) not = space.
       .
       skip-caption-space.
           add 1 to gl-cap-pos.
       .
       draw-caption-line.
           move gl-cap-wrap-text(gl-cap-wrap-index) to gl-text-string.
           perform measure-text-width.
           compute gl-text-x = (gl-text-screen-w - gl-text-width) / 2.
           compute gl-text-y = gl-text-screen-h - gl-cap-band-h + 8 +
               (gl-cap-wrap-index - 1) * gl-text-line-step.
           perform draw-text.
       .
      * each window owns its view: the visitor's fly camera by
      * default, or the fixed/top-down definition the scene file
      * gave that window. A video-wall tile always shows the fly
      * camera, through its own slice of the wall's frustum
       build-view-proj-matrices.
           if gl-wall-is-on and gl-wall-col(gl-window-index) > 0
               perform build-fly-window-view
               perform build-wall-projection
               exit paragraph
           end-if
           evaluate true
               when gl-wincam-is-fixed(gl-window-index)
                   perform build-fixed-window-view
           perform gl-math-perspective.
           move gl-math-mat4-out to gl-mat4-proj.
       .
      * the whole wall is one symmetric frustum at the camera's field
      * of view; this window's tile cuts its own rectangle out of the
      * near plane, the bezel gaps included in the measurements
       build-wall-projection.
           move gl-window-index to gl-wall-index.
           perform measure-wall-tile.
           move 0.1 to gl-math-near.
           move 100.0 to gl-math-far.
           compute gl-math-aspect = gl-wall-total-w / gl-wall-total-h.
           compute gl-wall-half-h = gl-math-near *
               function tan(gl-math-fov * 0.0174532925 / 2.0).
           compute gl-wall-half-w = gl-wall-half-h * gl-math-aspect.
           compute gl-math-left = 0 - gl-wall-half-w +
               2.0 * gl-wall-half-w * gl-wall-x0 / gl-wall-total-w.
           compute gl-math-right = 0 - gl-wall-half-w +
               2.0 * gl-wall-half-w * (gl-wall-x0 + gl-wall-tile-w) /
               gl-wall-total-w.
           compute gl-math-top = gl-wall-half-h -
               2.0 * gl-wall-half-h * gl-wall-y0 / gl-wall-total-h.
           compute gl-math-bottom = gl-wall-half-h -
               2.0 * gl-wall-half-h * (gl-wall-y0 + gl-wall-tile-h) /
               gl-wall-total-h.
           perform gl-math-frustum.
           move gl-math-mat4-out to gl-mat4-proj.
       .
      * tile size, whole-wall size and the tile's top-left corner in
      * wall pixels for window gl-wall-index
       measure-wall-tile.
           if gl-window-width(gl-wall-index) > 0
                   and gl-window-height(gl-wall-index) > 0
               move gl-window-width(gl-wall-index) to gl-wall-tile-w
               move gl-window-height(gl-wall-index) to gl-wall-tile-h
           else
               move gl-cfg-width to gl-wall-tile-w
               move gl-cfg-height to gl-wall-tile-h
           end-if
           compute gl-wall-total-w = gl-wall-cols * gl-wall-tile-w +
               (gl-wall-cols - 1) * gl-wall-bezel-x.
           compute gl-wall-total-h = gl-wall-rows * gl-wall-tile-h +
               (gl-wall-rows - 1) * gl-wall-bezel-y.
           compute gl-wall-x0 = (gl-wall-col(gl-wall-index) - 1) *
               (gl-wall-tile-w + gl-wall-bezel-x).
           compute gl-wall-y0 = (gl-wall-row(gl-wall-index) - 1) *
               (gl-wall-tile-h + gl-wall-bezel-y).
       .
       build-fly-window-view.
      * eye comes from the interpolated render position so motion
      * stays smooth between fixed simulation steps; gl-spin-angle
           else
               compute gl-cull-aspect = gl-cfg-width / gl-cfg-height
           end-if
      * a wall tile culls against the whole wall's cone - wider than
      * its slice, never narrower
           if gl-wall-is-on and gl-wall-col(gl-window-index) > 0
               move gl-math-aspect to gl-cull-aspect
           end-if
           perform classify-scene-object
               varying gl-scene-draw-index from 1 by 1
               until gl-scene-draw-index > gl-scene-object-count.
               move "N" to gl-scene-obj-blend(gl-scene-draw-index)
               exit paragraph
           end-if
           move gl-scene-draw-index to gl-lod-obj.
           move gl-view-eye-x to gl-lod-eye-x.
           move gl-view-eye-y to gl-lod-eye-y.
           move gl-view-eye-z to gl-lod-eye-z.
           perform select-object-lod.
           move gl-lod-texture to gl-scene-found-index.
           if gl-scene-obj-opacity(gl-scene-draw-index) < 0.999
                   or gl-texture-has-alpha(gl-scene-found-index)
               move "Y" to gl-scene-obj-blend(gl-scene-draw-index)
               move gl-scene-draw-index
                 to gl-blend-obj(gl-blend-count)
               compute gl-blend-dist(gl-blend-count) =
                   (gl-scene-obj-world-x(gl-scene-draw-index) -
                       gl-view-eye-x) ** 2 +
                   (gl-scene-obj-world-y(gl-scene-draw-index) -
                       gl-view-eye-y) ** 2 +
                   (gl-scene-obj-world-z(gl-scene-draw-index) -
                       gl-view-eye-z) ** 2
           else
               move "N" to gl-scene-obj-blend(gl-scene-draw-index)
      * models that overhang the unit box; anything behind the eye
      * or outside the widened cone is skipped by both draw passes
       cull-test-object.
           move gl-scene-obj-world-sx(gl-scene-draw-index)
             to gl-cull-radius.
           if gl-scene-obj-world-sy(gl-scene-draw-index) >
                   gl-cull-radius
               move gl-scene-obj-world-sy(gl-scene-draw-index)
                 to gl-cull-radius
           end-if
           if gl-scene-obj-world-sz(gl-scene-draw-index) >
                   gl-cull-radius
               move gl-scene-obj-world-sz(gl-scene-draw-index)
                 to gl-cull-radius
           end-if
           compute gl-cull-radius = gl-cull-radius * 1.5.

           compute gl-cull-vx =
               gl-mat4-view-elem(1) *
                   gl-scene-obj-world-x(gl-scene-draw-index) +
               gl-mat4-view-elem(5) *
                   gl-scene-obj-world-y(gl-scene-draw-index) +
               gl-mat4-view-elem(9) *
                   gl-scene-obj-world-z(gl-scene-draw-index) +
               gl-mat4-view-elem(13).
           compute gl-cull-vy =
               gl-mat4-view-elem(2) *
                   gl-scene-obj-world-x(gl-scene-draw-index) +
               gl-mat4-view-elem(6) *
                   gl-scene-obj-world-y(gl-scene-draw-index) +
               gl-mat4-view-elem(10) *
                   gl-scene-obj-world-z(gl-scene-draw-index) +
               gl-mat4-view-elem(14).
           compute gl-cull-vz =
               gl-mat4-view-elem(3) *
                   gl-scene-obj-world-x(gl-scene-draw-index) +
               gl-mat4-view-elem(7) *
                   gl-scene-obj-world-y(gl-scene-draw-index) +
               gl-mat4-view-elem(11) *
                   gl-scene-obj-world-z(gl-scene-draw-index) +
               gl-mat4-view-elem(15).

           move "Y" to gl-scene-obj-visible(gl-scene-draw-index).
           if gl-scene-obj-is-label(gl-scene-index)
               exit paragraph
           end-if
           move gl-scene-index to gl-lod-obj.
           move gl-view-eye-x to gl-lod-eye-x.
           move gl-view-eye-y to gl-lod-eye-y.
           move gl-view-eye-z to gl-lod-eye-z.
           perform select-object-lod.
           if gl-is-bench
               add 1 to gl-bench-lod-draws(gl-lod-level + 1)
           end-if
           if gl-scene-obj-is-billboard(gl-scene-index)
                   or gl-lod-is-billboard
               perform build-billboard-model
           else
               perform build-object-model

           perform upload-scene-uniforms.

           move gl-lod-texture to gl-scene-found-index.
           call winapi "glBindTexture" using
               by value h"00000DE1"
               by value gl-win-texture-slot-id
                   (gl-window-index, gl-scene-found-index).
           move gl-lod-mesh to gl-scene-found-index.
           call winapi gl-bind-vertex-array-func using
               by value gl-win-mesh-vao
                   (gl-window-index, gl-scene-found-index).
               by value h"00001405"
               by value 0.
       .
      * the level of detail gl-lod-obj is drawn at as seen from the
      * gl-lod-eye point: the last step whose distance has been
      * reached, or level zero - the object's own mesh and texture
       select-object-lod.
           move 0 to gl-lod-level.
           move gl-scene-obj-mesh(gl-lod-obj) to gl-lod-mesh.
           move gl-scene-obj-texture(gl-lod-obj) to gl-lod-texture.
           move "M" to gl-lod-kind.
           if gl-scene-obj-lod-count(gl-lod-obj) = 0
               exit paragraph
           end-if
           compute gl-lod-dist2 =
               (gl-scene-obj-world-x(gl-lod-obj) - gl-lod-eye-x) ** 2 +
               (gl-scene-obj-world-y(gl-lod-obj) - gl-lod-eye-y) ** 2 +
               (gl-scene-obj-world-z(gl-lod-obj) - gl-lod-eye-z) ** 2.
           perform select-lod-step
               varying gl-lod-scan from 1 by 1
               until gl-lod-scan > gl-scene-obj-lod-count(gl-lod-obj).
       .
       select-lod-step.
           if gl-lod-dist2 <
                   gl-scene-obj-lod-dist(gl-lod-obj, gl-lod-scan) ** 2
               exit paragraph
           end-if
           move gl-lod-scan to gl-lod-level.
           move gl-scene-obj-lod-mesh(gl-lod-obj, gl-lod-scan)
             to gl-lod-mesh.
           move gl-scene-obj-lod-kind(gl-lod-obj, gl-lod-scan)
             to gl-lod-kind.
           move gl-scene-obj-texture(gl-lod-obj) to gl-lod-texture.
           if gl-scene-obj-lod-texture(gl-lod-obj, gl-lod-scan) > 0
               move gl-scene-obj-lod-texture(gl-lod-obj, gl-lod-scan)
                 to gl-lod-texture
           end-if
       .
      * the combined parent-chain transform from the last
      * refresh-scene-world
       build-object-model.
           move gl-scene-obj-world-mat(gl-scene-index)
             to gl-mat4-model.
       .
      * the object's own pose as a matrix; global spin turns only
      * root objects - children inherit it through their parent
       build-local-model.
           move gl-scene-obj-scale-x(gl-world-obj) to gl-math-a-x.
           move gl-scene-obj-scale-y(gl-world-obj) to gl-math-a-y.
           move gl-scene-obj-scale-z(gl-world-obj) to gl-math-a-z.
           perform gl-math-scale.
           move gl-math-mat4-out to gl-mat4-model.

           move gl-scene-obj-rot-z(gl-world-obj) to gl-math-angle.
           perform gl-math-rotate-z.
           perform pre-multiply-model.
           if gl-scene-obj-parent(gl-world-obj) = 0
               compute gl-math-angle =
                   gl-scene-obj-rot-y(gl-world-obj) + gl-spin-angle
           else
               move gl-scene-obj-rot-y(gl-world-obj) to gl-math-angle
           end-if
           perform gl-math-rotate-y.
           perform pre-multiply-model.
           move gl-scene-obj-rot-x(gl-world-obj) to gl-math-angle.
           perform gl-math-rotate-x.
           perform pre-multiply-model.

           move gl-scene-obj-pos-x(gl-world-obj) to gl-math-a-x.
           move gl-scene-obj-pos-y(gl-world-obj) to gl-math-a-y.
           move gl-scene-obj-pos-z(gl-world-obj) to gl-math-a-z.
           perform gl-math-translate.
           perform pre-multiply-model.
       .
      * world transforms for every object, roots first and then one
      * depth level at a time, so a parent is always current before
      * its children; runs once a frame after the render-state
      * interpolation and whenever a scene has just been loaded
       refresh-scene-world.
           perform refresh-world-level
               varying gl-world-depth from 0 by 1
               until gl-world-depth > gl-world-depth-max.
       .
       refresh-world-level.
           perform refresh-object-world
               varying gl-world-obj from 1 by 1
               until gl-world-obj > gl-scene-object-count.
       .
       refresh-object-world.
           if gl-scene-obj-depth(gl-world-obj) not = gl-world-depth
               exit paragraph
           end-if
           perform build-local-model.
           if gl-scene-obj-parent(gl-world-obj) = 0
               move gl-mat4-model
                 to gl-scene-obj-world-mat(gl-world-obj)
           else
               move gl-scene-obj-parent(gl-world-obj) to gl-world-scan
               move gl-scene-obj-world-mat(gl-world-scan)
                 to gl-math-mat4-a
               move gl-mat4-model to gl-math-mat4-b
               perform gl-math-multiply
               move gl-math-mat4-out
                 to gl-scene-obj-world-mat(gl-world-obj)
           end-if
           move gl-scene-obj-world-elem(gl-world-obj, 13)
             to gl-scene-obj-world-x(gl-world-obj).
           move gl-scene-obj-world-elem(gl-world-obj, 14)
             to gl-scene-obj-world-y(gl-world-obj).
           move gl-scene-obj-world-elem(gl-world-obj, 15)
             to gl-scene-obj-world-z(gl-world-obj).
      * axis scales are the lengths of the basis columns
           compute gl-scene-obj-world-sx(gl-world-obj) = function sqrt(
               gl-scene-obj-world-elem(gl-world-obj, 1) ** 2
               + gl-scene-obj-world-elem(gl-world-obj, 2) ** 2
               + gl-scene-obj-world-elem(gl-world-obj, 3) ** 2).
           compute gl-scene-obj-world-sy(gl-world-obj) = function sqrt(
               gl-scene-obj-world-elem(gl-world-obj, 5) ** 2
               + gl-scene-obj-world-elem(gl-world-obj, 6) ** 2
               + gl-scene-obj-world-elem(gl-world-obj, 7) ** 2).
           compute gl-scene-obj-world-sz(gl-world-obj) = function sqrt(
               gl-scene-obj-world-elem(gl-world-obj, 9) ** 2
               + gl-scene-obj-world-elem(gl-world-obj, 10) ** 2
               + gl-scene-obj-world-elem(gl-world-obj, 11) ** 2).
       .
      * model matrix straight from the rendering window's view
      * basis (the same trick the particle quads use through
      * u_right/u_up), so the sprite faces whichever camera this
       build-billboard-model.
           perform gl-math-zero-mat4-out.
           compute gl-math-out-elem(1) = gl-view-right-x *
               gl-scene-obj-world-sx(gl-scene-index).
           compute gl-math-out-elem(2) = gl-view-right-y *
               gl-scene-obj-world-sx(gl-scene-index).
           compute gl-math-out-elem(3) = gl-view-right-z *
               gl-scene-obj-world-sx(gl-scene-index).
           compute gl-math-out-elem(5) = gl-view-up-x *
               gl-scene-obj-world-sy(gl-scene-index).
           compute gl-math-out-elem(6) = gl-view-up-y *
               gl-scene-obj-world-sy(gl-scene-index).
           compute gl-math-out-elem(7) = gl-view-up-z *
               gl-scene-obj-world-sy(gl-scene-index).
           compute gl-math-out-elem(9) = 0 - gl-view-front-x *
               gl-scene-obj-world-sz(gl-scene-index).
           compute gl-math-out-elem(10) = 0 - gl-view-front-y *
               gl-scene-obj-world-sz(gl-scene-index).
           compute gl-math-out-elem(11) = 0 - gl-view-front-z *
               gl-scene-obj-world-sz(gl-scene-index).
           move gl-scene-obj-world-x(gl-scene-index)
             to gl-math-out-elem(13).
           move gl-scene-obj-world-y(gl-scene-index)
             to gl-math-out-elem(14).
           move gl-scene-obj-world-z(gl-scene-index)
             to gl-math-out-elem(15).
           move 1.0 to gl-math-out-elem(16).
           move gl-math-mat4-out to gl-mat4-model.
               (2 * gl-math-far * gl-math-near) /
               (gl-math-near - gl-math-far).
       .
      * general perspective frustum from the near-plane rectangle in
      * gl-math-left/right/bottom/top; with a centered rectangle it
      * is the same matrix gl-math-perspective builds
       gl-math-frustum.
           perform gl-math-zero-mat4-out.
           compute gl-math-out-elem(1) =
               2.0 * gl-math-near / (gl-math-right - gl-math-left).
           compute gl-math-out-elem(6) =
               2.0 * gl-math-near / (gl-math-top - gl-math-bottom).
           compute gl-math-out-elem(9) =
               (gl-math-right + gl-math-left) /
               (gl-math-right - gl-math-left).
           compute gl-math-out-elem(10) =
               (gl-math-top + gl-math-bottom) /
               (gl-math-top - gl-math-bottom).
           compute gl-math-out-elem(11) =
               (gl-math-far + gl-math-near) /
               (gl-math-near - gl-math-far).
           move -1.0 to gl-math-out-elem(12).
           compute gl-math-out-elem(15) =
               (2 * gl-math-far * gl-math-near) /
               (gl-math-near - gl-math-far).
       .
      * symmetric orthographic projection: gl-math-extent half-width
      * and half-height, gl-math-near/gl-math-far the depth range
       gl-math-ortho.
                      function trim(gl-shader-path) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               perform raise-fallback-alert
               perform load-fallback-shader-source
           else
               perform read-shader-line until gl-shader-at-eof
           move 24             to gl-cfg-color-bits.
           move 24             to gl-cfg-depth-bits.
           move 8              to gl-cfg-stencil-bits.
           perform init-default-font.
       .
       parse-command-line.
           move spaces to gl-cmd-line.
                   when "-heartbeat"
                       perform read-command-line-value
                       move gl-cmd-value to gl-heartbeat-path
                   when "-snapshotseconds"
                       perform read-command-line-value
                       compute gl-snap-every =
                           function numval(gl-cmd-value)
                       if gl-snap-every < 0
                           move 0 to gl-snap-every
                       end-if
                   when "-feed"
                       perform read-command-line-value
                       move gl-cmd-value to gl-feed-path
                   when "-feedseconds"
                       perform read-command-line-value
                       compute gl-feed-every =
                           function numval(gl-cmd-value)
                       if gl-feed-every < 1
                           move 1 to gl-feed-every
                       end-if
                   when "-feedstale"
                       perform read-command-line-value
                       compute gl-feed-stale-seconds =
                           function numval(gl-cmd-value) * 60
                       if gl-feed-stale-seconds < 0
                           move 0 to gl-feed-stale-seconds
                       end-if
                   when "-feedfallback"
                       perform read-command-line-value
                       move gl-cmd-value to gl-feed-fallback
                   when "-heartbeatseconds"
                       perform read-command-line-value
                       compute gl-heartbeat-every =
                   when "-camerapath"
                       perform read-command-line-value
                       move gl-cmd-value to gl-campath-path
                   when "-captions"
                       perform read-command-line-value
                       move gl-cmd-value to gl-cap-path
                   when "-captionwindow"
                       perform read-command-line-value
                       compute gl-cap-window =
                           function numval(gl-cmd-value)
                       if gl-cap-window < 0
                               or gl-cap-window > gl-window-max
                           move 0 to gl-cap-window
                       end-if
                   when "-idleminutes"
                       perform read-command-line-value
                       compute gl-idle-limit-seconds =
                       perform read-command-line-value
                       move "P" to gl-record-mode
                       move gl-cmd-value to gl-record-path
                   when "-convert"
                       perform read-command-line-value
                       move "Y" to gl-conv-mode
                       move gl-cmd-value to gl-record-path
                   when "-convertpath"
                       perform read-command-line-value
                       move gl-cmd-value to gl-conv-path-out
                   when "-convertscript"
                       perform read-command-line-value
                       move gl-cmd-value to gl-conv-script-out
                   when "-converttolerance"
                       perform read-command-line-value
                       compute gl-conv-tolerance =
                           function numval(gl-cmd-value)
                       if gl-conv-tolerance < 0.001
                           move 0.001 to gl-conv-tolerance
                       end-if
                   when "-novsync"
                       move 0 to gl-swap-interval
                   when "-monitor"
                       if gl-gov-floor < 0
                           move 0 to gl-gov-floor
                       end-if
                   when "-lowfpsalert"
                       perform read-command-line-value
                       move function numval(gl-cmd-value)
                         to gl-evt-low-limit
                       if gl-evt-low-limit < 1
                           move 1 to gl-evt-low-limit
                       end-if
                   when "-glerroralert"
                       perform read-command-line-value
                       move function numval(gl-cmd-value)
                         to gl-evt-glerr-limit
                       if gl-evt-glerr-limit < 0
                           move 0 to gl-evt-glerr-limit
                       end-if
                   when "-noeventlog"
                       move "N" to gl-evt-mode
                   when "-manifest"
                       perform read-command-line-value
                       move "W" to gl-manifest-mode
                       move gl-cmd-value to gl-manifest-path
                       move "Y" to gl-scene-soft-errors
                   when "-verifymanifest"
                       perform read-command-line-value
                       move "V" to gl-manifest-mode
                       move gl-cmd-value to gl-manifest-path
                       move "Y" to gl-scene-soft-errors
                   when "-budget"
                       perform read-command-line-value
                       move "Y" to gl-budget-mode
                       move "Y" to gl-scene-soft-errors
                       if function numval(gl-cmd-value) >= 1
                           move function numval(gl-cmd-value)
                             to gl-budget-limit-mb
                       end-if
                   when "-logdays"
                       perform read-command-line-value
                       move function numval(gl-cmd-value)
                         to gl-arch-days
                       if gl-arch-days < 0
                           move 0 to gl-arch-days
                       end-if
                   when "-budgettexture"
                       perform read-command-line-value
                       move function numval(gl-cmd-value)
                         to gl-budget-texture-mb
                       if gl-budget-texture-mb < 0
                           move 0 to gl-budget-texture-mb
                       end-if
                   when "-heatmap"
                       perform read-command-line-value
                       move "Y" to gl-heat-mode
                       move spaces to gl-heat-from
                       move spaces to gl-heat-to
                       unstring gl-cmd-value delimited by "-"
                           into gl-heat-from
                                gl-heat-to
                       end-unstring
                   when "-lang"
                       perform read-command-line-value
                       move function lower-case(gl-cmd-value)
                         to gl-lang-code
                   when "-goldencheck"
                       move "C" to gl-golden-mode
                   when "-goldenwrite"
                       move "W" to gl-golden-mode
                   when "-goldenimage"
                       perform read-command-line-value
                       move gl-cmd-value to gl-golden-image
                   when "-benchhistory"
                       perform read-command-line-value
                       move gl-cmd-value to gl-bench-hist-path
                   when "-goldentolerance"
                       perform read-command-line-value
                       move function numval(gl-cmd-value)
                       perform clear-bench-histogram
                           varying gl-bench-bucket from 1 by 1
                           until gl-bench-bucket > 1000
                   when "-profile"
                       move "Y" to gl-profile-mode
                       initialize gl-prof-table
                   when "-benchseconds"
                       perform read-command-line-value
                       move function numval(gl-cmd-value)
                       perform read-command-line-value
                       move function numval(gl-cmd-value)
                         to gl-cfg-clear-alpha
                   when "-wall"
                       perform read-command-line-value
                       move gl-cmd-value to gl-wall-path
                   when "-windows"
                       perform read-command-line-value
                       move function numval(gl-cmd-value)
      * restored rectangle (or fullscreen toggle) would make the
      * deterministic golden frame depend on local layout state
           if gl-is-selftest or gl-is-validate
                   or gl-golden-mode not = "N" or gl-is-heatmap
               exit paragraph
           end-if
           move "N" to gl-layout-eof.
               move "Y" to gl-layout-rect-ok
           end-if
       .
      * reads the -wall file; like layout.txt it is ignored by the
      * validation runs, whose frames must not depend on the local
      * screen arrangement. Bad lines are logged and skipped; the
      * wall only switches on when at least one tile fits the grid,
      * and opens as many windows as the highest tile needs
       load-wall-layout.
           if gl-wall-path = spaces
               exit paragraph
           end-if
           if gl-is-selftest or gl-is-validate
                   or gl-golden-mode not = "N" or gl-is-heatmap
               exit paragraph
           end-if
           move "N" to gl-wall-eof.
           move 0 to gl-wall-line-count.
           open input gl-wall-file.
           if gl-wall-file-status not = "00"
               move spaces to gl-log-line
               string "video wall file not readable: "
                                       delimited by size
                      function trim(gl-wall-path) delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           perform read-wall-line until gl-wall-at-eof.
           close gl-wall-file.

           move 0 to gl-wall-tile-count.
           perform check-wall-tile
               varying gl-wall-index from 1 by 1
               until gl-wall-index > gl-window-max.
           if gl-wall-tile-count = 0
               move "video wall has no usable tile - ignored"
                 to gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           if gl-wall-hud-window < 1
                   or gl-wall-hud-window > gl-window-max
               move 1 to gl-wall-hud-window
           end-if
           if gl-wall-col(gl-wall-hud-window) = 0
               perform find-wall-hud-tile
                   varying gl-wall-index from gl-window-count by -1
                   until gl-wall-index < 1
           end-if
           move "Y" to gl-wall-mode.

           move spaces to gl-log-line.
           move 1 to temp-num.
           move gl-wall-cols to gl-wall-num-disp.
           string "video wall " delimited by size
                  function trim(gl-wall-num-disp) delimited by size
                  "x" delimited by size
             into gl-log-line
             with pointer temp-num.
           move gl-wall-rows to gl-wall-num-disp.
           string function trim(gl-wall-num-disp) delimited by size
                  ", tiles=" delimited by size
             into gl-log-line
             with pointer temp-num.
           move gl-wall-tile-count to gl-wall-num-disp.
           string function trim(gl-wall-num-disp) delimited by size
                  ", hud on window " delimited by size
             into gl-log-line
             with pointer temp-num.
           move gl-wall-hud-window to gl-wall-num-disp.
           string function trim(gl-wall-num-disp) delimited by size
             into gl-log-line
             with pointer temp-num.
           write gl-log-record from gl-log-line.
       .
       read-wall-line.
           read gl-wall-file
               at end
                   move "Y" to gl-wall-eof
               not at end
                   add 1 to gl-wall-line-count
                   perform parse-wall-line
           end-read
       .
       parse-wall-line.
           move spaces to gl-wall-tokens.
           unstring gl-wall-line delimited by all space
               into gl-wall-token(1)
                    gl-wall-token(2)
                    gl-wall-token(3)
                    gl-wall-token(4)
           end-unstring.
           if gl-wall-token(1) = spaces
                   or gl-wall-token(1)(1:1) = "#"
               exit paragraph
           end-if
           evaluate gl-wall-token(1)
               when "grid"
                   if gl-wall-token(3) = spaces
                       perform log-wall-line-skipped
                       exit paragraph
                   end-if
                   compute gl-wall-cols =
                       function numval(gl-wall-token(2))
                   compute gl-wall-rows =
                       function numval(gl-wall-token(3))
                   if gl-wall-cols < 1 or gl-wall-rows < 1
                       move 1 to gl-wall-cols
                       move 1 to gl-wall-rows
                       perform log-wall-line-skipped
                   end-if
               when "bezel"
                   if gl-wall-token(2) = spaces
                       perform log-wall-line-skipped
                       exit paragraph
                   end-if
                   compute gl-wall-bezel-x =
                       function numval(gl-wall-token(2))
      * one figure covers both directions
                   if gl-wall-token(3) = spaces
                       move gl-wall-bezel-x to gl-wall-bezel-y
                   else
                       compute gl-wall-bezel-y =
                           function numval(gl-wall-token(3))
                   end-if
                   if gl-wall-bezel-x < 0
                       move 0 to gl-wall-bezel-x
                   end-if
                   if gl-wall-bezel-y < 0
                       move 0 to gl-wall-bezel-y
                   end-if
               when "tile"
                   if gl-wall-token(4) = spaces
                       perform log-wall-line-skipped
                       exit paragraph
                   end-if
                   compute gl-wall-index =
                       function numval(gl-wall-token(2))
                   if gl-wall-index < 1 or gl-wall-index > gl-window-max
                       perform log-wall-line-skipped
                       exit paragraph
                   end-if
                   compute gl-wall-col(gl-wall-index) =
                       function numval(gl-wall-token(3))
                   compute gl-wall-row(gl-wall-index) =
                       function numval(gl-wall-token(4))
               when "hud"
                   if gl-wall-token(2) = spaces
                       perform log-wall-line-skipped
                       exit paragraph
                   end-if
                   compute gl-wall-hud-window =
                       function numval(gl-wall-token(2))
               when other
                   perform log-wall-line-skipped
           end-evaluate
       .
      * a tile outside the grid is dropped; the others make sure
      * their window gets opened
       check-wall-tile.
           if gl-wall-col(gl-wall-index) = 0
               exit paragraph
           end-if
           if gl-wall-col(gl-wall-index) < 1
                   or gl-wall-col(gl-wall-index) > gl-wall-cols
                   or gl-wall-row(gl-wall-index) < 1
                   or gl-wall-row(gl-wall-index) > gl-wall-rows
               move 0 to gl-wall-col(gl-wall-index)
               move 0 to gl-wall-row(gl-wall-index)
               move spaces to gl-log-line
               move gl-wall-index to gl-wall-num-disp
               string "video wall tile for window " delimited by size
                      function trim(gl-wall-num-disp) delimited by size
                      " outside the grid - ignored" delimited by size
                 into gl-log-line
               write gl-log-record from gl-log-line
               exit paragraph
           end-if
           add 1 to gl-wall-tile-count.
           if gl-wall-index > gl-window-count
               move gl-wall-index to gl-window-count
           end-if
       .
      * the named HUD window is not on the wall: fall back to the
      * lowest-numbered tile
       find-wall-hud-tile.
           if gl-wall-col(gl-wall-index) > 0
               move gl-wall-index to gl-wall-hud-window
           end-if
       .
       log-wall-line-skipped.
           move spaces to gl-log-line.
           move gl-wall-line-count to gl-wall-num-disp.
           string "video wall line " delimited by size
                  function trim(gl-wall-num-disp) delimited by size
                  " skipped: " delimited by size
                  function trim(gl-wall-line) delimited by size
             into gl-log-line.
           write gl-log-record from gl-log-line.
       .
       save-window-layout.
           open output gl-layout-file.
           if gl-layout-file-status not = "00"
           open output gl-crash-file.
           write gl-crash-record from gl-crash-marker-line.
           close gl-crash-file.
           move "fatal-error" to gl-run-reason.
           perform write-run-end.

      * full post-mortem for first-line support - everything worth
      * knowing without driving out to the kiosk
           perform write-crash-report.
           perform raise-fatal-alert.

           if gl-is-dummy-window-live
               call winapi "wglMakeCurrent" using by value 0
           end-if
           exit.

       GetEventLogFunctions section.
           call winapi "LoadLibraryA" using by reference
             "advapi32.dll" & c-null
                                returning gl-advapi32-lib.

           if gl-advapi32-lib not = null
               call winapi "GetProcAddress" using
                   by value gl-advapi32-lib
                   by reference "RegisterEventSourceA" & c-null
                   returning gl-register-event-source-func
               call winapi "GetProcAddress" using
                   by value gl-advapi32-lib
                   by reference "ReportEventA" & c-null
                   returning gl-report-event-func
           end-if
           if gl-register-event-source-func not = null
                   and gl-report-event-func not = null
               call winapi gl-register-event-source-func using
                   by value 0
                   by reference "CobolGL" & c-null
                   returning gl-evt-source
           end-if
           exit.

       GetAudioFunctions section.
           call winapi "LoadLibraryA" using by reference
             "winmm.dll" & c-null
