       identification division.
       program-id. "SceneCompare".

      * change list between two versions of a scene file for the
      * exhibit sign-off step. Both files are read with the keyword
      * rules parse-scene-line uses and objects are matched by name;
      * the report lists added and removed objects, mesh / texture /
      * kind / label / action changes, position, rotation and scale
      * moves beyond -tolerance, tint and opacity changes, track key
      * differences, and light, emitter and camera-line differences.
      * Include, prefab, place and free-standing sound lines are
      * compared as written, an object's own sound line with the
      * object; font and textfont lines match by font name and role
      * and a label's labelfont goes with the label -
      * included files are not opened, a prefab block is compared as
      * its text and the n-th placement of a prefab against the n-th
      * placement on the other side. Poses of objects with a parent
      * line are compared as written, i.e. relative to the parent.
      * Lines the kiosk itself would reject are noted, not fatal.
      *
      *   SceneCompare <old-scene> <new-scene> [-tolerance n]
      *                [-report file]
      *
      * return code 0 = no differences, 1 = differences listed,
      * 2 = a scene file could not be read

       environment division.
       input-output section.
       file-control.
           select gl-cmp-scene-file assign to gl-cmp-scene-path
               organization is line sequential
               file status is gl-cmp-scene-status.
           select gl-cmp-report-file assign to gl-cmp-report-path
               organization is line sequential
               file status is gl-cmp-report-status.

       data division.
       file section.
       fd  gl-cmp-scene-file.
       01 gl-cmp-scene-line pic x(512).
       fd  gl-cmp-report-file.
       01 gl-cmp-report-record pic x(320).

       working-storage section.
       78 gl-cmp-object-max  value 64.
       78 gl-cmp-key-max     value 128.
       78 gl-cmp-light-max   value 4.
       78 gl-cmp-emitter-max value 8.
       78 gl-cmp-window-max  value 4.
       78 gl-cmp-directive-max value 64.

       01 gl-cmp-scene-path  pic x(256).
       01 gl-cmp-report-path pic x(256) value "scene-compare.txt".
       01 gl-cmp-scene-status  pic x(2).
       01 gl-cmp-report-status pic x(2).
       01 gl-cmp-file-names.
           05 gl-cmp-file-name pic x(256) occurs 2 times.
       01 gl-cmp-side-label-table.
           05 filler pic x(3) value "old".
           05 filler pic x(3) value "new".
       01 filler redefines gl-cmp-side-label-table.
           05 gl-cmp-side-label pic x(3) occurs 2 times.
       01 gl-cmp-tolerance usage comp-2 value 0.001.

       01 gl-cmd-line  pic x(256).
       01 gl-cmd-ptr   pic s9(9) comp-5.
       01 gl-cmd-token pic x(64).
       01 gl-cmd-value pic x(64).
       01 gl-cmd-eof   pic x value "N".
           88 gl-cmd-at-eof value "Y".
       01 gl-cmp-file-arg pic s9(9) comp-5 value 0.

      * both scenes as parsed, side 1 = old, side 2 = new
       01 gl-cmp-scenes.
           05 gl-cmp-side occurs 2 times.
               10 gl-cmp-obj-count pic s9(9) comp-5.
               10 gl-cmp-object occurs 64 times.
                   15 gl-cmp-obj-name    pic x(32).
                   15 gl-cmp-obj-kind    pic x.
                   15 gl-cmp-obj-mesh    pic x(128).
                   15 gl-cmp-obj-texture pic x(128).
                   15 gl-cmp-obj-pose usage comp-2 occurs 9 times.
                   15 gl-cmp-obj-tint usage comp-2 occurs 3 times.
                   15 gl-cmp-obj-opacity usage comp-2.
                   15 gl-cmp-obj-action-kind pic x.
                   15 gl-cmp-obj-action-arg  pic x(80).
                   15 gl-cmp-obj-label   pic x(48).
                   15 gl-cmp-obj-parent  pic x(32).
                   15 gl-cmp-obj-lod     pic x(160).
                   15 gl-cmp-obj-sound   pic x(160).
                   15 gl-cmp-obj-labelfont pic x(80).
                   15 gl-cmp-obj-matched pic x.
                       88 gl-cmp-obj-is-matched value "Y".
               10 gl-cmp-key-count pic s9(9) comp-5.
               10 gl-cmp-key occurs 128 times.
                   15 gl-cmp-key-obj  pic s9(9) comp-5.
                   15 gl-cmp-key-kind pic x.
                   15 gl-cmp-key-value usage comp-2 occurs 4 times.
               10 gl-cmp-light-count pic s9(9) comp-5.
               10 gl-cmp-light occurs 4 times.
                   15 gl-cmp-light-kind pic x.
                   15 gl-cmp-light-value usage comp-2 occurs 6 times.
               10 gl-cmp-emitter-count pic s9(9) comp-5.
               10 gl-cmp-emitter occurs 8 times.
                   15 gl-cmp-emitter-value usage comp-2
                       occurs 9 times.
               10 gl-cmp-camera occurs 4 times.
                   15 gl-cmp-cam-mode pic x.
                   15 gl-cmp-cam-value usage comp-2 occurs 6 times.
      * include / prefab / place / sound / font / textfont lines,
      * keyed "include <file>", "prefab <name>", "place <name> <n>",
      * the sound line itself, "font <name>" and "textfont <role>";
      * a font keeps "<bmp> <metrics>" and a textfont "<font>
      * <size>" in the body
               10 gl-cmp-dir-count pic s9(9) comp-5.
               10 gl-cmp-directive occurs 64 times.
                   15 gl-cmp-dir-kind  pic x.
                   15 gl-cmp-dir-key   pic x(80).
                   15 gl-cmp-dir-name  pic x(32).
                   15 gl-cmp-dir-body  pic x(1000).
                   15 gl-cmp-dir-value usage comp-2 occurs 4 times.
                   15 gl-cmp-dir-matched pic x.
                       88 gl-cmp-dir-is-matched value "Y".

      * parse scratch
       01 gl-cmp-s pic s9(9) comp-5.
       01 gl-cmp-o pic s9(9) comp-5.
       01 gl-cmp-line-number pic s9(9) comp-5.
       01 gl-cmp-line-disp pic zzzz9.
       01 gl-cmp-eof pic x value "N".
           88 gl-cmp-at-eof value "Y".
       01 gl-cmp-keyword pic x(16).
       01 gl-cmp-tokens.
           05 gl-cmp-token pic x(64) occurs 9 times.
       01 gl-cmp-label-ptr pic s9(9) comp-5.
       01 gl-cmp-note pic x(64).
       01 gl-cmp-scan pic s9(9) comp-5.
       01 gl-cmp-win  pic s9(9) comp-5.
       01 gl-cmp-prefab-open pic s9(9) comp-5.
       01 gl-cmp-body-ptr pic s9(9) comp-5.
       01 gl-cmp-d pic s9(9) comp-5.
       01 gl-cmp-place-seq pic s9(9) comp-5.
       01 gl-cmp-dir-work pic x(80).

      * compare scratch
       01 gl-cmp-a pic s9(9) comp-5.
       01 gl-cmp-b pic s9(9) comp-5.
       01 gl-cmp-found pic s9(9) comp-5.
       01 gl-cmp-v pic s9(9) comp-5.
       01 gl-cmp-differs pic x.
           88 gl-cmp-does-differ value "Y".
       01 gl-cmp-first pic s9(9) comp-5.
       01 gl-cmp-track-lists.
           05 gl-cmp-track-count pic s9(9) comp-5 occurs 2 times.
           05 gl-cmp-track-side occurs 2 times.
               10 gl-cmp-track-key pic s9(9) comp-5 occurs 128 times.
       01 gl-cmp-k pic s9(9) comp-5.
       01 gl-cmp-ka pic s9(9) comp-5.
       01 gl-cmp-kb pic s9(9) comp-5.

      * totals
       01 gl-cmp-tot-added   pic s9(9) comp-5 value 0.
       01 gl-cmp-tot-removed pic s9(9) comp-5 value 0.
       01 gl-cmp-tot-changed pic s9(9) comp-5 value 0.
       01 gl-cmp-tot-other   pic s9(9) comp-5 value 0.
       01 gl-cmp-tot-notes   pic s9(9) comp-5 value 0.
       01 gl-cmp-obj-changed pic x.

      * report line building
       01 gl-cmp-line pic x(320).
       01 gl-cmp-ptr  pic s9(9) comp-5.
       01 gl-cmp-num  usage comp-2.
       01 gl-cmp-num-disp pic -(5)9.9(4).
       01 gl-cmp-int-disp pic -(8)9.
       01 gl-cmp-what pic x(8).
       01 gl-cmp-vec-side pic s9(9) comp-5.
       01 gl-cmp-vec-obj  pic s9(9) comp-5.
       01 gl-cmp-vec-base pic s9(9) comp-5.
       01 gl-cmp-vec-scan pic s9(9) comp-5.
       01 gl-cmp-desc pic x(120).
       01 gl-cmp-desc-ptr pic s9(9) comp-5.
       01 gl-cmp-lod-ptr  pic s9(9) comp-5.

       procedure division.
           perform parse-command-line.
           if gl-cmp-file-arg < 2
               display "usage: SceneCompare <old-scene> <new-scene>"
                       " [-tolerance n] [-report file]"
               move 2 to return-code
               goback
           end-if

           open output gl-cmp-report-file.
           perform write-report-heading.

           move 1 to gl-cmp-s.
           perform load-compare-scene.
           if gl-cmp-scene-status not = "00"
                   and gl-cmp-line-number = 0
               perform finish-unreadable
               goback
           end-if
           move 2 to gl-cmp-s.
           perform load-compare-scene.
           if gl-cmp-scene-status not = "00"
                   and gl-cmp-line-number = 0
               perform finish-unreadable
               goback
           end-if

           perform compare-old-object
               varying gl-cmp-a from 1 by 1
               until gl-cmp-a > gl-cmp-obj-count(1).
           perform report-added-object
               varying gl-cmp-b from 1 by 1
               until gl-cmp-b > gl-cmp-obj-count(2).
           perform compare-lights.
           perform compare-emitters.
           perform compare-camera
               varying gl-cmp-win from 1 by 1
               until gl-cmp-win > gl-cmp-window-max.
           perform compare-old-directive
               varying gl-cmp-a from 1 by 1
               until gl-cmp-a > gl-cmp-dir-count(1).
           perform report-added-directive
               varying gl-cmp-b from 1 by 1
               until gl-cmp-b > gl-cmp-dir-count(2).

           perform write-report-totals.
           close gl-cmp-report-file.

           display "SceneCompare: " function trim(gl-cmp-report-path)
                   " written".
           if gl-cmp-tot-added + gl-cmp-tot-removed
                   + gl-cmp-tot-changed + gl-cmp-tot-other > 0
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
                   when "-tolerance"
                       perform read-command-line-value
                       compute gl-cmp-tolerance =
                           function numval(gl-cmd-value)
                       if gl-cmp-tolerance < 0
                           move 0 to gl-cmp-tolerance
                       end-if
                   when "-report"
                       perform read-command-line-value
                       move gl-cmd-value to gl-cmp-report-path
                   when other
                       if gl-cmp-file-arg < 2
                           add 1 to gl-cmp-file-arg
                           move gl-cmd-token
                             to gl-cmp-file-name(gl-cmp-file-arg)
                       end-if
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
           move spaces to gl-cmp-line.
           compute gl-cmp-num-disp rounded = gl-cmp-tolerance.
           string "scene compare  old=" delimited by size
                  function trim(gl-cmp-file-name(1)) delimited by size
                  "  new=" delimited by size
                  function trim(gl-cmp-file-name(2)) delimited by size
                  "  tolerance=" delimited by size
                  function trim(gl-cmp-num-disp) delimited by size
             into gl-cmp-line.
           write gl-cmp-report-record from gl-cmp-line.
           move spaces to gl-cmp-report-record.
           write gl-cmp-report-record.
       .
       finish-unreadable.
           move spaces to gl-cmp-line.
           string "cannot read " delimited by size
                  gl-cmp-side-label(gl-cmp-s) delimited by size
                  " scene " delimited by size
                  function trim(gl-cmp-file-name(gl-cmp-s))
                                   delimited by size
             into gl-cmp-line.
           write gl-cmp-report-record from gl-cmp-line.
           close gl-cmp-report-file.
           display "SceneCompare: " function trim(gl-cmp-line).
           move 2 to return-code.
       .
      * scene parse, one side at a time (gl-cmp-s), same keywords
      * and defaults as parse-scene-line
       load-compare-scene.
           move gl-cmp-file-name(gl-cmp-s) to gl-cmp-scene-path.
           move 0 to gl-cmp-obj-count(gl-cmp-s).
           move 0 to gl-cmp-key-count(gl-cmp-s).
           move 0 to gl-cmp-light-count(gl-cmp-s).
           move 0 to gl-cmp-emitter-count(gl-cmp-s).
           move 0 to gl-cmp-dir-count(gl-cmp-s).
           move 0 to gl-cmp-prefab-open.
           perform reset-compare-camera
               varying gl-cmp-win from 1 by 1
               until gl-cmp-win > gl-cmp-window-max.
           move 0 to gl-cmp-line-number.
           move "N" to gl-cmp-eof.
           open input gl-cmp-scene-file.
           if gl-cmp-scene-status not = "00"
               exit paragraph
           end-if
           perform read-compare-line until gl-cmp-at-eof.
           close gl-cmp-scene-file.
           if gl-cmp-prefab-open > 0
               move "prefab without end" to gl-cmp-note
               move "prefab" to gl-cmp-keyword
               perform write-parse-note
           end-if
       .
       reset-compare-camera.
           move "F" to gl-cmp-cam-mode(gl-cmp-s, gl-cmp-win).
           perform clear-compare-camera-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 6.
           move 45.0 to gl-cmp-cam-value(gl-cmp-s, gl-cmp-win, 6).
       .
       clear-compare-camera-value.
           move 0 to gl-cmp-cam-value(gl-cmp-s, gl-cmp-win, gl-cmp-v).
       .
       read-compare-line.
           read gl-cmp-scene-file
               at end
                   move "Y" to gl-cmp-eof
               not at end
                   add 1 to gl-cmp-line-number
                   perform parse-compare-line
           end-read
       .
       parse-compare-line.
           move spaces to gl-cmp-keyword.
           move spaces to gl-cmp-tokens.
           unstring gl-cmp-scene-line delimited by all space
               into gl-cmp-keyword
                    gl-cmp-token(1)
                    gl-cmp-token(2)
                    gl-cmp-token(3)
                    gl-cmp-token(4)
                    gl-cmp-token(5)
                    gl-cmp-token(6)
                    gl-cmp-token(7)
                    gl-cmp-token(8)
                    gl-cmp-token(9)
           end-unstring.
           if gl-cmp-keyword = spaces
                   or gl-cmp-keyword(1:1) = "#"
               exit paragraph
           end-if
           if gl-cmp-prefab-open > 0
               perform collect-prefab-body
               exit paragraph
           end-if

           evaluate gl-cmp-keyword
               when "include"
                   perform parse-compare-include
               when "prefab"
                   perform parse-compare-prefab
               when "place"
                   perform parse-compare-place
               when "end"
                   move "end without prefab" to gl-cmp-note
                   perform write-parse-note
               when "object"
                   perform parse-compare-object
               when "billboard"
                   perform parse-compare-object
                   if gl-cmp-o > 0
                       move "B" to gl-cmp-obj-kind(gl-cmp-s, gl-cmp-o)
                       move "quad"
                         to gl-cmp-obj-mesh(gl-cmp-s, gl-cmp-o)
                   end-if
               when "label"
                   perform parse-compare-label
               when "parent"
                   perform require-compare-object
                   if gl-cmp-o > 0
                       move gl-cmp-token(1)
                         to gl-cmp-obj-parent(gl-cmp-s, gl-cmp-o)
                   end-if
               when "mesh"
                   perform require-compare-object
                   if gl-cmp-o > 0
                       move gl-cmp-token(1)
                         to gl-cmp-obj-mesh(gl-cmp-s, gl-cmp-o)
                   end-if
               when "texture"
                   perform require-compare-object
                   if gl-cmp-o > 0
                       move spaces
                         to gl-cmp-obj-texture(gl-cmp-s, gl-cmp-o)
                       string function trim(gl-cmp-token(1))
                                           delimited by size
                              " " delimited by size
                              function trim(gl-cmp-token(2))
                                           delimited by size
                              " " delimited by size
                              function trim(gl-cmp-token(3))
                                           delimited by size
                         into gl-cmp-obj-texture(gl-cmp-s, gl-cmp-o)
                   end-if
               when "lod"
                   perform parse-compare-lod
               when "position"
                   move 1 to gl-cmp-vec-base
                   perform parse-compare-vector
               when "rotation"
                   move 4 to gl-cmp-vec-base
                   perform parse-compare-vector
               when "scale"
                   move 7 to gl-cmp-vec-base
                   perform parse-compare-vector
               when "tint"
                   perform parse-compare-tint
               when "opacity"
                   perform parse-compare-opacity
               when "track"
                   perform parse-compare-track
               when "action"
                   perform parse-compare-action
               when "light"
                   perform parse-compare-light
               when "emitter"
                   perform parse-compare-emitter
               when "sound"
                   perform parse-compare-sound
               when "font"
                   perform parse-compare-font
               when "textfont"
                   perform parse-compare-textfont
               when "labelfont"
                   perform parse-compare-labelfont
               when "camera"
                   perform parse-compare-camera
               when other
                   move "unknown scene keyword" to gl-cmp-note
                   perform write-parse-note
           end-evaluate
       .
       parse-compare-include.
           if gl-cmp-token(1) = spaces
               move "include needs a file name" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           move spaces to gl-cmp-dir-work.
           string "include " delimited by size
                  function trim(gl-cmp-token(1)) delimited by size
             into gl-cmp-dir-work.
           perform add-compare-directive.
       .
      * the block body is kept as its lines joined by "|" and
      * compared as text
       parse-compare-prefab.
           if gl-cmp-token(1) = spaces
               move "prefab needs a name" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           move spaces to gl-cmp-dir-work.
           string "prefab " delimited by size
                  function trim(gl-cmp-token(1)) delimited by size
             into gl-cmp-dir-work.
           perform add-compare-directive.
           if gl-cmp-d > 0
               move "P" to gl-cmp-dir-kind(gl-cmp-s, gl-cmp-d)
               move gl-cmp-d to gl-cmp-prefab-open
               move 1 to gl-cmp-body-ptr
           end-if
       .
       collect-prefab-body.
           if gl-cmp-keyword = "end"
               move 0 to gl-cmp-prefab-open
               exit paragraph
           end-if
           if gl-cmp-body-ptr < length of gl-cmp-dir-body(1, 1)
               string function trim(gl-cmp-scene-line)
                                       delimited by size
                      "|" delimited by size
                 into gl-cmp-dir-body(gl-cmp-s, gl-cmp-prefab-open)
                 with pointer gl-cmp-body-ptr
           end-if
       .
      * "sound <file> <radius> x y z" stands on its own and is
      * matched as a line; "sound <file> <radius>" belongs to the
      * object before it, several joined like lod steps. Numbers
      * are normalized so "5" and "5.0" compare equal
       parse-compare-sound.
           if gl-cmp-token(2) = spaces
                   or (gl-cmp-token(3) not = spaces
                       and gl-cmp-token(5) = spaces)
               move "sound needs a file, a radius and x y z"
                 to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           if gl-cmp-token(3) = spaces
               perform require-compare-object
               if gl-cmp-o = 0
                   exit paragraph
               end-if
               move 1 to gl-cmp-lod-ptr
               if gl-cmp-obj-sound(gl-cmp-s, gl-cmp-o) not = spaces
                   compute gl-cmp-lod-ptr = function length(
                       function trim(gl-cmp-obj-sound(gl-cmp-s,
                           gl-cmp-o) trailing)) + 1
                   string "; " delimited by size
                     into gl-cmp-obj-sound(gl-cmp-s, gl-cmp-o)
                     with pointer gl-cmp-lod-ptr
               end-if
               compute gl-cmp-num-disp rounded =
                   function numval(gl-cmp-token(2))
               string function trim(gl-cmp-token(1)) delimited by size
                      " " delimited by size
                      function trim(gl-cmp-num-disp) delimited by size
                 into gl-cmp-obj-sound(gl-cmp-s, gl-cmp-o)
                 with pointer gl-cmp-lod-ptr
               exit paragraph
           end-if
           move spaces to gl-cmp-dir-work.
           move 1 to gl-cmp-lod-ptr.
           string "sound " delimited by size
                  function trim(gl-cmp-token(1)) delimited by size
             into gl-cmp-dir-work
             with pointer gl-cmp-lod-ptr.
           perform append-sound-key-number
               varying gl-cmp-v from 2 by 1 until gl-cmp-v > 5.
           perform add-compare-directive.
       .
       append-sound-key-number.
           compute gl-cmp-num-disp rounded =
               function numval(gl-cmp-token(gl-cmp-v)).
           string " " delimited by size
                  function trim(gl-cmp-num-disp) delimited by size
             into gl-cmp-dir-work
             with pointer gl-cmp-lod-ptr.
       .
      * "font <name> <bmp> <metrics>"
       parse-compare-font.
           if gl-cmp-token(3) = spaces
               move "font needs a name, a BMP and a metrics file"
                 to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           move spaces to gl-cmp-dir-work.
           string "font " delimited by size
                  function trim(gl-cmp-token(1)) delimited by size
             into gl-cmp-dir-work.
           perform add-compare-directive.
           if gl-cmp-d = 0
               exit paragraph
           end-if
           move "F" to gl-cmp-dir-kind(gl-cmp-s, gl-cmp-d).
           string function trim(gl-cmp-token(2)) delimited by size
                  " " delimited by size
                  function trim(gl-cmp-token(3)) delimited by size
             into gl-cmp-dir-body(gl-cmp-s, gl-cmp-d).
       .
      * "textfont hud|console|captions <font> [size]", the size
      * normalized and 16 when not given
       parse-compare-textfont.
           if gl-cmp-token(2) = spaces
               move "textfont needs a role and a font" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           move spaces to gl-cmp-dir-work.
           string "textfont " delimited by size
                  function trim(gl-cmp-token(1)) delimited by size
             into gl-cmp-dir-work.
           perform add-compare-directive.
           if gl-cmp-d = 0
               exit paragraph
           end-if
           move "T" to gl-cmp-dir-kind(gl-cmp-s, gl-cmp-d).
           if gl-cmp-token(3) = spaces
               move "16" to gl-cmp-token(3)
           end-if
           compute gl-cmp-num-disp rounded =
               function numval(gl-cmp-token(3)).
           string function trim(gl-cmp-token(2)) delimited by size
                  " " delimited by size
                  function trim(gl-cmp-num-disp) delimited by size
             into gl-cmp-dir-body(gl-cmp-s, gl-cmp-d).
       .
      * "labelfont <font> [size] [maxwidth]" under a label, kept as
      * "<font> <size> <width>" with the kiosk's defaults filled in
       parse-compare-labelfont.
           perform require-compare-object.
           if gl-cmp-o = 0
               exit paragraph
           end-if
           if gl-cmp-obj-kind(gl-cmp-s, gl-cmp-o) not = "L"
               move "labelfont belongs under a label line"
                 to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           if gl-cmp-token(1) = spaces
               move "labelfont needs a font" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           if gl-cmp-token(2) = spaces
               move "16" to gl-cmp-token(2)
           end-if
           if gl-cmp-token(3) = spaces
               move "320" to gl-cmp-token(3)
           end-if
           compute gl-cmp-num-disp rounded =
               function numval(gl-cmp-token(2)).
           compute gl-cmp-int-disp = function numval(gl-cmp-token(3)).
           move spaces to gl-cmp-obj-labelfont(gl-cmp-s, gl-cmp-o).
           string function trim(gl-cmp-token(1)) delimited by size
                  " " delimited by size
                  function trim(gl-cmp-num-disp) delimited by size
                  " " delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
             into gl-cmp-obj-labelfont(gl-cmp-s, gl-cmp-o).
       .
      * the n-th "place" of a prefab is keyed "place <name> <n>"
       parse-compare-place.
           if gl-cmp-token(4) = spaces
               move "place needs a prefab name and x y z"
                 to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           move 1 to gl-cmp-place-seq.
           perform count-earlier-place
               varying gl-cmp-scan from 1 by 1
               until gl-cmp-scan > gl-cmp-dir-count(gl-cmp-s).
           move gl-cmp-place-seq to gl-cmp-int-disp.
           move spaces to gl-cmp-dir-work.
           string "place " delimited by size
                  function trim(gl-cmp-token(1)) delimited by size
                  " " delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
             into gl-cmp-dir-work.
           perform add-compare-directive.
           if gl-cmp-d = 0
               exit paragraph
           end-if
           move "L" to gl-cmp-dir-kind(gl-cmp-s, gl-cmp-d).
           move gl-cmp-token(1) to gl-cmp-dir-name(gl-cmp-s, gl-cmp-d).
           if gl-cmp-token(5) = spaces
               move "0" to gl-cmp-token(5)
           end-if
           perform store-compare-place-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 4.
       .
       count-earlier-place.
           if gl-cmp-dir-kind(gl-cmp-s, gl-cmp-scan) = "L"
                   and gl-cmp-dir-name(gl-cmp-s, gl-cmp-scan)
                       = gl-cmp-token(1)
               add 1 to gl-cmp-place-seq
           end-if
       .
       store-compare-place-value.
           compute gl-cmp-dir-value(gl-cmp-s, gl-cmp-d, gl-cmp-v) =
               function numval(gl-cmp-token(gl-cmp-v + 1)).
       .
       add-compare-directive.
           move 0 to gl-cmp-d.
           if gl-cmp-dir-count(gl-cmp-s) >= gl-cmp-directive-max
               move "too many include/prefab/place/sound/font lines"
                 to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           add 1 to gl-cmp-dir-count(gl-cmp-s).
           move gl-cmp-dir-count(gl-cmp-s) to gl-cmp-d.
           move "I" to gl-cmp-dir-kind(gl-cmp-s, gl-cmp-d).
           move gl-cmp-dir-work to gl-cmp-dir-key(gl-cmp-s, gl-cmp-d).
           move spaces to gl-cmp-dir-name(gl-cmp-s, gl-cmp-d).
           move spaces to gl-cmp-dir-body(gl-cmp-s, gl-cmp-d).
           move "N" to gl-cmp-dir-matched(gl-cmp-s, gl-cmp-d).
       .
       parse-compare-object.
           move 0 to gl-cmp-o.
           if gl-cmp-obj-count(gl-cmp-s) >= gl-cmp-object-max
               move "too many objects" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           add 1 to gl-cmp-obj-count(gl-cmp-s).
           move gl-cmp-obj-count(gl-cmp-s) to gl-cmp-o.
           move gl-cmp-token(1) to gl-cmp-obj-name(gl-cmp-s, gl-cmp-o).
           move "O" to gl-cmp-obj-kind(gl-cmp-s, gl-cmp-o).
           move "(default)" to gl-cmp-obj-mesh(gl-cmp-s, gl-cmp-o).
           move "(default)" to gl-cmp-obj-texture(gl-cmp-s, gl-cmp-o).
           perform clear-compare-pose
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 9.
           move 1.0 to gl-cmp-obj-pose(gl-cmp-s, gl-cmp-o, 7).
           move 1.0 to gl-cmp-obj-pose(gl-cmp-s, gl-cmp-o, 8).
           move 1.0 to gl-cmp-obj-pose(gl-cmp-s, gl-cmp-o, 9).
           move 1.0 to gl-cmp-obj-tint(gl-cmp-s, gl-cmp-o, 1).
           move 1.0 to gl-cmp-obj-tint(gl-cmp-s, gl-cmp-o, 2).
           move 1.0 to gl-cmp-obj-tint(gl-cmp-s, gl-cmp-o, 3).
           move 1.0 to gl-cmp-obj-opacity(gl-cmp-s, gl-cmp-o).
           move space to gl-cmp-obj-action-kind(gl-cmp-s, gl-cmp-o).
           move spaces to gl-cmp-obj-action-arg(gl-cmp-s, gl-cmp-o).
           move spaces to gl-cmp-obj-label(gl-cmp-s, gl-cmp-o).
           move spaces to gl-cmp-obj-parent(gl-cmp-s, gl-cmp-o).
           move spaces to gl-cmp-obj-lod(gl-cmp-s, gl-cmp-o).
           move spaces to gl-cmp-obj-sound(gl-cmp-s, gl-cmp-o).
           move "default 16.0000 320"
             to gl-cmp-obj-labelfont(gl-cmp-s, gl-cmp-o).
           move "N" to gl-cmp-obj-matched(gl-cmp-s, gl-cmp-o).
       .
       clear-compare-pose.
           move 0 to gl-cmp-obj-pose(gl-cmp-s, gl-cmp-o, gl-cmp-v).
       .
      * "label <name> <text...>" - the text is the rest of the line
       parse-compare-label.
           move 1 to gl-cmp-label-ptr.
           unstring gl-cmp-scene-line delimited by all space
               into gl-cmp-keyword
                    gl-cmp-token(1)
               with pointer gl-cmp-label-ptr
           end-unstring.
           perform parse-compare-object.
           if gl-cmp-o = 0
               exit paragraph
           end-if
           move "L" to gl-cmp-obj-kind(gl-cmp-s, gl-cmp-o).
           if gl-cmp-label-ptr <= length of gl-cmp-scene-line
               move function trim(
                       gl-cmp-scene-line(gl-cmp-label-ptr:))
                 to gl-cmp-obj-label(gl-cmp-s, gl-cmp-o)
           end-if
           if gl-cmp-obj-label(gl-cmp-s, gl-cmp-o) = spaces
               move gl-cmp-obj-name(gl-cmp-s, gl-cmp-o)
                 to gl-cmp-obj-label(gl-cmp-s, gl-cmp-o)
           end-if
       .
      * keywords that qualify the most recent object line
       require-compare-object.
           move gl-cmp-obj-count(gl-cmp-s) to gl-cmp-o.
           if gl-cmp-o = 0
               move "keyword before first object" to gl-cmp-note
               perform write-parse-note
           end-if
       .
       parse-compare-vector.
           perform require-compare-object.
           if gl-cmp-o = 0
               exit paragraph
           end-if
           if gl-cmp-token(3) = spaces
               move "expected three numeric values" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           compute gl-cmp-obj-pose(gl-cmp-s, gl-cmp-o,
               gl-cmp-vec-base) = function numval(gl-cmp-token(1)).
           compute gl-cmp-obj-pose(gl-cmp-s, gl-cmp-o,
               gl-cmp-vec-base + 1) =
                   function numval(gl-cmp-token(2)).
           compute gl-cmp-obj-pose(gl-cmp-s, gl-cmp-o,
               gl-cmp-vec-base + 2) =
                   function numval(gl-cmp-token(3)).
       .
      * lod steps are kept as one line per object, "15 low.obj;
      * 40 billboard card.bmp", with the distances normalized so
      * "15" and "15.0" compare equal
       parse-compare-lod.
           perform require-compare-object.
           if gl-cmp-o = 0
               exit paragraph
           end-if
           if gl-cmp-token(1) = spaces or gl-cmp-token(2) = spaces
               move "lod needs a distance and a mesh" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           move 1 to gl-cmp-lod-ptr.
           if gl-cmp-obj-lod(gl-cmp-s, gl-cmp-o) not = spaces
               compute gl-cmp-lod-ptr = function length(function trim(
                   gl-cmp-obj-lod(gl-cmp-s, gl-cmp-o) trailing)) + 1
               string "; " delimited by size
                 into gl-cmp-obj-lod(gl-cmp-s, gl-cmp-o)
                 with pointer gl-cmp-lod-ptr
           end-if
           compute gl-cmp-num-disp rounded =
               function numval(gl-cmp-token(1)).
           string function trim(gl-cmp-num-disp) delimited by size
                  " " delimited by size
                  function trim(gl-cmp-token(2)) delimited by size
             into gl-cmp-obj-lod(gl-cmp-s, gl-cmp-o)
             with pointer gl-cmp-lod-ptr.
           if gl-cmp-token(3) not = spaces
               string " " delimited by size
                      function trim(gl-cmp-token(3)) delimited by size
                 into gl-cmp-obj-lod(gl-cmp-s, gl-cmp-o)
                 with pointer gl-cmp-lod-ptr
           end-if
      * a billboard flipbook's rate and mode
           if gl-cmp-token(4) not = spaces
               string " " delimited by size
                      function trim(gl-cmp-token(4)) delimited by size
                      " " delimited by size
                      function trim(gl-cmp-token(5)) delimited by size
                 into gl-cmp-obj-lod(gl-cmp-s, gl-cmp-o)
                 with pointer gl-cmp-lod-ptr
           end-if
       .
       parse-compare-tint.
           perform require-compare-object.
           if gl-cmp-o = 0
               exit paragraph
           end-if
           if gl-cmp-token(3) = spaces
               move "expected three numeric values" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           compute gl-cmp-obj-tint(gl-cmp-s, gl-cmp-o, 1) =
               function numval(gl-cmp-token(1)).
           compute gl-cmp-obj-tint(gl-cmp-s, gl-cmp-o, 2) =
               function numval(gl-cmp-token(2)).
           compute gl-cmp-obj-tint(gl-cmp-s, gl-cmp-o, 3) =
               function numval(gl-cmp-token(3)).
       .
       parse-compare-opacity.
           perform require-compare-object.
           if gl-cmp-o = 0
               exit paragraph
           end-if
           if gl-cmp-token(1) = spaces
               move "opacity needs a value" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           compute gl-cmp-obj-opacity(gl-cmp-s, gl-cmp-o) =
               function numval(gl-cmp-token(1)).
           if gl-cmp-obj-opacity(gl-cmp-s, gl-cmp-o) < 0
               move 0 to gl-cmp-obj-opacity(gl-cmp-s, gl-cmp-o)
           end-if
           if gl-cmp-obj-opacity(gl-cmp-s, gl-cmp-o) > 1
               move 1 to gl-cmp-obj-opacity(gl-cmp-s, gl-cmp-o)
           end-if
       .
       parse-compare-track.
           perform require-compare-object.
           if gl-cmp-o = 0
               exit paragraph
           end-if
           if gl-cmp-token(5) = spaces
                   or (gl-cmp-token(1) not = "position"
                       and gl-cmp-token(1) not = "rotation")
               move "track needs kind, time and three values"
                 to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           if gl-cmp-key-count(gl-cmp-s) >= gl-cmp-key-max
               move "too many track keys" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           add 1 to gl-cmp-key-count(gl-cmp-s).
           move gl-cmp-key-count(gl-cmp-s) to gl-cmp-k.
           move gl-cmp-o to gl-cmp-key-obj(gl-cmp-s, gl-cmp-k).
           if gl-cmp-token(1) = "rotation"
               move "R" to gl-cmp-key-kind(gl-cmp-s, gl-cmp-k)
           else
               move "P" to gl-cmp-key-kind(gl-cmp-s, gl-cmp-k)
           end-if
           perform store-compare-key-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 4.
       .
       store-compare-key-value.
           compute gl-cmp-key-value(gl-cmp-s, gl-cmp-k, gl-cmp-v) =
               function numval(gl-cmp-token(gl-cmp-v + 1)).
       .
       parse-compare-action.
           perform require-compare-object.
           if gl-cmp-o = 0
               exit paragraph
           end-if
           if gl-cmp-token(1) = spaces or gl-cmp-token(2) = spaces
               move "action needs a type and an argument"
                 to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           evaluate gl-cmp-token(1)
               when "scene"
                   move "S"
                     to gl-cmp-obj-action-kind(gl-cmp-s, gl-cmp-o)
               when "sound"
                   move "W"
                     to gl-cmp-obj-action-kind(gl-cmp-s, gl-cmp-o)
               when "command"
                   move "C"
                     to gl-cmp-obj-action-kind(gl-cmp-s, gl-cmp-o)
               when "vote"
                   move "V"
                     to gl-cmp-obj-action-kind(gl-cmp-s, gl-cmp-o)
               when "language"
                   move "L"
                     to gl-cmp-obj-action-kind(gl-cmp-s, gl-cmp-o)
               when other
                   move spaces to gl-cmp-note
                   string "action type must be " delimited by size
                          "scene/sound/command/vote/language"
                                       delimited by size
                     into gl-cmp-note
                   perform write-parse-note
                   exit paragraph
           end-evaluate
           move spaces to gl-cmp-obj-action-arg(gl-cmp-s, gl-cmp-o).
           string function trim(gl-cmp-token(1)) delimited by size
                  " " delimited by size
                  function trim(gl-cmp-token(2)) delimited by size
                  " " delimited by size
                  function trim(gl-cmp-token(3)) delimited by size
             into gl-cmp-obj-action-arg(gl-cmp-s, gl-cmp-o).
       .
       parse-compare-light.
           if gl-cmp-token(7) = spaces
                   or (gl-cmp-token(1) not = "directional"
                       and gl-cmp-token(1) not = "point")
               move "light needs type and six values" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           if gl-cmp-light-count(gl-cmp-s) >= gl-cmp-light-max
               move "too many lights" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           add 1 to gl-cmp-light-count(gl-cmp-s).
           move gl-cmp-light-count(gl-cmp-s) to gl-cmp-k.
           if gl-cmp-token(1) = "point"
               move "P" to gl-cmp-light-kind(gl-cmp-s, gl-cmp-k)
           else
               move "D" to gl-cmp-light-kind(gl-cmp-s, gl-cmp-k)
           end-if
           perform store-compare-light-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 6.
       .
       store-compare-light-value.
           compute gl-cmp-light-value(gl-cmp-s, gl-cmp-k, gl-cmp-v) =
               function numval(gl-cmp-token(gl-cmp-v + 1)).
       .
      * "emitter x y z [rate life spread r g b]" with the defaults
      * parse-scene-emitter fills in
       parse-compare-emitter.
           if gl-cmp-token(3) = spaces
               move "emitter needs a position" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           if gl-cmp-emitter-count(gl-cmp-s) >= gl-cmp-emitter-max
               move "too many emitters" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           add 1 to gl-cmp-emitter-count(gl-cmp-s).
           move gl-cmp-emitter-count(gl-cmp-s) to gl-cmp-k.
           if gl-cmp-token(4) = spaces
               move "200" to gl-cmp-token(4)
           end-if
           if gl-cmp-token(5) = spaces
               move "2" to gl-cmp-token(5)
           end-if
           if gl-cmp-token(6) = spaces
               move "1" to gl-cmp-token(6)
           end-if
           if gl-cmp-token(9) = spaces
               move "1" to gl-cmp-token(7)
               move "0.9" to gl-cmp-token(8)
               move "0.6" to gl-cmp-token(9)
           end-if
           perform store-compare-emitter-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 9.
       .
       store-compare-emitter-value.
           compute gl-cmp-emitter-value(gl-cmp-s, gl-cmp-k, gl-cmp-v)
               = function numval(gl-cmp-token(gl-cmp-v)).
       .
      * "camera <win> fly|fixed x y z yaw pitch [fov]|top <height>"
       parse-compare-camera.
           if gl-cmp-token(2) = spaces
               move "camera needs a window number and a mode"
                 to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           compute gl-cmp-win = function numval(gl-cmp-token(1)).
           if gl-cmp-win < 1 or gl-cmp-win > gl-cmp-window-max
               move "camera window number out of range" to gl-cmp-note
               perform write-parse-note
               exit paragraph
           end-if
           evaluate gl-cmp-token(2)
               when "fly"
                   perform reset-compare-camera
               when "fixed"
                   if gl-cmp-token(7) = spaces
                       move "camera fixed needs x y z yaw pitch"
                         to gl-cmp-note
                       perform write-parse-note
                       exit paragraph
                   end-if
                   move "X" to gl-cmp-cam-mode(gl-cmp-s, gl-cmp-win)
                   if gl-cmp-token(8) = spaces
                       move "45" to gl-cmp-token(8)
                   end-if
                   perform store-compare-camera-value
                       varying gl-cmp-v from 1 by 1
                       until gl-cmp-v > 6
               when "top"
                   perform reset-compare-camera
                   move "T" to gl-cmp-cam-mode(gl-cmp-s, gl-cmp-win)
                   if gl-cmp-token(3) = spaces
                       move 12.0
                         to gl-cmp-cam-value(gl-cmp-s, gl-cmp-win, 2)
                   else
                       compute gl-cmp-cam-value(gl-cmp-s, gl-cmp-win,
                           2) = function numval(gl-cmp-token(3))
                   end-if
                   move 60.0
                     to gl-cmp-cam-value(gl-cmp-s, gl-cmp-win, 6)
               when other
                   move "camera mode must be fly, fixed or top"
                     to gl-cmp-note
                   perform write-parse-note
           end-evaluate
       .
       store-compare-camera-value.
           compute gl-cmp-cam-value(gl-cmp-s, gl-cmp-win, gl-cmp-v) =
               function numval(gl-cmp-token(gl-cmp-v + 2)).
       .
       write-parse-note.
           add 1 to gl-cmp-tot-notes.
           move gl-cmp-line-number to gl-cmp-line-disp.
           move spaces to gl-cmp-line.
           string "NOTE     " delimited by size
                  gl-cmp-side-label(gl-cmp-s) delimited by size
                  " line " delimited by size
                  function trim(gl-cmp-line-disp) delimited by size
                  ": " delimited by size
                  function trim(gl-cmp-note) delimited by size
                  " (" delimited by size
                  function trim(gl-cmp-keyword) delimited by size
                  ")" delimited by size
             into gl-cmp-line.
           write gl-cmp-report-record from gl-cmp-line.
       .
      * object comparison: each old object against the first unmatched
      * new object of the same name
       compare-old-object.
           move 0 to gl-cmp-found.
           perform find-new-object
               varying gl-cmp-b from 1 by 1
               until gl-cmp-b > gl-cmp-obj-count(2)
                   or gl-cmp-found > 0.
           if gl-cmp-found = 0
               add 1 to gl-cmp-tot-removed
               move 1 to gl-cmp-s
               move gl-cmp-a to gl-cmp-o
               move "REMOVED" to gl-cmp-what
               perform write-object-presence
               exit paragraph
           end-if
           move gl-cmp-found to gl-cmp-b.
           move "Y" to gl-cmp-obj-matched(2, gl-cmp-b).
           move "N" to gl-cmp-obj-changed.

           if gl-cmp-obj-kind(1, gl-cmp-a)
                   not = gl-cmp-obj-kind(2, gl-cmp-b)
               move spaces to gl-cmp-line
               string "KIND     " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  " delimited by size
                      gl-cmp-obj-kind(1, gl-cmp-a) delimited by size
                      " -> " delimited by size
                      gl-cmp-obj-kind(2, gl-cmp-b) delimited by size
                      "  (O object, B billboard, L label)"
                                       delimited by size
                 into gl-cmp-line
               perform write-object-change
           end-if
           if gl-cmp-obj-parent(1, gl-cmp-a)
                   not = gl-cmp-obj-parent(2, gl-cmp-b)
               move spaces to gl-cmp-line
               move 1 to gl-cmp-ptr
               string "PARENT   " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  " delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move 1 to gl-cmp-s
               move gl-cmp-a to gl-cmp-o
               perform append-object-parent
               string " -> " delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move 2 to gl-cmp-s
               move gl-cmp-b to gl-cmp-o
               perform append-object-parent
               perform write-object-change
           end-if
           if gl-cmp-obj-lod(1, gl-cmp-a)
                   not = gl-cmp-obj-lod(2, gl-cmp-b)
               move spaces to gl-cmp-line
               move 1 to gl-cmp-ptr
               string "LOD      " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  " delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move 1 to gl-cmp-s
               move gl-cmp-a to gl-cmp-o
               perform append-object-lod
               string " -> " delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move 2 to gl-cmp-s
               move gl-cmp-b to gl-cmp-o
               perform append-object-lod
               perform write-object-change
           end-if
           if gl-cmp-obj-sound(1, gl-cmp-a)
                   not = gl-cmp-obj-sound(2, gl-cmp-b)
               move spaces to gl-cmp-line
               move 1 to gl-cmp-ptr
               string "SOUND    " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  " delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move 1 to gl-cmp-s
               move gl-cmp-a to gl-cmp-o
               perform append-object-sound
               string " -> " delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move 2 to gl-cmp-s
               move gl-cmp-b to gl-cmp-o
               perform append-object-sound
               perform write-object-change
           end-if
           if gl-cmp-obj-mesh(1, gl-cmp-a)
                   not = gl-cmp-obj-mesh(2, gl-cmp-b)
               move spaces to gl-cmp-line
               string "MESH     " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  " delimited by size
                      function trim(gl-cmp-obj-mesh(1, gl-cmp-a))
                                       delimited by size
                      " -> " delimited by size
                      function trim(gl-cmp-obj-mesh(2, gl-cmp-b))
                                       delimited by size
                 into gl-cmp-line
               perform write-object-change
           end-if
           if gl-cmp-obj-texture(1, gl-cmp-a)
                   not = gl-cmp-obj-texture(2, gl-cmp-b)
               move spaces to gl-cmp-line
               string "TEXTURE  " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  " delimited by size
                      function trim(gl-cmp-obj-texture(1, gl-cmp-a))
                                       delimited by size
                      " -> " delimited by size
                      function trim(gl-cmp-obj-texture(2, gl-cmp-b))
                                       delimited by size
                 into gl-cmp-line
               perform write-object-change
           end-if
           if gl-cmp-obj-label(1, gl-cmp-a)
                   not = gl-cmp-obj-label(2, gl-cmp-b)
               move spaces to gl-cmp-line
               string "LABEL    " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      '  "' delimited by size
                      function trim(gl-cmp-obj-label(1, gl-cmp-a))
                                       delimited by size
                      '" -> "' delimited by size
                      function trim(gl-cmp-obj-label(2, gl-cmp-b))
                                       delimited by size
                      '"' delimited by size
                 into gl-cmp-line
               perform write-object-change
           end-if
           if gl-cmp-obj-labelfont(1, gl-cmp-a)
                   not = gl-cmp-obj-labelfont(2, gl-cmp-b)
               move spaces to gl-cmp-line
               string "LABELFONT " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  " delimited by size
                      function trim(gl-cmp-obj-labelfont(1, gl-cmp-a))
                                       delimited by size
                      " -> " delimited by size
                      function trim(gl-cmp-obj-labelfont(2, gl-cmp-b))
                                       delimited by size
                 into gl-cmp-line
               perform write-object-change
           end-if
           if gl-cmp-obj-action-kind(1, gl-cmp-a)
                   not = gl-cmp-obj-action-kind(2, gl-cmp-b)
                   or gl-cmp-obj-action-arg(1, gl-cmp-a)
                   not = gl-cmp-obj-action-arg(2, gl-cmp-b)
               move spaces to gl-cmp-line
               move 1 to gl-cmp-ptr
               string "ACTION   " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  " delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move 1 to gl-cmp-s
               move gl-cmp-a to gl-cmp-o
               perform append-object-action
               string " -> " delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move 2 to gl-cmp-s
               move gl-cmp-b to gl-cmp-o
               perform append-object-action
               perform write-object-change
           end-if

           move "MOVED" to gl-cmp-what.
           move 1 to gl-cmp-vec-base.
           perform compare-object-vector.
           move "ROTATED" to gl-cmp-what.
           move 4 to gl-cmp-vec-base.
           perform compare-object-vector.
           move "SCALED" to gl-cmp-what.
           move 7 to gl-cmp-vec-base.
           perform compare-object-vector.
           perform compare-object-tint.
           perform compare-object-tracks.
           if gl-cmp-obj-changed = "Y"
               add 1 to gl-cmp-tot-changed
           end-if
       .
       find-new-object.
           if gl-cmp-obj-name(2, gl-cmp-b)
                       = gl-cmp-obj-name(1, gl-cmp-a)
                   and not gl-cmp-obj-is-matched(2, gl-cmp-b)
               move gl-cmp-b to gl-cmp-found
           end-if
       .
       report-added-object.
           if gl-cmp-obj-is-matched(2, gl-cmp-b)
               exit paragraph
           end-if
           add 1 to gl-cmp-tot-added.
           move 2 to gl-cmp-s.
           move gl-cmp-b to gl-cmp-o.
           move "ADDED" to gl-cmp-what.
           perform write-object-presence.
       .
      * ADDED / REMOVED line for object gl-cmp-o of side gl-cmp-s
       write-object-presence.
           move spaces to gl-cmp-line.
           move 1 to gl-cmp-ptr.
           string gl-cmp-what delimited by size
                  " " delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           evaluate gl-cmp-obj-kind(gl-cmp-s, gl-cmp-o)
               when "B"
                   string "billboard " delimited by size
                     into gl-cmp-line
                     with pointer gl-cmp-ptr
               when "L"
                   string "label " delimited by size
                     into gl-cmp-line
                     with pointer gl-cmp-ptr
               when other
                   string "object " delimited by size
                     into gl-cmp-line
                     with pointer gl-cmp-ptr
           end-evaluate
           string function trim(gl-cmp-obj-name(gl-cmp-s, gl-cmp-o))
                                   delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           if gl-cmp-obj-kind(gl-cmp-s, gl-cmp-o) = "L"
               string ' "' delimited by size
                      function trim(
                          gl-cmp-obj-label(gl-cmp-s, gl-cmp-o))
                                       delimited by size
                      '"' delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           else
               string "  mesh " delimited by size
                      function trim(
                          gl-cmp-obj-mesh(gl-cmp-s, gl-cmp-o))
                                       delimited by size
                      " texture " delimited by size
                      function trim(
                          gl-cmp-obj-texture(gl-cmp-s, gl-cmp-o))
                                       delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           end-if
           move gl-cmp-s to gl-cmp-vec-side.
           move gl-cmp-o to gl-cmp-vec-obj.
           move 1 to gl-cmp-vec-base.
           string " at" delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           perform append-pose-vector.
           write gl-cmp-report-record from gl-cmp-line.
       .
       append-object-parent.
           if gl-cmp-obj-parent(gl-cmp-s, gl-cmp-o) = spaces
               string "(none)" delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           else
               string function trim(
                   gl-cmp-obj-parent(gl-cmp-s, gl-cmp-o))
                                       delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           end-if
       .
       append-object-lod.
           if gl-cmp-obj-lod(gl-cmp-s, gl-cmp-o) = spaces
               string "(none)" delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           else
               string function trim(
                   gl-cmp-obj-lod(gl-cmp-s, gl-cmp-o))
                                       delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           end-if
       .
       append-object-sound.
           if gl-cmp-obj-sound(gl-cmp-s, gl-cmp-o) = spaces
               string "(none)" delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           else
               string function trim(
                   gl-cmp-obj-sound(gl-cmp-s, gl-cmp-o))
                                       delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           end-if
       .
       append-object-action.
           evaluate gl-cmp-obj-action-kind(gl-cmp-s, gl-cmp-o)
               when space
                   string "(none)" delimited by size
                     into gl-cmp-line
                     with pointer gl-cmp-ptr
               when other
                   string function trim(
                       gl-cmp-obj-action-arg(gl-cmp-s, gl-cmp-o))
                                       delimited by size
                     into gl-cmp-line
                     with pointer gl-cmp-ptr
           end-evaluate
       .
      * position (base 1), rotation (4) or scale (7) beyond the
      * tolerance on any axis
       compare-object-vector.
           move "N" to gl-cmp-differs.
           perform compare-pose-axis
               varying gl-cmp-v from gl-cmp-vec-base by 1
               until gl-cmp-v > gl-cmp-vec-base + 2.
           if not gl-cmp-does-differ
               exit paragraph
           end-if
           move spaces to gl-cmp-line.
           move 1 to gl-cmp-ptr.
           string gl-cmp-what delimited by size
                  " " delimited by size
                  function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                   delimited by size
                  " " delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move 1 to gl-cmp-vec-side.
           move gl-cmp-a to gl-cmp-vec-obj.
           perform append-pose-vector.
           string " ->" delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move 2 to gl-cmp-vec-side.
           move gl-cmp-b to gl-cmp-vec-obj.
           perform append-pose-vector.
           perform write-object-change.
       .
       compare-pose-axis.
           if function abs(gl-cmp-obj-pose(1, gl-cmp-a, gl-cmp-v)
                   - gl-cmp-obj-pose(2, gl-cmp-b, gl-cmp-v))
                   > gl-cmp-tolerance
               move "Y" to gl-cmp-differs
           end-if
       .
       append-pose-vector.
           perform append-pose-number
               varying gl-cmp-vec-scan from gl-cmp-vec-base by 1
               until gl-cmp-vec-scan > gl-cmp-vec-base + 2.
       .
       append-pose-number.
           move gl-cmp-obj-pose(gl-cmp-vec-side, gl-cmp-vec-obj,
               gl-cmp-vec-scan) to gl-cmp-num.
           perform append-compare-number.
       .
       append-compare-number.
           compute gl-cmp-num-disp rounded = gl-cmp-num.
           string " " delimited by size
                  function trim(gl-cmp-num-disp) delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
       .
       compare-object-tint.
           move "N" to gl-cmp-differs.
           perform compare-tint-channel
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 3.
           if gl-cmp-does-differ
               move spaces to gl-cmp-line
               move 1 to gl-cmp-ptr
               string "TINT     " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               perform append-old-tint
                   varying gl-cmp-v from 1 by 1 until gl-cmp-v > 3
               string " ->" delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               perform append-new-tint
                   varying gl-cmp-v from 1 by 1 until gl-cmp-v > 3
               perform write-object-change
           end-if
           if function abs(gl-cmp-obj-opacity(1, gl-cmp-a)
                   - gl-cmp-obj-opacity(2, gl-cmp-b))
                   > gl-cmp-tolerance
               move spaces to gl-cmp-line
               move 1 to gl-cmp-ptr
               string "OPACITY  " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move gl-cmp-obj-opacity(1, gl-cmp-a) to gl-cmp-num
               perform append-compare-number
               string " ->" delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move gl-cmp-obj-opacity(2, gl-cmp-b) to gl-cmp-num
               perform append-compare-number
               perform write-object-change
           end-if
       .
       compare-tint-channel.
           if function abs(gl-cmp-obj-tint(1, gl-cmp-a, gl-cmp-v)
                   - gl-cmp-obj-tint(2, gl-cmp-b, gl-cmp-v))
                   > gl-cmp-tolerance
               move "Y" to gl-cmp-differs
           end-if
       .
       append-old-tint.
           move gl-cmp-obj-tint(1, gl-cmp-a, gl-cmp-v) to gl-cmp-num.
           perform append-compare-number.
       .
       append-new-tint.
           move gl-cmp-obj-tint(2, gl-cmp-b, gl-cmp-v) to gl-cmp-num.
           perform append-compare-number.
       .
      * track keys of the pair, in file order: a different key
      * count is reported as such, otherwise the first key whose
      * kind, time or value differs
       compare-object-tracks.
           move 0 to gl-cmp-track-count(1).
           move 0 to gl-cmp-track-count(2).
           move 1 to gl-cmp-s.
           move gl-cmp-a to gl-cmp-o.
           perform collect-object-key
               varying gl-cmp-k from 1 by 1
               until gl-cmp-k > gl-cmp-key-count(1).
           move 2 to gl-cmp-s.
           move gl-cmp-b to gl-cmp-o.
           perform collect-object-key
               varying gl-cmp-k from 1 by 1
               until gl-cmp-k > gl-cmp-key-count(2).

           if gl-cmp-track-count(1) not = gl-cmp-track-count(2)
               move spaces to gl-cmp-line
               move gl-cmp-track-count(1) to gl-cmp-int-disp
               move 1 to gl-cmp-ptr
               string "TRACK    " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  keys " delimited by size
                      function trim(gl-cmp-int-disp) delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               move gl-cmp-track-count(2) to gl-cmp-int-disp
               string " -> " delimited by size
                      function trim(gl-cmp-int-disp) delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               perform write-object-change
               exit paragraph
           end-if

           move 0 to gl-cmp-first.
           perform compare-track-key
               varying gl-cmp-k from 1 by 1
               until gl-cmp-k > gl-cmp-track-count(1)
                   or gl-cmp-first > 0.
           if gl-cmp-first > 0
               move spaces to gl-cmp-line
               move gl-cmp-first to gl-cmp-int-disp
               string "TRACK    " delimited by size
                      function trim(gl-cmp-obj-name(1, gl-cmp-a))
                                       delimited by size
                      "  key " delimited by size
                      function trim(gl-cmp-int-disp) delimited by size
                      " changed" delimited by size
                 into gl-cmp-line
               perform write-object-change
           end-if
       .
       collect-object-key.
           if gl-cmp-key-obj(gl-cmp-s, gl-cmp-k) = gl-cmp-o
               add 1 to gl-cmp-track-count(gl-cmp-s)
               move gl-cmp-k to gl-cmp-track-key(gl-cmp-s,
                   gl-cmp-track-count(gl-cmp-s))
           end-if
       .
       compare-track-key.
           move gl-cmp-track-key(1, gl-cmp-k) to gl-cmp-ka.
           move gl-cmp-track-key(2, gl-cmp-k) to gl-cmp-kb.
           move "N" to gl-cmp-differs.
           if gl-cmp-key-kind(1, gl-cmp-ka)
                   not = gl-cmp-key-kind(2, gl-cmp-kb)
               move "Y" to gl-cmp-differs
           end-if
           perform compare-track-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 4.
           if gl-cmp-does-differ
               move gl-cmp-k to gl-cmp-first
           end-if
       .
       compare-track-value.
           if function abs(gl-cmp-key-value(1, gl-cmp-ka, gl-cmp-v)
                   - gl-cmp-key-value(2, gl-cmp-kb, gl-cmp-v))
                   > gl-cmp-tolerance
               move "Y" to gl-cmp-differs
           end-if
       .
       write-object-change.
           move "Y" to gl-cmp-obj-changed.
           write gl-cmp-report-record from gl-cmp-line.
       .
      * lights and emitters have no names - they compare by position
      * in the file; cameras by window number
       compare-lights.
           move gl-cmp-light-count(1) to gl-cmp-k.
           if gl-cmp-light-count(2) > gl-cmp-k
               move gl-cmp-light-count(2) to gl-cmp-k
           end-if
           perform compare-one-light
               varying gl-cmp-a from 1 by 1 until gl-cmp-a > gl-cmp-k.
       .
       compare-one-light.
           move "N" to gl-cmp-differs.
           if gl-cmp-a > gl-cmp-light-count(1)
                   or gl-cmp-a > gl-cmp-light-count(2)
               move "Y" to gl-cmp-differs
           else
               if gl-cmp-light-kind(1, gl-cmp-a)
                       not = gl-cmp-light-kind(2, gl-cmp-a)
                   move "Y" to gl-cmp-differs
               end-if
               perform compare-light-value
                   varying gl-cmp-v from 1 by 1 until gl-cmp-v > 6
           end-if
           if not gl-cmp-does-differ
               exit paragraph
           end-if
           add 1 to gl-cmp-tot-other.
           move spaces to gl-cmp-line.
           move 1 to gl-cmp-ptr.
           move gl-cmp-a to gl-cmp-int-disp.
           string "LIGHT    " delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
                  "  " delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move 1 to gl-cmp-s.
           perform append-light-description.
           string " -> " delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move 2 to gl-cmp-s.
           perform append-light-description.
           write gl-cmp-report-record from gl-cmp-line.
       .
       compare-light-value.
           if function abs(gl-cmp-light-value(1, gl-cmp-a, gl-cmp-v)
                   - gl-cmp-light-value(2, gl-cmp-a, gl-cmp-v))
                   > gl-cmp-tolerance
               move "Y" to gl-cmp-differs
           end-if
       .
       append-light-description.
           if gl-cmp-a > gl-cmp-light-count(gl-cmp-s)
               string "(none)" delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               exit paragraph
           end-if
           if gl-cmp-light-kind(gl-cmp-s, gl-cmp-a) = "P"
               string "point" delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           else
               string "directional" delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
           end-if
           perform append-light-number
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 6.
       .
       append-light-number.
           move gl-cmp-light-value(gl-cmp-s, gl-cmp-a, gl-cmp-v)
             to gl-cmp-num.
           perform append-compare-number.
       .
       compare-emitters.
           move gl-cmp-emitter-count(1) to gl-cmp-k.
           if gl-cmp-emitter-count(2) > gl-cmp-k
               move gl-cmp-emitter-count(2) to gl-cmp-k
           end-if
           perform compare-one-emitter
               varying gl-cmp-a from 1 by 1 until gl-cmp-a > gl-cmp-k.
       .
       compare-one-emitter.
           move "N" to gl-cmp-differs.
           if gl-cmp-a > gl-cmp-emitter-count(1)
                   or gl-cmp-a > gl-cmp-emitter-count(2)
               move "Y" to gl-cmp-differs
           else
               perform compare-emitter-value
                   varying gl-cmp-v from 1 by 1 until gl-cmp-v > 9
           end-if
           if not gl-cmp-does-differ
               exit paragraph
           end-if
           add 1 to gl-cmp-tot-other.
           move spaces to gl-cmp-line.
           move 1 to gl-cmp-ptr.
           move gl-cmp-a to gl-cmp-int-disp.
           string "EMITTER  " delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
                  " " delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move 1 to gl-cmp-s.
           perform append-emitter-description.
           string " ->" delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move 2 to gl-cmp-s.
           perform append-emitter-description.
           write gl-cmp-report-record from gl-cmp-line.
       .
       compare-emitter-value.
           if function abs(gl-cmp-emitter-value(1, gl-cmp-a, gl-cmp-v)
                   - gl-cmp-emitter-value(2, gl-cmp-a, gl-cmp-v))
                   > gl-cmp-tolerance
               move "Y" to gl-cmp-differs
           end-if
       .
       append-emitter-description.
           if gl-cmp-a > gl-cmp-emitter-count(gl-cmp-s)
               string " (none)" delimited by size
                 into gl-cmp-line
                 with pointer gl-cmp-ptr
               exit paragraph
           end-if
           perform append-emitter-number
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 9.
       .
       append-emitter-number.
           move gl-cmp-emitter-value(gl-cmp-s, gl-cmp-a, gl-cmp-v)
             to gl-cmp-num.
           perform append-compare-number.
       .
       compare-camera.
           move "N" to gl-cmp-differs.
           if gl-cmp-cam-mode(1, gl-cmp-win)
                   not = gl-cmp-cam-mode(2, gl-cmp-win)
               move "Y" to gl-cmp-differs
           end-if
           perform compare-camera-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 6.
           if not gl-cmp-does-differ
               exit paragraph
           end-if
           add 1 to gl-cmp-tot-other.
           move spaces to gl-cmp-line.
           move 1 to gl-cmp-ptr.
           move gl-cmp-win to gl-cmp-int-disp.
           string "CAMERA   window " delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
                  "  " delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move 1 to gl-cmp-s.
           perform append-camera-description.
           string " -> " delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move 2 to gl-cmp-s.
           perform append-camera-description.
           write gl-cmp-report-record from gl-cmp-line.
       .
       compare-camera-value.
           if function abs(gl-cmp-cam-value(1, gl-cmp-win, gl-cmp-v)
                   - gl-cmp-cam-value(2, gl-cmp-win, gl-cmp-v))
                   > gl-cmp-tolerance
               move "Y" to gl-cmp-differs
           end-if
       .
       append-camera-description.
           evaluate gl-cmp-cam-mode(gl-cmp-s, gl-cmp-win)
               when "X"
                   string "fixed" delimited by size
                     into gl-cmp-line
                     with pointer gl-cmp-ptr
                   perform append-camera-number
                       varying gl-cmp-v from 1 by 1 until gl-cmp-v > 6
               when "T"
                   string "top" delimited by size
                     into gl-cmp-line
                     with pointer gl-cmp-ptr
                   move gl-cmp-cam-value(gl-cmp-s, gl-cmp-win, 2)
                     to gl-cmp-num
                   perform append-compare-number
               when other
                   string "fly" delimited by size
                     into gl-cmp-line
                     with pointer gl-cmp-ptr
           end-evaluate
       .
       append-camera-number.
           move gl-cmp-cam-value(gl-cmp-s, gl-cmp-win, gl-cmp-v)
             to gl-cmp-num.
           perform append-compare-number.
       .
      * include / prefab / place / sound lines, matched by key
       compare-old-directive.
           move 0 to gl-cmp-found.
           perform find-new-directive
               varying gl-cmp-b from 1 by 1
               until gl-cmp-b > gl-cmp-dir-count(2)
                   or gl-cmp-found > 0.
           if gl-cmp-found = 0
               add 1 to gl-cmp-tot-other
               move spaces to gl-cmp-line
               string "REMOVED  " delimited by size
                      function trim(gl-cmp-dir-key(1, gl-cmp-a))
                                       delimited by size
                 into gl-cmp-line
               write gl-cmp-report-record from gl-cmp-line
               exit paragraph
           end-if
           move gl-cmp-found to gl-cmp-b.
           move "Y" to gl-cmp-dir-matched(2, gl-cmp-b).
           evaluate gl-cmp-dir-kind(1, gl-cmp-a)
               when "P"
                   if gl-cmp-dir-body(1, gl-cmp-a)
                           not = gl-cmp-dir-body(2, gl-cmp-b)
                       add 1 to gl-cmp-tot-other
                       move spaces to gl-cmp-line
                       string "PREFAB   " delimited by size
                              function trim(
                                  gl-cmp-dir-key(1, gl-cmp-a)(8:))
                                       delimited by size
                              "  block changed" delimited by size
                         into gl-cmp-line
                       write gl-cmp-report-record from gl-cmp-line
                   end-if
               when "L"
                   perform compare-placement
               when "F"
                   move "FONT" to gl-cmp-what
                   perform compare-directive-body
               when "T"
                   move "TEXTFONT" to gl-cmp-what
                   perform compare-directive-body
           end-evaluate
       .
      * font and textfont: the line's values as written, keyed
      * on the font name or role
       compare-directive-body.
           if gl-cmp-dir-body(1, gl-cmp-a)
                   = gl-cmp-dir-body(2, gl-cmp-b)
               exit paragraph
           end-if
           add 1 to gl-cmp-tot-other.
           move spaces to gl-cmp-desc.
           unstring gl-cmp-dir-key(1, gl-cmp-a) delimited by all space
               into gl-cmp-keyword
                    gl-cmp-desc
           end-unstring.
           move spaces to gl-cmp-line.
           string gl-cmp-what delimited by size
                  " " delimited by size
                  function trim(gl-cmp-desc) delimited by size
                  "  " delimited by size
                  function trim(gl-cmp-dir-body(1, gl-cmp-a))
                                   delimited by size
                  " -> " delimited by size
                  function trim(gl-cmp-dir-body(2, gl-cmp-b))
                                   delimited by size
             into gl-cmp-line.
           write gl-cmp-report-record from gl-cmp-line.
       .
       find-new-directive.
           if gl-cmp-dir-key(2, gl-cmp-b) = gl-cmp-dir-key(1, gl-cmp-a)
                   and not gl-cmp-dir-is-matched(2, gl-cmp-b)
               move gl-cmp-b to gl-cmp-found
           end-if
       .
       compare-placement.
           move "N" to gl-cmp-differs.
           perform compare-place-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 4.
           if not gl-cmp-does-differ
               exit paragraph
           end-if
           add 1 to gl-cmp-tot-other.
           move spaces to gl-cmp-line.
           move 1 to gl-cmp-ptr.
           string "PLACED   " delimited by size
                  function trim(gl-cmp-dir-key(1, gl-cmp-a)(7:))
                                   delimited by size
                  " " delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           perform append-old-place-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 4.
           string " ->" delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           perform append-new-place-value
               varying gl-cmp-v from 1 by 1 until gl-cmp-v > 4.
           write gl-cmp-report-record from gl-cmp-line.
       .
       compare-place-value.
           if function abs(gl-cmp-dir-value(1, gl-cmp-a, gl-cmp-v)
                   - gl-cmp-dir-value(2, gl-cmp-b, gl-cmp-v))
                   > gl-cmp-tolerance
               move "Y" to gl-cmp-differs
           end-if
       .
       append-old-place-value.
           move gl-cmp-dir-value(1, gl-cmp-a, gl-cmp-v) to gl-cmp-num.
           perform append-compare-number.
       .
       append-new-place-value.
           move gl-cmp-dir-value(2, gl-cmp-b, gl-cmp-v) to gl-cmp-num.
           perform append-compare-number.
       .
       report-added-directive.
           if gl-cmp-dir-is-matched(2, gl-cmp-b)
               exit paragraph
           end-if
           add 1 to gl-cmp-tot-other.
           move spaces to gl-cmp-line.
           string "ADDED    " delimited by size
                  function trim(gl-cmp-dir-key(2, gl-cmp-b))
                                   delimited by size
             into gl-cmp-line.
           write gl-cmp-report-record from gl-cmp-line.
       .
       write-report-totals.
           move spaces to gl-cmp-report-record.
           write gl-cmp-report-record.
           move spaces to gl-cmp-line.
           move 1 to gl-cmp-ptr.
           move gl-cmp-tot-added to gl-cmp-int-disp.
           string "objects added=" delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move gl-cmp-tot-removed to gl-cmp-int-disp.
           string " removed=" delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move gl-cmp-tot-changed to gl-cmp-int-disp.
           string " changed=" delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move gl-cmp-tot-other to gl-cmp-int-disp.
           string "  other scene lines changed="
                                   delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           move gl-cmp-tot-notes to gl-cmp-int-disp.
           string "  notes=" delimited by size
                  function trim(gl-cmp-int-disp) delimited by size
             into gl-cmp-line
             with pointer gl-cmp-ptr.
           write gl-cmp-report-record from gl-cmp-line.
           if gl-cmp-tot-added + gl-cmp-tot-removed
                   + gl-cmp-tot-changed + gl-cmp-tot-other = 0
               move "RESULT SAME" to gl-cmp-line
           else
               move "RESULT DIFFERENT" to gl-cmp-line
           end-if
           write gl-cmp-report-record from gl-cmp-line.
       .
