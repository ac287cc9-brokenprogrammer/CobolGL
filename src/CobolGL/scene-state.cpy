       78 gl-scene-object-max  value 64.
       78 gl-mesh-name-max     value 16.
       78 gl-texture-name-max  value 16.
       78 gl-scene-lod-max     value 3.

       01 gl-scene-state.
           05 gl-scene-object-count pic s9(9) comp-5 value 0.
                   88 gl-scene-obj-is-billboard value "B".
                   88 gl-scene-obj-is-label     value "L".
               10 gl-scene-obj-label pic x(48).
      * the label's font (index into gl-fonts), its pixel size and
      * the width it wraps at ("labelfont"; 0 = one line)
               10 gl-scene-obj-label-font  pic s9(9) comp-5.
               10 gl-scene-obj-label-size  usage float.
               10 gl-scene-obj-label-width pic s9(9) comp-5.
      * refreshed per render pass by build-blend-list: objects whose
      * bounding sphere falls outside the view cone are skipped by
      * both draw passes, so a full showroom layout only pays for
      * what is actually on screen
               10 gl-scene-obj-visible pic x.
                   88 gl-scene-obj-is-visible value "Y".
      * where the object came from: M = written in the scene file
      * itself, I = pulled in by an include or a prefab placement.
      * Only M objects are written back by save-scene-file - the
      * others are re-created from the include / place lines
               10 gl-scene-obj-origin pic x.
                   88 gl-scene-obj-is-authored value "M".
      * hierarchy: "parent <name>" makes the object's position,
      * rotation and scale lines relative to that object. The name
      * is kept as written (scene saves put it back) and resolved to
      * an index and a depth once the whole scene has been read.
      * world-* is the combined transform, refreshed once a frame by
      * refresh-scene-world parents first; drawing, the shadow pass,
      * picking, culling, label anchoring and walk collision all read
      * it instead of the object's own pose
               10 gl-scene-obj-parent-name pic x(32).
               10 gl-scene-obj-parent-line pic s9(9) comp-5.
               10 gl-scene-obj-parent pic s9(9) comp-5.
               10 gl-scene-obj-depth  pic s9(9) comp-5.
               10 gl-scene-obj-world-mat.
                   15 gl-scene-obj-world-elem usage float
                                             occurs 16 times.
               10 gl-scene-obj-world-x  usage float.
               10 gl-scene-obj-world-y  usage float.
               10 gl-scene-obj-world-z  usage float.
               10 gl-scene-obj-world-sx usage float.
               10 gl-scene-obj-world-sy usage float.
               10 gl-scene-obj-world-sz usage float.
      * level-of-detail steps ("lod <distance> <mesh>" or
      * "lod <distance> billboard [texture]"), kept in increasing
      * distance order: once the object's distance from the
      * window's camera reaches a step's distance, drawing, the
      * shadow pass and picking use that step's mesh - or a
      * camera-facing quad - instead of the object's own mesh.
      * A billboard step with no texture of its own keeps the
      * object's texture (lod-texture zero)
               10 gl-scene-obj-lod-count pic s9(9) comp-5.
               10 gl-scene-obj-lod occurs 3 times.
                   15 gl-scene-obj-lod-dist    usage float.
                   15 gl-scene-obj-lod-mesh    pic s9(9) comp-5.
                   15 gl-scene-obj-lod-texture pic s9(9) comp-5.
                   15 gl-scene-obj-lod-kind    pic x.
                       88 gl-scene-obj-lod-is-billboard value "B".

      * mesh sources ("quad" or an OBJ path) and texture paths named
      * by the scene, registered once; index-count is a property of
      * channel (32-bit), so objects wearing it join the blended pass
               10 gl-texture-name-alpha pic x.
                   88 gl-texture-has-alpha value "Y".
      * flipbook sequences: a run of # in the name is the frame
      * number, zero padded to the run's width ("flag-###.bmp" is
      * flag-000.bmp, flag-001.bmp, ...; numbering starts at 0, or
      * at 1 when there is no frame 0). scan-flipbook-frames finds
      * the frames when the name is registered, load-window-texture
      * fills the ids once for the sharing group, and
      * update-flipbook-textures swaps the current frame into every
      * window's slot on the fixed simulation step. Mode is space
      * for a still texture
               10 gl-texture-name-fps   usage float.
               10 gl-texture-name-mode  pic x.
                   88 gl-texture-is-flipbook value "L" "O" "P".
                   88 gl-texture-plays-once  value "O".
                   88 gl-texture-ping-pongs  value "P".
               10 gl-texture-name-first  pic s9(9) comp-5.
               10 gl-texture-name-span   pic s9(9) comp-5.
               10 gl-texture-name-frames pic s9(9) comp-5.
               10 gl-texture-name-shown  pic s9(9) comp-5.
               10 gl-texture-frame occurs 64 times.
                   15 gl-texture-frame-id   usage uns-int.
                   15 gl-texture-frame-have pic x.

      * scene-file parse scratch. gl-scene-soft-errors switches
      * scene-parse-error from the fatal startup behavior to the
       01 gl-scene-field-2 pic x(64).
       01 gl-scene-field-3 pic x(64).
       01 gl-scene-error-reason pic x(64).
       01 gl-scene-error-file   pic x(256).
       01 gl-scene-index        pic s9(9) comp-5.
       01 gl-scene-search-index pic s9(9) comp-5.
       01 gl-scene-found-index  pic s9(9) comp-5.
       01 gl-mesh-source   pic x(256).
       01 gl-texture-source pic x(256).

      * flipbook options for the next texture registered ("texture
      * <name> [fps] [loop|once|pingpong]"), back to the defaults
      * once it is; plus frame scan and playback scratch
       78 gl-flip-frame-max value 64.
       01 gl-flip-want-fps  usage float value 10.0.
       01 gl-flip-want-mode pic x value "L".
       01 gl-flip-opt-rate  pic x(32).
       01 gl-flip-opt-mode  pic x(32).
       01 gl-flip-clock     usage d-float value 0.
       01 gl-flip-entry     pic s9(9) comp-5.
       01 gl-flip-scan      pic s9(9) comp-5.
       01 gl-flip-frame     pic s9(9) comp-5.
       01 gl-flip-period    pic s9(9) comp-5.
       01 gl-flip-hash-at   pic s9(9) comp-5.
       01 gl-flip-hash-len  pic s9(9) comp-5.
       01 gl-flip-limit     pic s9(9) comp-5.
       01 gl-flip-number    pic 9(9).
       01 gl-flip-number-disp pic z(8)9.
       01 gl-flip-fail-mark pic s9(9) comp-5.
       01 gl-flip-width     pic s9(9) comp-5.
       01 gl-flip-height    pic s9(9) comp-5.
       01 gl-flip-size-disp pic z(8)9.
       01 gl-flip-id        usage uns-int.
       01 gl-flip-path      pic x(260).
       01 gl-flip-ptr       pic s9(9) comp-5.
       01 gl-flip-file-data.
           05 gl-flip-fd-attributes usage uns-int.
           05 gl-flip-fd-times      pic x(24).
           05 gl-flip-fd-size-high  usage uns-int.
           05 gl-flip-fd-size-low   usage uns-int.

      * Scene sources. The scene file and every file it includes
      * ("include <file>") are read into this line store first, then
      * walked through a small frame stack, so include and place
      * lines splice other lines in without reopening a file in the
      * middle of a parse. Every stored line keeps its own file and
      * line number, so scene-parse-error names the file the mistake
      * is actually in.
       78 gl-scene-src-file-max value 16.
       78 gl-scene-src-line-max value 2048.
       78 gl-scene-frame-max    value 8.
       01 gl-scene-src-files.
           05 gl-scene-src-file-count pic s9(9) comp-5 value 0.
           05 gl-scene-src-file occurs 16 times.
               10 gl-scene-src-name     pic x(256).
               10 gl-scene-src-first    pic s9(9) comp-5.
               10 gl-scene-src-count    pic s9(9) comp-5.
      * file and line of the include line that named this file
               10 gl-scene-src-ref-file pic s9(9) comp-5.
               10 gl-scene-src-ref-line pic s9(9) comp-5.
       01 gl-scene-src-lines.
           05 gl-scene-src-line-count pic s9(9) comp-5 value 0.
           05 gl-scene-src-entry occurs 2048 times.
               10 gl-scene-src-text   pic x(512).
               10 gl-scene-src-owner  pic s9(9) comp-5.
               10 gl-scene-src-lineno pic s9(9) comp-5.
      * file and store index of the line being parsed; current 0
      * means no file yet (scene-parse-error falls back to the
      * configured scene name)
       01 gl-scene-src-current pic s9(9) comp-5 value 0.
       01 gl-scene-src-index   pic s9(9) comp-5.
       01 gl-scene-src-load    pic s9(9) comp-5.
       01 gl-scene-src-scan    pic s9(9) comp-5.
       01 gl-scene-src-found   pic s9(9) comp-5.
       01 gl-scene-src-eof pic x value "N".
           88 gl-scene-src-at-eof value "Y".
      * walk stack: F = the lines of one file, P = a prefab body
      * being placed; only lines walked straight from the scene file
      * (depth one) count as authored
       01 gl-scene-frames.
           05 gl-scene-frame-depth pic s9(9) comp-5 value 0.
           05 gl-scene-frame occurs 8 times.
               10 gl-scene-frame-kind pic x.
               10 gl-scene-frame-file pic s9(9) comp-5.
               10 gl-scene-frame-next pic s9(9) comp-5.
               10 gl-scene-frame-last pic s9(9) comp-5.
       01 gl-scene-frame-scan pic s9(9) comp-5.
       01 gl-scene-line-origin pic x value "M".
           88 gl-scene-is-from-main value "M".

      * Prefabs: "prefab <name>" ... "end" stores a block of scene
      * lines without parsing it; "place <name> x y z [yaw]" parses
      * the block again as a fresh set of objects, then moves what it
      * created by the placement offset and turns it about the
      * vertical axis by yaw degrees
       78 gl-scene-prefab-max value 16.
       01 gl-scene-prefabs.
           05 gl-scene-prefab-count pic s9(9) comp-5 value 0.
           05 gl-scene-prefab occurs 16 times.
               10 gl-scene-prefab-name  pic x(32).
               10 gl-scene-prefab-first pic s9(9) comp-5.
               10 gl-scene-prefab-last  pic s9(9) comp-5.
       01 gl-scene-prefab-open  pic s9(9) comp-5 value 0.
       01 gl-scene-prefab-found pic s9(9) comp-5.
       01 gl-place-tokens.
           05 gl-place-token pic x(32) occurs 5 times.
       01 gl-place-x   usage float.
       01 gl-place-y   usage float.
       01 gl-place-z   usage float.
       01 gl-place-yaw usage float.
       01 gl-place-sin usage float.
       01 gl-place-cos usage float.
       01 gl-place-dx  usage float.
       01 gl-place-dz  usage float.
       01 gl-place-first-obj     pic s9(9) comp-5.
       01 gl-place-first-key     pic s9(9) comp-5.
       01 gl-place-first-light   pic s9(9) comp-5.
       01 gl-place-first-emitter pic s9(9) comp-5.
       01 gl-place-first-sound   pic s9(9) comp-5.
       01 gl-place-scan pic s9(9) comp-5.

      * world-transform refresh scratch
       01 gl-world-obj       pic s9(9) comp-5.
       01 gl-world-depth     pic s9(9) comp-5.
       01 gl-world-depth-max pic s9(9) comp-5 value 0.
       01 gl-world-scan      pic s9(9) comp-5.
       01 gl-world-chain     pic s9(9) comp-5.

      * scene-file lines save-scene-file writes back as they were:
      * the include and place lines and whole prefab blocks
       78 gl-scene-keep-max value 512.
       01 gl-scene-keep.
           05 gl-scene-keep-count pic s9(9) comp-5 value 0.
           05 gl-scene-keep-line pic s9(9) comp-5 occurs 512 times.

      * mouse picking: index of the scene object under the cursor
      * (0 = none), refreshed once a frame by update-picking and
      * consumed by the HUD and the per-object highlight uniform
               10 gl-wincam-yaw   usage float.
               10 gl-wincam-pitch usage float.
               10 gl-wincam-fov   usage float.
               10 gl-wincam-origin pic x value "M".
       01 gl-wincam-tokens.
           05 gl-wincam-token pic x(32) occurs 8 times.
       01 gl-wincam-win  pic s9(9) comp-5.
       01 gl-blend-swap-obj  pic s9(9) comp-5.
       01 gl-blend-swap-dist usage float.
       01 gl-scene-draw-index pic s9(9) comp-5.
      * level-of-detail choice for one object against one eye
      * point, made by select-object-lod wherever the object is
      * drawn or tested: level zero is the object's own mesh
       01 gl-lod-obj     pic s9(9) comp-5.
       01 gl-lod-scan    pic s9(9) comp-5.
       01 gl-lod-level   pic s9(9) comp-5.
       01 gl-lod-mesh    pic s9(9) comp-5.
       01 gl-lod-texture pic s9(9) comp-5.
       01 gl-lod-kind    pic x.
           88 gl-lod-is-billboard value "B".
       01 gl-lod-eye-x   usage float.
       01 gl-lod-eye-y   usage float.
       01 gl-lod-eye-z   usage float.
       01 gl-lod-dist2   usage float.
       01 gl-lod-source  pic x(256).
       01 gl-lod-extra   pic x(256).
       01 gl-lod-rate    pic x(32).
       01 gl-lod-mode    pic x(32).

      * Light sources named by the scene file ("light directional
      * dx dy dz r g b" / "light point x y z r g b") and uploaded
               10 gl-scene-light-r usage float.
               10 gl-scene-light-g usage float.
               10 gl-scene-light-b usage float.
               10 gl-scene-light-origin pic x.

      * light-line parse scratch: the light keyword carries more
      * fields than the shared three-token scratch above holds, so
       01 gl-light-index      pic s9(9) comp-5.
       01 gl-light-index-disp pic 9.
       01 gl-light-uniform-name pic x(24).

      * Positional sound sources: "sound <file.wav> <radius> x y z"
      * stands at a point, "sound <file.wav> <radius>" after an
      * object line rides along with that object. Each one loops on
      * a mixer voice of its own while the fly/walk camera is inside
      * its radius, louder as the camera nears and panned by the
      * bearing; see update-sound-sources
       78 gl-scene-sound-max value 8.
       01 gl-scene-sounds.
           05 gl-scene-sound-count pic s9(9) comp-5 value 0.
           05 gl-scene-sound occurs 8 times.
               10 gl-scene-sound-file   pic x(64).
               10 gl-scene-sound-obj    pic s9(9) comp-5.
               10 gl-scene-sound-x      usage float.
               10 gl-scene-sound-y      usage float.
               10 gl-scene-sound-z      usage float.
               10 gl-scene-sound-radius usage float.
               10 gl-scene-sound-origin pic x.
      * mixer voice now playing it (0 = none) and its sound cache
      * entry (0 = not loaded yet, -1 = unplayable, left silent)
               10 gl-scene-sound-voice  pic s9(9) comp-5.
               10 gl-scene-sound-cache  pic s9(9) comp-5.
       01 gl-sound-tokens.
           05 gl-sound-token pic x(64) occurs 5 times.
       01 gl-sound-index pic s9(9) comp-5.
