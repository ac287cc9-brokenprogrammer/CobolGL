               10 gl-emitter-g      usage float.
               10 gl-emitter-b      usage float.
               10 gl-emitter-accum  usage float.
      * M = from the scene file itself, I = from an include or a
      * prefab placement (not written back by a scene save)
               10 gl-emitter-origin pic x.
       01 gl-particles-flag pic x value "N".
           88 gl-particles-wanted value "Y".
       01 gl-emitter-index pic s9(9) comp-5.
