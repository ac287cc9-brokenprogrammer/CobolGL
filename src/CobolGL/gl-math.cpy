       01 gl-math-aspect usage float.
       01 gl-math-near   usage float.
       01 gl-math-far    usage float.
      * near-plane extents for gl-math-frustum (off-axis slices)
       01 gl-math-left   usage float.
       01 gl-math-right  usage float.
       01 gl-math-bottom usage float.
       01 gl-math-top    usage float.

      * rotation input (degrees) for gl-math-rotate-x/y/z; translate
      * and scale take their vector through gl-math-vec3-a
