      *    Floating-point working matrix for Gaussian elimination
      *    (Matrix_Operations, Matrix_Solve): up to 20 rows, wide
      *    enough for a 20 x 20 matrix augmented with the identity
      *    or with right-hand-side columns (n x 2n).
       01  work-matrix.
           02  wm-row OCCURS 20.
               03  wm-col OCCURS 40.
                   05  wm-entry USAGE COMP-2.
