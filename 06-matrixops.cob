      *    words ("singular - no inverse / no unique solution"),
      *    never as garbage numbers. Solve reads the right-hand
      *    side b as a second matrix file of shape n x 1; the
      *    determinant is written as a 1 x 1 result. The Gauss-
      *    Jordan step of inverse and solve is the shared
      *    Matrix_Solve subprogram, which batch programs call for
      *    systems they build in memory.
      *
      *    Agreed matrix file layout (LINE SEQUENTIAL):
      *       line 1          : rows PIC 999, cols PIC 999
       01  output-filename PIC X(255) VALUE "prettyresult.txt".
      *    Floating-point working copy for the elimination, wide
      *    enough for A augmented with the identity (n x 2n).
       COPY "06-workmatrix.cpy".
       01  aug-cols        PIC 999.
       01  n-size          PIC 999.
       01  pivot-row       PIC 999.
           END-PERFORM.

       Jordan-Eliminate.
      *    Full Gauss-Jordan over the augmented working matrix
      *    (see Matrix_Solve).
           CALL "Matrix_Solve" USING n-size, aug-cols, work-matrix,
               singular-flag.

       Pick-Pivot.
      *    Partial pivoting: the largest magnitude in column k on
