       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Matrix_Solve.
      ****************************
      *    Shared Gauss-Jordan elimination with partial pivoting
      *    over the floating-point working matrix (06-workmatrix.cpy
      *    layout): the n x n left part is reduced to the identity,
      *    so whatever columns were augmented on the right come
      *    back transformed - the solution x of Ax=b for each
      *    right-hand-side column, or the inverse when the identity
      *    was augmented. Matrix_Operations uses it for (I)nverse
      *    and (S)olve; batch programs that need a linear system
      *    solved (Dept_Forecast's least-squares fit) call it with
      *    the system built in memory.
      *
      *    Arguments:
      *       ms-size     : input, n (1-20)
      *       ms-aug-cols : input, total columns in use, n plus the
      *                     augmented ones (up to 40)
      *       work-matrix : input/output, the augmented matrix
      *       ms-singular : output, "Y" no pivot bigger than near
      *                     zero was found - no unique solution,
      *                     the matrix is then left part-reduced;
      *                     "N" solved
      ****************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  i               PIC 999.
       01  j               PIC 999.
       01  k               PIC 999.
       01  pivot-row       PIC 999.
       01  pivot-value     USAGE COMP-2.
       01  probe-value     USAGE COMP-2.
       01  factor          USAGE COMP-2.
       01  temp-value      USAGE COMP-2.
       01  near-zero       USAGE COMP-2 VALUE 0.000000001.

       LINKAGE SECTION.
       01  ms-size         PIC 999.
       01  ms-aug-cols     PIC 999.
       COPY "06-workmatrix.cpy".
       01  ms-singular     PIC X.
      ****************************
       PROCEDURE DIVISION USING ms-size, ms-aug-cols, work-matrix,
               ms-singular.

      *    Each pivot row is scaled to 1 and cleared from every
      *    other row.
           MOVE "N" TO ms-singular.
           PERFORM VARYING k FROM 1 BY 1 UNTIL k > ms-size
               PERFORM Pick-Pivot
               IF ms-singular = "Y"
                   EXIT PERFORM
               END-IF
               IF pivot-row NOT = k
                   PERFORM Swap-Rows
               END-IF
               MOVE wm-entry(k, k) TO pivot-value
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > ms-aug-cols
                   COMPUTE wm-entry(k, j) =
                       wm-entry(k, j) / pivot-value
               END-PERFORM
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > ms-size
                   IF i NOT = k
                       MOVE wm-entry(i, k) TO factor
                       PERFORM VARYING j FROM 1 BY 1
                               UNTIL j > ms-aug-cols
                           COMPUTE temp-value =
                               factor * wm-entry(k, j)
                           SUBTRACT temp-value FROM wm-entry(i, j)
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT PROGRAM.

       Pick-Pivot.
      *    Partial pivoting: the largest magnitude in column k on
      *    or below the diagonal; nothing bigger than near-zero
      *    means singular.
           MOVE k TO pivot-row.
           MOVE 0 TO pivot-value.
           PERFORM VARYING i FROM k BY 1 UNTIL i > ms-size
               MOVE wm-entry(i, k) TO probe-value
               IF probe-value < 0
                   COMPUTE probe-value = 0 - probe-value
               END-IF
               IF probe-value > pivot-value
                   MOVE probe-value TO pivot-value
                   MOVE i TO pivot-row
               END-IF
           END-PERFORM.
           IF pivot-value < near-zero
               MOVE "Y" TO ms-singular
           END-IF.

       Swap-Rows.
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > ms-aug-cols
               MOVE wm-entry(k, j) TO temp-value
               MOVE wm-entry(pivot-row, j) TO wm-entry(k, j)
               MOVE temp-value TO wm-entry(pivot-row, j)
           END-PERFORM.

       END PROGRAM Matrix_Solve.
