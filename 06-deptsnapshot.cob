      *       department  PIC X(20)
      *       active      PIC 9(5)     active headcount
      *       terminated  PIC 9(5)
      *       salary      PIC 9(11)v99 active salary total, as
      *                                paid (part-timers at their
      *                                FTE share - see Employee_FTE)
      *       fte         PIC 9(5)v99  active full-time
      *                                equivalents
      *
      *    Heads count every active employee as one; FTE counts a
      *    part-timer at their FTE percentage. Rows stamped before
      *    the FTE column existed read it as spaces, and the
      *    readers take FTE as the headcount for those months.
      *
      *    The month is the business-date month; a month already
      *    on the file is refused (the double-stamp protection the
           05  ds-active   PIC 9(5).
           05  ds-terminated PIC 9(5).
           05  ds-salary   PIC 9(11)v9(2).
           05  ds-fte      PIC 9(5)v9(2).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
           05  dt-active   PIC 9(5).
           05  dt-terminated PIC 9(5).
           05  dt-salary   PIC S9(11)v9(2) USAGE COMP-3.
           05  dt-fte      PIC S9(5)v9(2) USAGE COMP-3.
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3) VALUE "GET".
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
       01  fte-salary      PIC 9(7)v9(2).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Dept_Snapshot_Batch".
       01  jl-record-count PIC 9(6) VALUE 0.
               MOVE dt-active(dept-idx) TO ds-active
               MOVE dt-terminated(dept-idx) TO ds-terminated
               MOVE dt-salary(dept-idx) TO ds-salary
               MOVE dt-fte(dept-idx) TO ds-fte
               WRITE snapshot-record
           END-PERFORM.
           CLOSE snapshot-file.
                   MOVE 0 TO dt-active(dept-hit)
                   MOVE 0 TO dt-terminated(dept-hit)
                   MOVE 0 TO dt-salary(dept-hit)
                   MOVE 0 TO dt-fte(dept-hit)
               ELSE
                   DISPLAY "[-] Department table full - '"
                       FUNCTION TRIM(department)
               ADD 1 TO dt-terminated(dept-hit)
           ELSE
               ADD 1 TO dt-active(dept-hit)
               CALL "Employee_FTE" USING ft-function, employee-id,
                   ft-percent, ft-result
               COMPUTE fte-salary ROUNDED =
                   salary * ft-percent / 100
               ADD fte-salary TO dt-salary(dept-hit)
               COMPUTE dt-fte(dept-hit) =
                   dt-fte(dept-hit) + ft-percent / 100
           END-IF.

       END PROGRAM Dept_Snapshot_Batch.
