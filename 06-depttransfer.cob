      *       employee-id    PIC X(6)
      *       new-department PIC X(20)
      *       effective-date PIC 9(8)   YYYYMMDD
      *       position       PIC X(6)   the vacant approved
      *                                 position in the new
      *                                 department
      *
      *    Each row is validated through Dept_Check; rows whose
      *    effective date is after the business date are held over
      *    applied move is journaled via Personnel_Journal and
      *    listed on the transfer report (transfers.rpt, via
      *    Print_Writer) with the old and new department.
      *
      *    Position control (see Position_Control): the named
      *    position must be vacant, in the new department, and for
      *    the employee's job code; otherwise the move is
      *    rejected. An applied move releases the position the
      *    employee held and fills the new one.
      *
      *    An employee id failing its check digit (see
      *    Check_Digit) is only flagged, while the old ids are in
      *    use; under EMPLOYEE_ID_CHECK=ENFORCE it is rejected as
      *    a mistyped id.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  tr-employee-id PIC X(6).
           05  tr-new-dept    PIC X(20).
           05  tr-eff-date    PIC 9(8).
           05  tr-position    PIC X(6).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
           05  tt-id       PIC X(6).
           05  tt-new-dept PIC X(20).
           05  tt-eff-date PIC 9(8).
           05  tt-position PIC X(6).
           05  tt-outcome  PIC X.
      *        A applied, H held over, R rejected
       01  transfer-entries PIC 9(3) VALUE 0.
       01  old-department  PIC X(20).
       01  dc-department   PIC X(20).
       01  dc-valid-flag   PIC X.
       01  pc-function     PIC X(3).
       01  pc-position     PIC X(6).
       01  pc-department   PIC X(20).
       01  pc-job-code     PIC X(4).
       01  pc-employee-id  PIC X(6).
       01  pc-result       PIC X.
       01  position-text   PIC X(40).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  pj-action       PIC X(6).
       01  pj-program      PIC X(20) VALUE "Dept_Transfer_Batch".
       01  pj-before       PIC X(162).
       01  pj-after        PIC X(162).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Dept_Transfer_Batch".
       01  jl-record-count PIC 9(6) VALUE 0.
                               TO tt-new-dept(transfer-entries)
                           MOVE tr-eff-date
                               TO tt-eff-date(transfer-entries)
                           MOVE tr-position
                               TO tt-position(transfer-entries)
                           MOVE SPACE
                               TO tt-outcome(transfer-entries)
                       ELSE
                   MOVE tt-id(transfer-idx) TO tr-employee-id
                   MOVE tt-new-dept(transfer-idx) TO tr-new-dept
                   MOVE tt-eff-date(transfer-idx) TO tr-eff-date
                   MOVE tt-position(transfer-idx) TO tr-position
                   WRITE transfer-record
               END-IF
           END-PERFORM.
           GOBACK.

       Apply-One-Transfer.
      *    A mistyped id that hits another real employee would
      *    move the wrong person.
           MOVE tt-id(transfer-idx) TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           IF cd-result = "W"
               MOVE SPACES TO pw-line
               STRING "    " tt-id(transfer-idx)
                   " warning - employee id fails its check digit"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           IF cd-result NOT = "Y" AND cd-result NOT = "W"
               MOVE "R" TO tt-outcome(transfer-idx)
               ADD 1 TO rejected-count
               MOVE SPACES TO pw-line
               STRING "[-] " tt-id(transfer-idx)
                   " rejected - employee id fails its check digit"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               EXIT PARAGRAPH
           END-IF.
      *    Validate the target department first - a transfer into a
      *    typo is exactly what Dept_Check exists to stop.
           MOVE tt-new-dept(transfer-idx) TO dc-department.
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               NOT INVALID KEY
                   PERFORM Check-Transfer-Position
                   IF pc-result = "Y" OR pc-result = "X"
                       PERFORM Rewrite-Transfer
                   END-IF
           END-READ.

       Check-Transfer-Position.
           MOVE "CHK" TO pc-function.
           MOVE tt-position(transfer-idx) TO pc-position.
           MOVE tt-new-dept(transfer-idx) TO pc-department.
           MOVE job-code IN personnel-record TO pc-job-code.
           CALL "Position_Control" USING pc-function, pc-position,
               pc-department, pc-job-code, pc-employee-id,
               pc-result.
           IF pc-result = "Y" OR pc-result = "X"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE pc-result
               WHEN "N"
                   MOVE "is not on file" TO position-text
               WHEN "F"
                   MOVE "is already filled" TO position-text
               WHEN "Z"
                   MOVE "is frozen" TO position-text
               WHEN "D"
                   MOVE "is in another department" TO position-text
               WHEN OTHER
                   MOVE "is for another job code" TO position-text
           END-EVALUATE.
           MOVE "R" TO tt-outcome(transfer-idx).
           ADD 1 TO rejected-count.
           MOVE SPACES TO pw-line.
           STRING "[-] " tt-id(transfer-idx)
               " rejected - position '" tt-position(transfer-idx)
               "' " FUNCTION TRIM(position-text)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Rewrite-Transfer.
           MOVE department IN personnel-record TO old-department.
           MOVE personnel-record TO pj-before.
                       pj-program, pj-before, pj-after
                   MOVE "A" TO tt-outcome(transfer-idx)
                   ADD 1 TO applied-count
                   PERFORM Move-Position
                   MOVE SPACES TO pw-line
                   STRING "    " tt-id(transfer-idx) " "
                       first-name IN personnel-record " "
                   PERFORM Print-Line
           END-REWRITE.

       Move-Position.
      *    Release the old position, fill the new one.
           IF pc-result NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "REL" TO pc-function.
           MOVE tt-id(transfer-idx) TO pc-employee-id.
           CALL "Position_Control" USING pc-function, pc-position,
               pc-department, pc-job-code, pc-employee-id,
               pc-result.
           MOVE "FIL" TO pc-function.
           MOVE tt-position(transfer-idx) TO pc-position.
           MOVE tt-new-dept(transfer-idx) TO pc-department.
           MOVE job-code IN personnel-record TO pc-job-code.
           CALL "Position_Control" USING pc-function, pc-position,
               pc-department, pc-job-code, pc-employee-id,
               pc-result.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
