      *    Personnel_Conversion), so each transaction is a keyed
      *    READ / REWRITE.
      *
      *    A leaver's approved position goes back to vacant (see
      *    Position_Control) so it can be recruited into again.
      *
      *    An employee id failing its check digit (see
      *    Check_Digit) is only flagged, while the old ids are in
      *    use; under EMPLOYEE_ID_CHECK=ENFORCE it is skipped as a
      *    mistyped id - it could terminate the wrong person.
      *
      *    Transaction layout (terminations.dat, one per line):
      *       employee-id      PIC X(6)
      *       termination-date PIC 9(8)   (YYYYMMDD)
       01  read-count          PIC 9(5) VALUE 0.
       01  pj-action           PIC X(6).
       01  pj-program          PIC X(20) VALUE "Termination_Batch".
       01  pj-before           PIC X(162).
       01  pj-after            PIC X(162).
       01  applied-count       PIC 9(5) VALUE 0.
       01  notfound-count      PIC 9(5) VALUE 0.
       01  already-count       PIC 9(5) VALUE 0.
       01  released-count      PIC 9(5) VALUE 0.
       01  badcheck-count      PIC 9(5) VALUE 0.
       01  cd-function         PIC X(3) VALUE "EID".
       01  cd-value            PIC X(10).
       01  cd-bank-code        PIC X(6).
       01  cd-result           PIC X.
       01  pc-function         PIC X(3).
       01  pc-position         PIC X(6).
       01  pc-department       PIC X(20).
       01  pc-job-code         PIC X(4).
       01  pc-employee-id      PIC X(6).
       01  pc-result           PIC X.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Terminations applied: " applied-count.
           DISPLAY "[+] Already terminated  : " already-count.
           DISPLAY "[+] Not on master       : " notfound-count.
           DISPLAY "[+] Failed check digit  : " badcheck-count.
           DISPLAY "[+] Positions released  : " released-count.

           GOBACK.

       Apply-Termination.
           MOVE term-employee-id TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           EVALUATE cd-result
               WHEN "Y"
                   CONTINUE
               WHEN "W"
                   DISPLAY "[-] Warning: employee id '"
                       term-employee-id "' fails its check digit."
               WHEN OTHER
                   ADD 1 TO badcheck-count
                   DISPLAY "[-] Employee id '" term-employee-id
                       "' fails its check digit - transaction "
                       "skipped."
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE term-employee-id TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
                       MOVE personnel-record TO pj-after
                       CALL "Personnel_Journal" USING pj-action,
                           pj-program, pj-before, pj-after
                       PERFORM Release-Position
                   END-IF
           END-READ.

       Release-Position.
           MOVE "REL" TO pc-function.
           MOVE term-employee-id TO pc-employee-id.
           CALL "Position_Control" USING pc-function, pc-position,
               pc-department, pc-job-code, pc-employee-id,
               pc-result.
           IF pc-result = "Y"
               ADD 1 TO released-count
               DISPLAY "[+] Position " pc-position " released for '"
                   term-employee-id "'."
           END-IF.
