       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Id_Check_Report INITIAL.
      ****************************
      *    The existing ids that would fail the check-digit scheme
      *    (see Check_Digit), to be reissued before
      *    EMPLOYEE_ID_CHECK is set to ENFORCE:
      *       - every employee on the master whose id is not six
      *         digits, or whose sixth digit is not the check digit
      *         of the first five, with the id that the base would
      *         carry (none when the base is one never issued),
      *       - every bank-details record whose account fails its
      *         bank's modulus rule on bankmodulus.dat - the
      *         deposits bankreturn.dat would bounce (a bank not
      *         on the file has no rule, and is not listed).
      *    The listing goes through Print_Writer to idcheck.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT bank-file ASSIGN TO "bankdetails.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bk-employee-id
               FILE STATUS IS bank-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  bank-file.
       01  bank-record.
           05  bk-employee-id PIC X(6).
           05  bk-bank-code   PIC X(6).
           05  bk-account     PIC X(10).
           05  bk-active      PIC X.

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  bank-status     PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  cd-function     PIC X(3).
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  reason-text     PIC X(30).
       01  status-text     PIC X(10).
       01  suggested-id    PIC X(6).
       01  employee-count  PIC 9(6) VALUE 0.
       01  bad-id-count    PIC 9(6) VALUE 0.
       01  bank-count      PIC 9(6) VALUE 0.
       01  bad-bank-count  PIC 9(6) VALUE 0.
       01  p-count         PIC ZZZ,ZZ9.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Id_Check_Report".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Check-Digit Exceptions - Ids and Bank Accounts".
       01  pw-filename     PIC X(255) VALUE "idcheck.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE "Employee ids failing the check digit" TO pw-line.
           PERFORM Print-Line.
           MOVE "Id     Name                      Department"
               TO pw-line.
           MOVE "Status     Reason                        Would be"
               TO pw-line(55:49).
           PERFORM Print-Line.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO employee-count
                       PERFORM Check-Employee
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.
           MOVE bad-id-count TO p-count.
           STRING p-count " failing id(s) of " employee-count
               " on the master"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

           PERFORM Print-Line.
           MOVE "Bank accounts failing their bank's modulus rule"
               TO pw-line.
           PERFORM Print-Line.
           OPEN INPUT bank-file.
           IF bank-status = "00"
               PERFORM UNTIL eof-reached
                   READ bank-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           ADD 1 TO bank-count
                           PERFORM Check-Bank-Account
                   END-READ
               END-PERFORM
               CLOSE bank-file
               MOVE "N" TO eof-flag
               MOVE bad-bank-count TO p-count
               STRING p-count " failing account(s) of " bank-count
                   " on bankdetails.dat"
                   DELIMITED BY SIZE INTO pw-line
           ELSE
               MOVE "No bankdetails.dat - nothing to check."
                   TO pw-line
           END-IF.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] " bad-id-count " failing id(s), "
               bad-bank-count " failing account(s) - see "
               "'idcheck.rpt'.".
           COMPUTE jl-record-count = employee-count + bank-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Check-Employee.
           MOVE "NEW" TO cd-function.
           MOVE employee-id TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           IF cd-result = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO bad-id-count.
           MOVE SPACES TO suggested-id.
           IF cd-result = "F"
               MOVE "not six digits" TO reason-text
           ELSE
               MOVE "wrong check digit" TO reason-text
               MOVE "GEN" TO cd-function
               CALL "Check_Digit" USING cd-function, cd-value,
                   cd-bank-code, cd-result
               IF cd-result = "Y"
                   MOVE cd-value(1:6) TO suggested-id
               ELSE
                   MOVE "base never issued" TO reason-text
               END-IF
           END-IF.
           IF emp-terminated
               MOVE "terminated" TO status-text
           ELSE
               MOVE "active" TO status-text
           END-IF.
           STRING employee-id " " last-name(1:12) " "
               first-name(1:12) " " department " " status-text " "
               reason-text suggested-id
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Check-Bank-Account.
           MOVE "ACT" TO cd-function.
           MOVE bk-account TO cd-value.
           MOVE bk-bank-code TO cd-bank-code.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           IF cd-result = "Y" OR cd-result = "U"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO bad-bank-count.
           EVALUATE cd-result
               WHEN "F"
                   MOVE "account not ten digits" TO reason-text
               WHEN OTHER
                   MOVE "fails the bank's rule" TO reason-text
           END-EVALUATE.
           IF bk-active = "Y"
               MOVE "active" TO status-text
           ELSE
               MOVE "inactive" TO status-text
           END-IF.
           STRING bk-employee-id " bank " bk-bank-code " account "
               bk-account " " status-text " " reason-text
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Id_Check_Report.
