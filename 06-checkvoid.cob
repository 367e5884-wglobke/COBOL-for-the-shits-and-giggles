       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Check_Void_Reissue INITIAL.
      ****************************
      *    Void-and-reissue screen over the check register
      *    checkreg.dat that Check_Print keeps: a spoiled, lost or
      *    stale check is looked up by its number and either
      *    voided outright or voided and replaced. The original
      *    stays on the register marked V (voided, with the date,
      *    the reason and the replacement's number) - a check
      *    number is never reused or deleted - and the
      *    replacement takes the next free number, status R
      *    (reissued), for the same employee, amount and pay
      *    period, pointing back at the check it replaces.
      *
      *    The replacement check is printed on reissue.prt in the
      *    same image as Check_Print's, the amount spelled out by
      *    the shared Check_Amount_Words. Every void and reissue is
      *    journaled to checkhist.dat (action, who, when, check
      *    numbers, amount, reason), the bankhist.dat idea, and
      *    both show up on the next Positive_Pay_Extract so the
      *    bank refuses the voided number and honors the new one.
      *
      *    Voiding needs the PAYROLL role (see Role_Check); the
      *    operator's name comes from OPERATOR_NAME, the File_Lock
      *    convention.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT checkreg-file ASSIGN TO "checkreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cr-check-no
               FILE STATUS IS checkreg-status.
           SELECT OPTIONAL reissue-file ASSIGN TO "reissue.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL journal-file ASSIGN TO "checkhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  checkreg-file.
       01  checkreg-record.
           05  cr-check-no    PIC 9(6).
           05  cr-employee-id PIC X(6).
           05  cr-name        PIC X(30).
           05  cr-amount      PIC 9(7)v9(2).
           05  cr-date        PIC 9(8).
           05  cr-period      PIC X(6).
           05  cr-run-date    PIC 9(8).
           05  cr-status      PIC X.
               88  cr-issued   VALUE "I".
               88  cr-voided   VALUE "V".
               88  cr-reissued VALUE "R".
           05  cr-related     PIC 9(6).
           05  cr-void-date   PIC 9(8).
           05  cr-void-reason PIC X(20).

       FD  reissue-file.
       01  check-line PIC X(120).

       FD  journal-file.
       01  journal-record.
           05  cj-action      PIC X(6).
           05  cj-date        PIC 9(8).
           05  cj-time        PIC 9(8).
           05  cj-operator    PIC X(20).
           05  cj-check-no    PIC 9(6).
           05  cj-new-check   PIC 9(6).
           05  cj-employee-id PIC X(6).
           05  cj-amount      PIC 9(7)v9(2).
           05  cj-reason      PIC X(20).

       WORKING-STORAGE SECTION.
       01  checkreg-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  operator-name   PIC X(20).
       01  want-check      PIC 9(6).
       01  highest-check   PIC 9(6) VALUE 0.
       01  new-check       PIC 9(6) VALUE 0.
       01  maint-action    PIC X.
       01  void-reason     PIC X(20).
       01  found-flag      PIC X.
           88  record-found VALUE "Y".
       01  held-record     PIC X(108).
       01  net-amount      PIC S9(7)v9(2).
       01  amount-words    PIC X(110).
       01  p-amount        PIC $$$,$$$,$$9.99.
       01  status-text     PIC X(8).
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "PAYROLL".
       01  rk-allowed      PIC X.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Check Void / Reissue".
           DISPLAY "========================".
           CALL "Get_Business_Date" USING business-date,
               business-time.
           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           IF operator-name = SPACES
               DISPLAY "[+] Operator name?"
               ACCEPT operator-name
           END-IF.

      *    Role gate (see Role_Check); a refusal is logged.
           MOVE "E" TO rk-action.
           MOVE operator-name(1:10) TO rk-user-id.
           CALL "Role_Check" USING rk-action, rk-user-id,
               rk-needed, rk-allowed.
           IF rk-allowed NOT = "Y" THEN
               DISPLAY "[-] Voiding checks needs the PAYROLL role "
                   "- refused (and logged)."
               GOBACK
           END-IF.

           OPEN I-O checkreg-file.
           IF checkreg-status NOT = "00" THEN
               DISPLAY "[-] Cannot open checkreg.dat, status "
                   checkreg-status " - no checks on the register."
               GOBACK
           END-IF.
      *    The replacement takes the next number after the highest
      *    ever cut, exactly as Check_Print numbers.
           PERFORM UNTIL eof-reached
               READ checkreg-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE cr-check-no TO highest-check
               END-READ
           END-PERFORM.

           DISPLAY "[+] Check number?".
           ACCEPT want-check.
           MOVE "N" TO found-flag.
           MOVE want-check TO cr-check-no.
           READ checkreg-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.
           IF NOT record-found
               DISPLAY "[-] Check " want-check " is not on the "
                   "register."
               CLOSE checkreg-file
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN cr-voided
                   MOVE "VOIDED" TO status-text
               WHEN cr-reissued
                   MOVE "REISSUED" TO status-text
               WHEN OTHER
                   MOVE "ISSUED" TO status-text
           END-EVALUATE.
           MOVE cr-amount TO p-amount.
           DISPLAY "[+] Check " cr-check-no " to " cr-employee-id
               " " FUNCTION TRIM(cr-name).
           DISPLAY "[+] Amount " p-amount ", cut " cr-date
               " for period " cr-period ", status "
               FUNCTION TRIM(status-text) ".".
           IF cr-voided
               DISPLAY "[-] Already voided on " cr-void-date " ("
                   FUNCTION TRIM(cr-void-reason) ") - nothing to "
                   "do."
               CLOSE checkreg-file
               GOBACK
           END-IF.

           DISPLAY "[+] (V)oid only, (R)eissue (void and cut a "
               "replacement), or (Q)uit?".
           ACCEPT maint-action.
           IF maint-action NOT = "V" AND maint-action NOT = "v"
                   AND maint-action NOT = "R" AND
                   maint-action NOT = "r"
               DISPLAY "[+] Nothing changed."
               CLOSE checkreg-file
               GOBACK
           END-IF.
           DISPLAY "[+] Reason (spoiled, lost, stale ...)?".
           ACCEPT void-reason.
           IF void-reason = SPACES
               DISPLAY "[-] A void needs a reason - nothing changed."
               CLOSE checkreg-file
               GOBACK
           END-IF.

           MOVE checkreg-record TO held-record.
           IF maint-action = "R" OR maint-action = "r"
               PERFORM Cut-Replacement
           END-IF.

      *    Void the original - it stays on the register for good.
           MOVE held-record TO checkreg-record.
           SET cr-voided TO TRUE.
           MOVE new-check TO cr-related.
           MOVE business-date TO cr-void-date.
           MOVE void-reason TO cr-void-reason.
           REWRITE checkreg-record.
           MOVE "VOID" TO cj-action.
           PERFORM Journal-Change.
           CLOSE checkreg-file.

           IF new-check > 0
               DISPLAY "[+] Check " want-check " voided; "
                   "replacement " new-check " printed on "
                   "'reissue.prt'."
           ELSE
               DISPLAY "[+] Check " want-check " voided - no "
                   "replacement cut."
           END-IF.
           GOBACK.

       Cut-Replacement.
      *    Same employee, amount and pay run; the next number.
           COMPUTE new-check = highest-check + 1.
           MOVE new-check TO cr-check-no.
           MOVE business-date TO cr-date.
           SET cr-reissued TO TRUE.
           MOVE want-check TO cr-related.
           MOVE 0 TO cr-void-date.
           MOVE SPACES TO cr-void-reason.
           WRITE checkreg-record
               INVALID KEY
                   DISPLAY "[-] Check " new-check " is already on "
                       "the register - no replacement cut."
                   MOVE 0 TO new-check
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE cr-amount TO net-amount.
           PERFORM Print-Replacement.
           MOVE "REISSU" TO cj-action.
           PERFORM Journal-Change.

       Print-Replacement.
      *    The Check_Print image, marked as a replacement.
           CALL "Check_Amount_Words" USING net-amount, amount-words.
           MOVE net-amount TO p-amount.
           OPEN EXTEND reissue-file.
           MOVE ALL "=" TO check-line.
           WRITE check-line.
           MOVE SPACES TO check-line.
           STRING "  CHECK NO. " new-check
               "                       DATE " business-date
               DELIMITED BY SIZE INTO check-line.
           WRITE check-line.
           MOVE SPACES TO check-line.
           STRING "  PAY TO THE ORDER OF  "
               FUNCTION TRIM(cr-name)
               DELIMITED BY SIZE INTO check-line.
           WRITE check-line.
           MOVE SPACES TO check-line.
           STRING "  AMOUNT  " p-amount
               DELIMITED BY SIZE INTO check-line.
           WRITE check-line.
           MOVE SPACES TO check-line.
           STRING "  " FUNCTION TRIM(amount-words)
               DELIMITED BY SIZE INTO check-line.
           WRITE check-line.
           MOVE SPACES TO check-line.
           STRING "  REPLACES CHECK NO. " want-check
               " (VOID)"
               DELIMITED BY SIZE INTO check-line.
           WRITE check-line.
           MOVE ALL "=" TO check-line.
           WRITE check-line.
           MOVE SPACES TO check-line.
           WRITE check-line.
           CLOSE reissue-file.

       Journal-Change.
           MOVE business-date TO cj-date.
           MOVE business-time TO cj-time.
           MOVE operator-name TO cj-operator.
           MOVE want-check TO cj-check-no.
           MOVE new-check TO cj-new-check.
           MOVE cr-employee-id TO cj-employee-id.
           MOVE cr-amount TO cj-amount.
           MOVE void-reason TO cj-reason.
           OPEN EXTEND journal-file.
           WRITE journal-record.
           CLOSE journal-file.

       END PROGRAM Check_Void_Reissue.
