      *    The deposit-versus-check split is the same one the
      *    payroll run applies: an ACTIVE bankdetails.dat record
      *    and no bounce flag (see Bank_Returns / paybycheck.dat)
      *    means deposit, everyone else gets a check here.
      *
      *    Every check cut is remembered on the check register
      *    checkreg.dat (INDEXED by check number): employee,
      *    amount, business date, pay period, and status - I
      *    issued, V voided, R reissued (a replacement cut by
      *    Check_Void_Reissue). The next check number is the
      *    register's highest plus one, so two runs can never
      *    reuse a range; only the very first run, with an empty
      *    register, asks the operator for a starting number. An
      *    employee who already has a live check on the register
      *    for this period's run is not cut a second one when the
      *    print is repeated. Positive_Pay_Extract tells the bank
      *    which of these numbers to honor.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT flag-file ASSIGN TO "paybycheck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS flag-status.
           SELECT checkreg-file ASSIGN TO "checkreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cr-check-no
               FILE STATUS IS checkreg-status.
      ****************************
       DATA DIVISION.

           05  pd-insurance PIC 9(7)v9(2).
           05  pd-net      PIC S9(7)v9(2).
           05  pd-run-type PIC X.
           05  pd-er-pension PIC 9(7)v9(2).
           05  pd-er-tax   PIC 9(7)v9(2).
           05  pd-expenses PIC 9(7)v9(2).
           05  pd-holiday-hours PIC 9(3)v9(2).
           05  pd-diff-hours PIC 9(3)v9(2).
           05  pd-unpaid-days PIC 9(2)v9(1).
           05  pd-unpaid-amount PIC 9(7)v9(2).
           05  pd-callout-hours PIC 9(3)v9(2).
           05  pd-callout-pay PIC 9(7)v9(2).

       FD  check-file.
       01  check-line PIC X(120).
           05  fl-date        PIC 9(8).
           05  fl-reason      PIC X(20).

      *    Check register: one record per check number ever cut.
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
      *        V: the replacement's number (zero = void only);
      *        R: the number of the check it replaces.
           05  cr-related     PIC 9(6).
           05  cr-void-date   PIC 9(8).
           05  cr-void-reason PIC X(20).

       WORKING-STORAGE SECTION.
       01  detail-status   PIC XX.
       01  checkreg-status PIC XX.
       01  bankdetails-status PIC XX.
       01  flag-status     PIC XX.
       01  eof-flag        PIC X VALUE "N".
       01  p-amount        PIC $$$,$$$,$$9.99.
       01  register-total  PIC S9(11)v9(2) USAGE COMP-3 VALUE 0.
       01  p-total         PIC $$,$$$,$$$,$$9.99.
       01  amount-words    PIC X(110).
      *    Live (issued or reissued) checks already on the register
      *    for this period, so a repeated print cuts no duplicates.
       01  cut-table OCCURS 300.
           05  cut-id      PIC X(6).
           05  cut-run-date PIC 9(8).
       01  cut-entries     PIC 9(3) VALUE 0.
       01  cut-idx         PIC 9(3).
       01  already-cut     PIC X.
       01  already-count   PIC 9(3) VALUE 0.
       01  highest-check   PIC 9(6) VALUE 0.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Paycheck Print Run".
           DISPLAY "======================".
           CALL "Get_Business_Date" USING business-date.
           MOVE business-date(1:6) TO period-id.

      *    The register remembers every number ever cut; the run
      *    carries on from the highest. Only an empty register
      *    (the first run) takes a starting number from the
      *    operator.
           PERFORM Load-Check-Register.
           IF checkreg-status NOT = "00" THEN
               DISPLAY "[-] Cannot open checkreg.dat, status "
                   checkreg-status " - no checks cut."
               GOBACK
           END-IF.
           IF highest-check = 0
               DISPLAY "[+] Check register is empty - starting "
                   "check number?"
               ACCEPT start-check-no
           ELSE
               COMPUTE start-check-no = highest-check + 1
               DISPLAY "[+] Continuing from the check register at "
                   "check number " start-check-no "."
           END-IF.
           MOVE start-check-no TO check-number.

           PERFORM Load-Deposit-List.

           OPEN INPUT detail-file.
           OPEN OUTPUT check-file.
           OPEN I-O checkreg-file.
      *    Every check cut is written to the register as it is
      *    numbered; without it nothing stops a number being
      *    issued twice.
           IF checkreg-status NOT = "00" THEN
               DISPLAY "[-] Cannot open checkreg.dat for update, "
                   "status " checkreg-status " - no checks cut."
               CLOSE detail-file
               CLOSE check-file
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ detail-file
                   AT END SET eof-reached TO TRUE
               END-READ
           END-PERFORM.
           CLOSE detail-file.
           CLOSE checkreg-file.

           PERFORM Print-Register-Page.
           CLOSE check-file.
           END-PERFORM.
           IF deposit-flag = "Y"
               ADD 1 TO deposit-count
               EXIT PARAGRAPH
           END-IF.
      *    A live check already on the register for this run is
      *    never cut twice - a lost one goes through
      *    Check_Void_Reissue instead.
           MOVE "N" TO already-cut.
           PERFORM VARYING cut-idx FROM 1 BY 1
                   UNTIL cut-idx > cut-entries
               IF cut-id(cut-idx) = pd-employee-id AND
                       cut-run-date(cut-idx) = pd-date
                   MOVE "Y" TO already-cut
               END-IF
           END-PERFORM.
           IF already-cut = "Y"
               ADD 1 TO already-count
               DISPLAY "[+] " pd-employee-id " already has a check "
                   "on the register for this run - not cut again."
           ELSE
               MOVE pd-net TO net-amount
               PERFORM Print-Check
               PERFORM Register-Check
           END-IF.

       Print-Check.
           CALL "Check_Amount_Words" USING net-amount, amount-words.
           MOVE net-amount TO p-amount.
           ADD net-amount TO register-total.

           WRITE check-line.

           ADD 1 TO check-count.

       Register-Check.
      *    The number is spent the moment the check is printed.
           MOVE check-number TO cr-check-no.
           MOVE pd-employee-id TO cr-employee-id.
           MOVE pd-name TO cr-name.
           MOVE net-amount TO cr-amount.
           MOVE business-date TO cr-date.
           MOVE pd-period TO cr-period.
           MOVE pd-date TO cr-run-date.
           SET cr-issued TO TRUE.
           MOVE 0 TO cr-related.
           MOVE 0 TO cr-void-date.
           MOVE SPACES TO cr-void-reason.
           WRITE checkreg-record
               INVALID KEY
                   DISPLAY "[-] Check " check-number " is already "
                       "on checkreg.dat - register NOT updated!"
           END-WRITE.
           ADD 1 TO check-number.

       Load-Check-Register.
      *    Highest number ever cut, and the live checks already
      *    cut for this period. A missing register is created
      *    empty (the Bank_Details_Maint convention).
           OPEN INPUT checkreg-file.
           IF checkreg-status = "35" THEN
               OPEN OUTPUT checkreg-file
               CLOSE checkreg-file
               OPEN INPUT checkreg-file
           END-IF.
           IF checkreg-status NOT = "00" THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ checkreg-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF cr-check-no > highest-check
                           MOVE cr-check-no TO highest-check
                       END-IF
                       IF cr-period = period-id AND
                               NOT cr-voided AND
                               cut-entries < 300
                           ADD 1 TO cut-entries
                           MOVE cr-employee-id
                               TO cut-id(cut-entries)
                           MOVE cr-run-date
                               TO cut-run-date(cut-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE checkreg-file.
           MOVE "N" TO eof-flag.
           MOVE "00" TO checkreg-status.

       Print-Register-Page.
           MOVE SPACES TO check-line.
           WRITE check-line.
               deposit-count
               DELIMITED BY SIZE INTO check-line.
           WRITE check-line.
           IF already-count > 0
               MOVE SPACES TO check-line
               STRING "  Already on the register (not recut): "
                   already-count
                   DELIMITED BY SIZE INTO check-line
               WRITE check-line
           END-IF.
