       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Expense_Approval INITIAL.
      ****************************
      *    Manager approval screen for the expense claims keyed by
      *    Expense_Claim_Entry (expclaims.dat), in the Leave_Approval
      *    style: the manager gives their own employee-id, and the
      *    pending claims of their direct reports - the employees
      *    whose manager-id on the master is that id - are listed
      *    one at a time and approved or rejected on the spot. No
      *    one sees, or can approve, their own claims.
      *
      *    Only an approved claim is paid, by the next
      *    Payroll_Register run (regular or off-cycle), which stamps
      *    it paid. Decided claims stay on expclaims.dat with their
      *    status, approver and date for the paper trail.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS employee-id IN personnel-record
               ALTERNATE RECORD KEY IS department IN personnel-record
                   WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT claims-file ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS claims-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  claims-file.
       01  claims-record.
           05  ex-employee-id PIC X(6).
           05  ex-date        PIC 9(8).
           05  ex-category    PIC X(6).
           05  ex-amount      PIC 9(5)v9(2).
           05  ex-description PIC X(30).
           05  ex-status      PIC X.
           05  ex-entered     PIC 9(8).
           05  ex-approver    PIC X(6).
           05  ex-decided     PIC 9(8).
           05  ex-paid-period PIC X(6).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  claims-status   PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  claim-table OCCURS 300.
           05  ct-id       PIC X(6).
           05  ct-date     PIC 9(8).
           05  ct-category PIC X(6).
           05  ct-amount   PIC 9(5)v9(2).
           05  ct-description PIC X(30).
           05  ct-status   PIC X.
           05  ct-entered  PIC 9(8).
           05  ct-approver PIC X(6).
           05  ct-decided  PIC 9(8).
           05  ct-paid-period PIC X(6).
       01  claim-entries   PIC 9(3) VALUE 0.
       01  claim-idx       PIC 9(3).
       01  overflow-flag   PIC X VALUE "N".
       01  approver-id     PIC X(6).
       01  approver-name   PIC X(41).
       01  claimant-name   PIC X(41).
       01  claimant-manager PIC X(6).
       01  report-count    PIC 9(3) VALUE 0.
       01  approved-count  PIC 9(3) VALUE 0.
       01  rejected-count  PIC 9(3) VALUE 0.
       01  decide-answer   PIC X.
       01  p-amount        PIC ZZ,ZZ9.99.
       01  found-flag      PIC X.
           88  record-found VALUE "Y".
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Expense Approval".
           DISPLAY "====================".
           CALL "Get_Business_Date" USING business-date.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               GOBACK
           END-IF.
           DISPLAY "[+] Your employee id (approving manager)?".
           ACCEPT approver-id.
           MOVE "N" TO found-flag.
           MOVE approver-id TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.
           IF NOT record-found OR emp-terminated IN personnel-record
               DISPLAY "[-] '" approver-id "' is not an active "
                   "employee - approval refused."
               CLOSE personnel-file
               GOBACK
           END-IF.
           MOVE SPACES TO approver-name.
           STRING FUNCTION TRIM(first-name IN personnel-record) " "
               FUNCTION TRIM(last-name IN personnel-record)
               DELIMITED BY SIZE INTO approver-name.
           DISPLAY "[+] " FUNCTION TRIM(approver-name).

           OPEN INPUT claims-file.
           IF claims-status NOT = "00" THEN
               DISPLAY "[-] Cannot open expclaims.dat, status "
                   claims-status " - no claims to approve."
               CLOSE personnel-file
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ claims-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF claim-entries < 300
                           ADD 1 TO claim-entries
                           MOVE ex-employee-id TO ct-id(claim-entries)
                           MOVE ex-date TO ct-date(claim-entries)
                           MOVE ex-category
                               TO ct-category(claim-entries)
                           MOVE ex-amount TO ct-amount(claim-entries)
                           MOVE ex-description
                               TO ct-description(claim-entries)
                           MOVE ex-status TO ct-status(claim-entries)
                           MOVE ex-entered
                               TO ct-entered(claim-entries)
                           MOVE ex-approver
                               TO ct-approver(claim-entries)
                           MOVE ex-decided
                               TO ct-decided(claim-entries)
                           MOVE ex-paid-period
                               TO ct-paid-period(claim-entries)
                       ELSE
                           MOVE "Y" TO overflow-flag
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE claims-file.

      *    A file bigger than the table cannot be rewritten whole
      *    - approving anyway would silently drop every claim past
      *    the table.
           IF overflow-flag = "Y" THEN
               DISPLAY "[-] expclaims.dat holds more claims than "
                   "this screen can carry (300) - approval refused "
                   "so nothing is lost; archive the paid rows first."
               CLOSE personnel-file
               GOBACK
           END-IF.

           PERFORM VARYING claim-idx FROM 1 BY 1
                   UNTIL claim-idx > claim-entries
               IF ct-status(claim-idx) = "P" AND
                       ct-id(claim-idx) NOT = approver-id
                   PERFORM Decide-One-Claim
               END-IF
           END-PERFORM.
           CLOSE personnel-file.

           IF report-count = 0 THEN
               DISPLAY "[+] No pending claims from your reports."
               GOBACK
           END-IF.

      *    Write the whole file back with the new statuses.
           OPEN OUTPUT claims-file.
           PERFORM VARYING claim-idx FROM 1 BY 1
                   UNTIL claim-idx > claim-entries
               MOVE ct-id(claim-idx) TO ex-employee-id
               MOVE ct-date(claim-idx) TO ex-date
               MOVE ct-category(claim-idx) TO ex-category
               MOVE ct-amount(claim-idx) TO ex-amount
               MOVE ct-description(claim-idx) TO ex-description
               MOVE ct-status(claim-idx) TO ex-status
               MOVE ct-entered(claim-idx) TO ex-entered
               MOVE ct-approver(claim-idx) TO ex-approver
               MOVE ct-decided(claim-idx) TO ex-decided
               MOVE ct-paid-period(claim-idx) TO ex-paid-period
               WRITE claims-record
           END-PERFORM.
           CLOSE claims-file.

           DISPLAY "---".
           DISPLAY "[+] Approved (to be paid): " approved-count.
           DISPLAY "[+] Rejected             : " rejected-count.
           GOBACK.

       Decide-One-Claim.
      *    Only the claimant's own manager on the master decides.
           MOVE "N" TO found-flag.
           MOVE ct-id(claim-idx) TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.
           IF NOT record-found
               EXIT PARAGRAPH
           END-IF.
           MOVE manager-id IN personnel-record TO claimant-manager.
           IF claimant-manager NOT = approver-id
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO report-count.
           MOVE SPACES TO claimant-name.
           STRING FUNCTION TRIM(first-name IN personnel-record) " "
               FUNCTION TRIM(last-name IN personnel-record)
               DELIMITED BY SIZE INTO claimant-name.
           MOVE ct-amount(claim-idx) TO p-amount.
           DISPLAY " ".
           DISPLAY "[+] Claim: " ct-id(claim-idx) " "
               FUNCTION TRIM(claimant-name) ", "
               FUNCTION TRIM(ct-category(claim-idx)) " "
               ct-date(claim-idx) ", " p-amount.
           DISPLAY "[+]        " ct-description(claim-idx)
               " (keyed " ct-entered(claim-idx) ")".
           DISPLAY "[+] (A)pprove, (R)eject, or skip?".
           ACCEPT decide-answer.
           EVALUATE decide-answer
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO ct-status(claim-idx)
                   MOVE approver-id TO ct-approver(claim-idx)
                   MOVE business-date TO ct-decided(claim-idx)
                   ADD 1 TO approved-count
                   DISPLAY "[+] Approved - paid in the next payroll "
                       "run."
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO ct-status(claim-idx)
                   MOVE approver-id TO ct-approver(claim-idx)
                   MOVE business-date TO ct-decided(claim-idx)
                   ADD 1 TO rejected-count
                   DISPLAY "[+] Rejected."
               WHEN OTHER
                   DISPLAY "[+] Left pending."
           END-EVALUATE.

       END PROGRAM Expense_Approval.
