       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Expense_Claim_Entry INITIAL.
      ****************************
      *    Entry screen for travel and out-of-pocket expense claims,
      *    instead of the paper reimbursement process. Nothing is
      *    paid from here: a claim waits as pending until the
      *    claimant's manager (the manager-id on the master)
      *    approves it on the Expense_Approval screen, and the next
      *    Payroll_Register run - regular or off-cycle - pays the
      *    approved claims non-taxable with the employee's net.
      *
      *    Claims file expclaims.dat, one row per claim:
      *       employee-id PIC X(6)
      *       claim-date  PIC 9(8)    YYYYMMDD the expense arose
      *       category    PIC X(6)    e.g. TRAVEL / MEALS / HOTEL
      *       amount      PIC 9(5)v99
      *       description PIC X(30)
      *       status      PIC X       P pending / A approved /
      *                               R rejected / D paid
      *       entered     PIC 9(8)    business date keyed
      *       approver    PIC X(6)    manager who decided it
      *       decided     PIC 9(8)    date decided
      *       paid-period PIC X(6)    pay period that paid it
      *
      *    The employee-id is validated against the master as it is
      *    keyed (active staff only), and the category must be one
      *    that posts somewhere: each category is an "EXP" component
      *    of the chart-of-accounts mapping glaccounts.dat (EXPTRAVEL
      *    for TRAVEL, and so on), so adding a category is adding
      *    its GL row.
      *
      *    An employee id keyed must carry a good check digit
      *    (see Check_Digit) under EMPLOYEE_ID_CHECK=ENFORCE; the
      *    default, WARN, only warns.
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
           SELECT OPTIONAL claims-file ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT glaccounts-file ASSIGN TO "glaccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glaccounts-status.
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

       FD  glaccounts-file.
       01  glaccounts-record.
           05  ga-dept      PIC X(20).
           05  ga-component PIC X(9).
           05  ga-debit     PIC X(8).
           05  ga-credit    PIC X(8).
           05  ga-company   PIC X(2).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  glaccounts-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
      *    The claim categories - the EXP components on the GL map.
       01  category-table OCCURS 20.
           05  cat-code    PIC X(6).
       01  category-entries PIC 99 VALUE 0.
       01  category-idx    PIC 99.
       01  category-hit    PIC 99.
       01  want-id         PIC X(6).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-check-ok     PIC X.
       01  input-date      PIC X(8).
       01  input-category  PIC X(6).
       01  input-amount    PIC X(10).
       01  amount-value    PIC 9(5)v9(2).
       01  input-description PIC X(30).
       01  another-answer  PIC X.
       01  entered-count   PIC 9(3) VALUE 0.
       01  p-amount        PIC ZZ,ZZ9.99.
       01  found-flag      PIC X.
           88  record-found VALUE "Y".
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Expense Claim Entry".
           DISPLAY "=======================".
           CALL "Get_Business_Date" USING business-date.

           PERFORM Load-Categories.
           IF category-entries = 0
               DISPLAY "[-] No expense categories (EXP components) "
                   "on glaccounts.dat - claims cannot post, entry "
                   "refused."
               GOBACK
           END-IF.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               GOBACK
           END-IF.
           OPEN EXTEND claims-file.

           MOVE "Y" TO another-answer.
           PERFORM UNTIL another-answer NOT = "Y" AND
                   another-answer NOT = "y"
               PERFORM Enter-One-Claim
               DISPLAY "[+] Another claim? [y/n]"
               ACCEPT another-answer
           END-PERFORM.

           CLOSE claims-file.
           CLOSE personnel-file.
           DISPLAY "[+] " entered-count " claim(s) entered - "
               "awaiting approval on the Expense_Approval screen.".
           GOBACK.

       Enter-One-Claim.
           DISPLAY "[+] Employee id?".
           ACCEPT want-id.
           PERFORM Check-Employee-Id.
           IF id-check-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO found-flag.
           MOVE want-id TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.
           IF NOT record-found
               DISPLAY "[-] Employee '" want-id "' is not on the "
                   "master - claim not taken."
               EXIT PARAGRAPH
           END-IF.
           IF emp-terminated IN personnel-record
               DISPLAY "[-] Employee '" want-id "' is terminated - "
                   "claim not taken."
               EXIT PARAGRAPH
           END-IF.
      *    No manager on the master means nobody can approve it.
           IF manager-id IN personnel-record = SPACES
               DISPLAY "[-] Employee '" want-id "' has no manager "
                   "on the master - claim not taken."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] " first-name IN personnel-record
               last-name IN personnel-record.
           DISPLAY "[+] Date of the expense (YYYYMMDD)?".
           ACCEPT input-date.
           IF input-date = SPACES OR input-date NOT NUMERIC
               DISPLAY "[-] Not a date - claim not taken."
               EXIT PARAGRAPH
           END-IF.
           IF input-date > business-date
               DISPLAY "[-] Expense date is in the future - claim "
                   "not taken."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Category?".
           PERFORM VARYING category-idx FROM 1 BY 1
                   UNTIL category-idx > category-entries
               DISPLAY "   " cat-code(category-idx)
           END-PERFORM.
           ACCEPT input-category.
           MOVE FUNCTION UPPER-CASE(input-category)
               TO input-category.
           MOVE 0 TO category-hit.
           PERFORM VARYING category-idx FROM 1 BY 1
                   UNTIL category-idx > category-entries
               IF cat-code(category-idx) = input-category
                   MOVE category-idx TO category-hit
               END-IF
           END-PERFORM.
           IF category-hit = 0
               DISPLAY "[-] Unknown category '"
                   FUNCTION TRIM(input-category)
                   "' - claim not taken."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Amount?".
           ACCEPT input-amount.
           IF FUNCTION TEST-NUMVAL(input-amount) NOT = 0
               DISPLAY "[-] Amount must be numeric - claim not "
                   "taken."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(input-amount) TO amount-value.
           IF amount-value = 0
               DISPLAY "[-] Zero amount - claim not taken."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Description?".
           ACCEPT input-description.

           MOVE want-id TO ex-employee-id.
           MOVE input-date TO ex-date.
           MOVE input-category TO ex-category.
           MOVE amount-value TO ex-amount.
           MOVE input-description TO ex-description.
           MOVE "P" TO ex-status.
           MOVE business-date TO ex-entered.
           MOVE SPACES TO ex-approver.
           MOVE 0 TO ex-decided.
           MOVE SPACES TO ex-paid-period.
           WRITE claims-record.
           ADD 1 TO entered-count.
           MOVE amount-value TO p-amount.
           DISPLAY "[+] Claim for " p-amount " recorded as pending "
               "- manager " manager-id IN personnel-record
               " to approve.".

       Load-Categories.
      *    Every distinct EXPxxxxxx component on the GL map is a
      *    category.
           OPEN INPUT glaccounts-file.
           IF glaccounts-status NOT = "00" THEN
               CLOSE glaccounts-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ glaccounts-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ga-component(1:3) = "EXP" AND
                               ga-component(4:6) NOT = SPACES
                           MOVE 0 TO category-hit
                           PERFORM VARYING category-idx FROM 1 BY 1
                                   UNTIL category-idx >
                                   category-entries
                               IF cat-code(category-idx) =
                                       ga-component(4:6)
                                   MOVE category-idx TO category-hit
                               END-IF
                           END-PERFORM
                           IF category-hit = 0 AND
                                   category-entries < 20
                               ADD 1 TO category-entries
                               MOVE ga-component(4:6)
                                   TO cat-code(category-entries)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE glaccounts-file.
           MOVE "N" TO eof-flag.

       Check-Employee-Id.
      *    A mistyped id that hits another real employee would
      *    land on the wrong person (see Check_Digit).
           MOVE want-id TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           MOVE "Y" TO id-check-ok.
           EVALUATE cd-result
               WHEN "Y"
                   CONTINUE
               WHEN "W"
                   DISPLAY "[-] Warning: employee id " want-id
                       " fails its check digit."
               WHEN OTHER
                   DISPLAY "[-] Employee id '" want-id "' fails its "
                       "check digit - mistyped?"
                   MOVE "N" TO id-check-ok
           END-EVALUATE.

       END PROGRAM Expense_Claim_Entry.
