       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Review_Entry INITIAL.
      ****************************
      *    Entry screen for annual performance reviews, in the
      *    Expense_Approval style: the reviewer gives their own
      *    employee-id and may only review an employee whose
      *    manager-id on the master is that id. Nobody reviews
      *    themselves.
      *
      *    Review file perfreviews.dat (INDEXED on employee-id plus
      *    review year, created on first use):
      *       employee-id PIC X(6)
      *       review-year PIC 9(4)    the year the review covers
      *       rating      PIC 9       1 (unsatisfactory) to
      *                               5 (outstanding)
      *       reviewer    PIC X(6)    manager who gave it
      *       review-date PIC 9(8)    business date keyed
      *
      *    The year defaults to the business year. Re-keying a year
      *    already on file replaces that review (after a
      *    confirmation). The ratings drive the merit-matrix mode of
      *    Pay_Raise_Batch; Overdue_Reviews lists who is missing one.
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
           SELECT review-file ASSIGN TO "perfreviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rv-key
               FILE STATUS IS review-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  review-file.
       01  review-record.
           05  rv-key.
               10  rv-employee-id PIC X(6).
               10  rv-year        PIC 9(4).
           05  rv-rating      PIC 9.
           05  rv-reviewer    PIC X(6).
           05  rv-date        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  review-status   PIC XX.
       01  business-date   PIC 9(8).
       01  business-year   PIC 9(4).
       01  reviewer-id     PIC X(6).
       01  want-id         PIC X(6).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-check-ok     PIC X.
       01  input-year      PIC X(4).
       01  input-rating    PIC X.
       01  another-answer  PIC X.
       01  confirm-answer  PIC X.
       01  entered-count   PIC 9(3) VALUE 0.
       01  found-flag      PIC X.
           88  record-found VALUE "Y".
       01  review-found    PIC X.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Performance Review Entry".
           DISPLAY "============================".
           CALL "Get_Business_Date" USING business-date.
           MOVE business-date(1:4) TO business-year.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               GOBACK
           END-IF.
           DISPLAY "[+] Your employee id (reviewing manager)?".
           ACCEPT reviewer-id.
           MOVE "N" TO found-flag.
           MOVE reviewer-id TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.
           IF NOT record-found OR emp-terminated IN personnel-record
               DISPLAY "[-] '" reviewer-id "' is not an active "
                   "employee - review entry refused."
               CLOSE personnel-file
               GOBACK
           END-IF.
           DISPLAY "[+] " FUNCTION TRIM(first-name IN
               personnel-record) " " FUNCTION TRIM(last-name IN
               personnel-record).

           OPEN I-O review-file.
           IF review-status = "35" THEN
               OPEN OUTPUT review-file
               CLOSE review-file
               OPEN I-O review-file
           END-IF.
           IF review-status NOT = "00" THEN
               DISPLAY "[-] Cannot open perfreviews.dat, status "
                   review-status "."
               CLOSE personnel-file
               GOBACK
           END-IF.

           MOVE "Y" TO another-answer.
           PERFORM UNTIL another-answer NOT = "Y" AND
                   another-answer NOT = "y"
               PERFORM Enter-One-Review
               DISPLAY "[+] Another review? [y/n]"
               ACCEPT another-answer
           END-PERFORM.

           CLOSE review-file.
           CLOSE personnel-file.
           DISPLAY "[+] " entered-count " review(s) recorded.".
           GOBACK.

       Enter-One-Review.
           DISPLAY "[+] Employee id?".
           ACCEPT want-id.
           PERFORM Check-Employee-Id.
           IF id-check-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF want-id = reviewer-id
               DISPLAY "[-] You cannot review yourself."
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
                   "master."
               EXIT PARAGRAPH
           END-IF.
           IF emp-terminated IN personnel-record
               DISPLAY "[-] Employee '" want-id "' is terminated."
               EXIT PARAGRAPH
           END-IF.
      *    Only the employee's own manager on the master reviews.
           IF manager-id IN personnel-record NOT = reviewer-id
               DISPLAY "[-] Employee '" want-id "' does not report "
                   "to you - review refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] " FUNCTION TRIM(first-name IN
               personnel-record) " " FUNCTION TRIM(last-name IN
               personnel-record).

           DISPLAY "[+] Review year (blank = " business-year ")?".
           MOVE SPACES TO input-year.
           ACCEPT input-year.
           IF input-year = SPACES
               MOVE business-year TO rv-year
           ELSE
               IF input-year NOT NUMERIC OR input-year > business-year
                   DISPLAY "[-] Not a valid review year."
                   EXIT PARAGRAPH
               END-IF
               MOVE input-year TO rv-year
           END-IF.
           MOVE want-id TO rv-employee-id.

           MOVE "N" TO review-found.
           READ review-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO review-found
           END-READ.
           IF review-found = "Y"
               DISPLAY "[-] A " rv-year " review is on file: rating "
                   rv-rating " by " rv-reviewer " on " rv-date
                   " - replace it? [y/n]"
               ACCEPT confirm-answer
               IF confirm-answer NOT = "y" AND
                       confirm-answer NOT = "Y"
                   DISPLAY "[+] Kept."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "[+] Rating 1 (unsatisfactory) to 5 (outstanding)?".
           ACCEPT input-rating.
           IF input-rating < "1" OR input-rating > "5"
               DISPLAY "[-] Rating must be 1 to 5 - not recorded."
               EXIT PARAGRAPH
           END-IF.
           MOVE input-rating TO rv-rating.
           MOVE reviewer-id TO rv-reviewer.
           MOVE business-date TO rv-date.
           IF review-found = "Y"
               REWRITE review-record
           ELSE
               WRITE review-record
           END-IF.
           IF review-status NOT = "00"
               DISPLAY "[-] Review NOT recorded, status "
                   review-status "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO entered-count.
           DISPLAY "[+] " rv-year " review recorded.".

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

       END PROGRAM Review_Entry.
