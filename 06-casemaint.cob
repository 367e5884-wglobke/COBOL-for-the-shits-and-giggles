       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Case_Maint INITIAL.
      ****************************
      *    HR case log screen: the question behind an employee
      *    inquiry (a pay dispute, a missing deposit, an address
      *    change request) is logged as a case against the
      *    employee instead of in a personal notebook, so the next
      *    shift can pick it up.
      *
      *    Cases live on hrcases.dat (layout in 06-hrcase.cpy),
      *    each with a case number, a category, who opened it, and
      *    a status - (O)pen, (W)aiting on someone else, (C)losed.
      *    Every note is appended, dated and signed, to the notes
      *    file casenotes.dat:
      *       case-no     PIC 9(6)
      *       employee-id PIC X(6)
      *       date, time  PIC 9(8) each
      *       operator    PIC X(20)
      *       status      PIC X     the case status after the note
      *       text        PIC X(60)
      *
      *    For the employee keyed, the screen lists their cases
      *    and offers:
      *       (O)pen    a new case - category, subject, first note,
      *       (U)pdate  a case - add a note and/or move it between
      *                 open and waiting (a closed case updated
      *                 back to open or waiting is reopened),
      *       (C)lose   a case, with a closing note,
      *       (V)iew    a case's notes in order.
      *
      *    Reached from the Operator_Menu, and from
      *    Employee_Inquiry with the employee already looked up
      *    (passed as the optional argument). Case_Ageing reports
      *    the cases still open; Personnel_Maint and
      *    Employee_Inquiry flag an employee who has any (see
      *    Case_Lookup).
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
           SELECT case-file ASSIGN TO "hrcases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hc-key
               FILE STATUS IS case-status.
           SELECT OPTIONAL note-file ASSIGN TO "casenotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS note-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  case-file.
       COPY "06-hrcase.cpy".

       FD  note-file.
       01  note-record.
           05  cn-case-no      PIC 9(6).
           05  cn-employee-id  PIC X(6).
           05  cn-date         PIC 9(8).
           05  cn-time         PIC 9(8).
           05  cn-operator     PIC X(20).
           05  cn-status       PIC X.
           05  cn-text         PIC X(60).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  case-status     PIC XX.
       01  note-status     PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  operator-name   PIC X(20).
       01  want-id         PIC X(6).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-check-ok     PIC X.
       01  found-flag      PIC X.
           88  record-found VALUE "Y".
       01  maint-action    PIC X.
       01  last-case-no    PIC 9(6) VALUE 0.
       01  case-count      PIC 9(3).
       01  want-case       PIC X(6).
       01  want-case-no    PIC 9(6).
       01  input-category  PIC X(10).
       01  input-subject   PIC X(40).
       01  input-note      PIC X(60).
       01  input-status    PIC X.
       01  note-count      PIC 9(4).
       01  changed-count   PIC 9(4) VALUE 0.
       01  p-status        PIC X(7).
      *    The categories a case may carry.
       01  category-names.
           05  FILLER PIC X(10) VALUE "PAY".
           05  FILLER PIC X(10) VALUE "DEPOSIT".
           05  FILLER PIC X(10) VALUE "ADDRESS".
           05  FILLER PIC X(10) VALUE "BENEFITS".
           05  FILLER PIC X(10) VALUE "LEAVE".
           05  FILLER PIC X(10) VALUE "TAX".
           05  FILLER PIC X(10) VALUE "RECORDS".
           05  FILLER PIC X(10) VALUE "OTHER".
       01  category-table REDEFINES category-names.
           05  category-name PIC X(10) OCCURS 8.
       01  category-idx    PIC 99.
       01  category-ok     PIC X.
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "OPERATOR".
       01  rk-allowed      PIC X.

       LINKAGE SECTION.
       01  case-employee-id PIC X(6).
      ****************************
       PROCEDURE DIVISION USING OPTIONAL case-employee-id.

           DISPLAY "[+] HR Case Log".
           DISPLAY "===============".
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
               DISPLAY "[-] The case log needs a signed-on user - "
                   "refused (and logged)."
               GOBACK
           END-IF.

      *    The employee comes from the caller when there is one
      *    (Employee_Inquiry has already looked them up).
           MOVE SPACES TO want-id.
           IF ADDRESS OF case-employee-id NOT = NULL THEN
               MOVE case-employee-id TO want-id
           END-IF.
           IF want-id = SPACES
               DISPLAY "[+] Employee id?"
               ACCEPT want-id
               PERFORM Check-Employee-Id
               IF id-check-ok NOT = "Y"
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               GOBACK
           END-IF.
           MOVE "N" TO found-flag.
           MOVE want-id TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.
           CLOSE personnel-file.
           IF NOT record-found
               DISPLAY "[-] Employee '" want-id "' is not on the "
                   "master."
               GOBACK
           END-IF.
           DISPLAY "[+] " want-id " "
               FUNCTION TRIM(first-name IN personnel-record) " "
               FUNCTION TRIM(last-name IN personnel-record) ", "
               FUNCTION TRIM(department IN personnel-record).

           OPEN I-O case-file.
           IF case-status = "35" THEN
               OPEN OUTPUT case-file
               CLOSE case-file
               OPEN I-O case-file
           END-IF.
           IF case-status NOT = "00" THEN
               DISPLAY "[-] Cannot open hrcases.dat, status "
                   case-status "."
               GOBACK
           END-IF.

           PERFORM TEST AFTER UNTIL maint-action = "Q" OR
                   maint-action = "q"
               PERFORM List-Cases
               DISPLAY "[+] (O)pen a case, (U)pdate, (C)lose, "
                   "(V)iew notes, or (Q)uit?"
               MOVE SPACE TO maint-action
               ACCEPT maint-action
               EVALUATE maint-action
                   WHEN "O" WHEN "o"
                       PERFORM Open-Case
                   WHEN "U" WHEN "u"
                       PERFORM Update-Case
                   WHEN "C" WHEN "c"
                       PERFORM Close-Case
                   WHEN "V" WHEN "v"
                       PERFORM View-Notes
                   WHEN "Q" WHEN "q"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "[-] No such choice."
               END-EVALUATE
           END-PERFORM.

           CLOSE case-file.
           DISPLAY "[+] " changed-count " case change(s) recorded.".
           GOBACK.

       List-Cases.
      *    The employee's cases in case-number order.
           MOVE 0 TO case-count.
           MOVE "N" TO eof-flag.
           MOVE want-id TO hc-employee-id.
           MOVE 0 TO hc-case-no.
           START case-file KEY IS >= hc-key
               INVALID KEY
                   SET eof-reached TO TRUE
           END-START.
           PERFORM UNTIL eof-reached
               READ case-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF hc-employee-id NOT = want-id
                           SET eof-reached TO TRUE
                       ELSE
                           ADD 1 TO case-count
                           PERFORM Show-Case
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.
           IF case-count = 0
               DISPLAY "[+] No cases for " want-id "."
           END-IF.

       Show-Case.
           EVALUATE TRUE
               WHEN hc-open
                   MOVE "OPEN" TO p-status
               WHEN hc-waiting
                   MOVE "WAITING" TO p-status
               WHEN OTHER
                   MOVE "CLOSED" TO p-status
           END-EVALUATE.
           DISPLAY "   " hc-case-no " " hc-category " " p-status
               " opened " hc-opened-date " by "
               FUNCTION TRIM(hc-opened-by) " - "
               FUNCTION TRIM(hc-subject).

       Open-Case.
           DISPLAY "[+] Category (PAY / DEPOSIT / ADDRESS / "
               "BENEFITS / LEAVE / TAX / RECORDS / OTHER)?".
           MOVE SPACES TO input-category.
           ACCEPT input-category.
           MOVE FUNCTION UPPER-CASE(input-category)
               TO input-category.
           MOVE "N" TO category-ok.
           PERFORM VARYING category-idx FROM 1 BY 1
                   UNTIL category-idx > 8
               IF category-name(category-idx) = input-category
                   MOVE "Y" TO category-ok
               END-IF
           END-PERFORM.
           IF category-ok NOT = "Y"
               DISPLAY "[-] No such category - nothing opened."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Subject (one line)?".
           MOVE SPACES TO input-subject.
           ACCEPT input-subject.
           IF input-subject = SPACES
               DISPLAY "[-] A case needs a subject - nothing "
                   "opened."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] First note (blank = none)?".
           MOVE SPACES TO input-note.
           ACCEPT input-note.
           PERFORM Find-Last-Case-No.
           MOVE want-id TO hc-employee-id.
           COMPUTE hc-case-no = last-case-no + 1.
           MOVE input-category TO hc-category.
           MOVE input-subject TO hc-subject.
           MOVE operator-name TO hc-opened-by.
           MOVE business-date TO hc-opened-date.
           MOVE "O" TO hc-status.
           MOVE business-date TO hc-updated-date.
           MOVE 0 TO hc-closed-date.
           WRITE case-record.
           IF case-status NOT = "00"
               DISPLAY "[-] hrcases.dat write failed, status "
                   case-status " - nothing opened."
               EXIT PARAGRAPH
           END-IF.
           IF input-note NOT = SPACES
               PERFORM Write-Note
           END-IF.
           ADD 1 TO changed-count.
           DISPLAY "[+] Case " hc-case-no " opened.".

       Update-Case.
           PERFORM Find-Case.
           IF NOT record-found
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Note (blank = none)?".
           MOVE SPACES TO input-note.
           ACCEPT input-note.
           DISPLAY "[+] Status - (O)pen, (W)aiting (blank "
               "keeps " hc-status ")?".
           MOVE SPACE TO input-status.
           ACCEPT input-status.
           MOVE FUNCTION UPPER-CASE(input-status) TO input-status.
           IF input-status NOT = SPACE AND input-status NOT = "O"
                   AND input-status NOT = "W"
               DISPLAY "[-] Open or waiting only - close with (C)."
               EXIT PARAGRAPH
           END-IF.
           IF input-note = SPACES AND
                   (input-status = SPACE OR
                    input-status = hc-status)
               DISPLAY "[+] Nothing changed."
               EXIT PARAGRAPH
           END-IF.
           IF input-status NOT = SPACE
               IF hc-closed AND input-status NOT = hc-status
                   DISPLAY "[+] Case " hc-case-no " reopened."
                   MOVE 0 TO hc-closed-date
               END-IF
               MOVE input-status TO hc-status
           END-IF.
           PERFORM Rewrite-Case.

       Close-Case.
           PERFORM Find-Case.
           IF NOT record-found
               EXIT PARAGRAPH
           END-IF.
           IF hc-closed
               DISPLAY "[-] Case " hc-case-no " is already closed."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Closing note - how was it resolved?".
           MOVE SPACES TO input-note.
           ACCEPT input-note.
           IF input-note = SPACES
               DISPLAY "[-] A case is closed with a note - "
                   "nothing changed."
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO hc-status.
           MOVE business-date TO hc-closed-date.
           PERFORM Rewrite-Case.

       Rewrite-Case.
           MOVE business-date TO hc-updated-date.
           REWRITE case-record.
           IF case-status NOT = "00"
               DISPLAY "[-] hrcases.dat rewrite failed, status "
                   case-status " - nothing changed."
               EXIT PARAGRAPH
           END-IF.
      *    A status change with no words still leaves a dated
      *    line in the notes, so the trail shows who moved it.
           IF input-note = SPACES
               MOVE "(status changed)" TO input-note
           END-IF.
           PERFORM Write-Note.
           ADD 1 TO changed-count.
           DISPLAY "[+] Case " hc-case-no " updated.".

       Find-Case.
           MOVE "N" TO found-flag.
           DISPLAY "[+] Case number?".
           MOVE SPACES TO want-case.
           ACCEPT want-case.
           IF FUNCTION TEST-NUMVAL(want-case) NOT = 0
               DISPLAY "[-] Not a case number."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(want-case) TO want-case-no.
           MOVE want-id TO hc-employee-id.
           MOVE want-case-no TO hc-case-no.
           READ case-file
               INVALID KEY
                   DISPLAY "[-] Case " want-case-no " is not one "
                       "of " want-id "'s."
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.

       View-Notes.
           PERFORM Find-Case.
           IF NOT record-found
               EXIT PARAGRAPH
           END-IF.
           PERFORM Show-Case.
           MOVE 0 TO note-count.
           MOVE "N" TO eof-flag.
           OPEN INPUT note-file.
           PERFORM UNTIL eof-reached
               READ note-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF cn-case-no = hc-case-no
                           ADD 1 TO note-count
                           DISPLAY "      " cn-date " "
                               cn-time(1:4) " " cn-status " "
                               FUNCTION TRIM(cn-operator) ": "
                               FUNCTION TRIM(cn-text)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE note-file.
           MOVE "N" TO eof-flag.
           IF note-count = 0
               DISPLAY "      (no notes)"
           END-IF.

       Write-Note.
           MOVE hc-case-no TO cn-case-no.
           MOVE hc-employee-id TO cn-employee-id.
           MOVE business-date TO cn-date.
           MOVE business-time TO cn-time.
           MOVE operator-name TO cn-operator.
           MOVE hc-status TO cn-status.
           MOVE input-note TO cn-text.
           OPEN EXTEND note-file.
           WRITE note-record.
           CLOSE note-file.

       Find-Last-Case-No.
      *    Case numbers run on across employees: the next one is
      *    one past the highest on file.
           MOVE 0 TO last-case-no.
           MOVE "N" TO eof-flag.
           MOVE LOW-VALUES TO hc-key.
           START case-file KEY IS >= hc-key
               INVALID KEY
                   SET eof-reached TO TRUE
           END-START.
           PERFORM UNTIL eof-reached
               READ case-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF hc-case-no > last-case-no
                           MOVE hc-case-no TO last-case-no
                       END-IF
               END-READ
           END-PERFORM.
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

       END PROGRAM Case_Maint.
