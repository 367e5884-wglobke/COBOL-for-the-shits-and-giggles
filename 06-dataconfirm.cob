       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Data_Confirm_Entry INITIAL.
      ****************************
      *    Books the returned personal-data confirmation
      *    statements (see Data_Statement) on the return-tracking
      *    file dataconfirm.dat: the employee-id off the returned
      *    page, the statement year (default the business-date
      *    year), and whether corrections were marked. A return
      *    with corrections is listed back to the operator so the
      *    changes go through Personnel_Maint / Different_Types /
      *    Bank_Details_Maint the same day.
      *
      *    Only a statement that was sent can be returned; booking
      *    a return twice asks first. Entry needs the HR role.
      *
      *    An employee id keyed must carry a good check digit
      *    (see Check_Digit) under EMPLOYEE_ID_CHECK=ENFORCE; the
      *    default, WARN, only warns.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT confirm-file ASSIGN TO "dataconfirm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cf-key
               FILE STATUS IS confirm-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  confirm-file.
       01  confirm-record.
           05  cf-key.
               10  cf-employee-id PIC X(6).
               10  cf-year        PIC 9(4).
           05  cf-sent        PIC 9(8).
           05  cf-returned    PIC 9(8).
           05  cf-corrections PIC X.

       WORKING-STORAGE SECTION.
       01  confirm-status  PIC XX.
       01  business-date   PIC 9(8).
       01  business-year   PIC 9(4).
       01  want-id         PIC X(6).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-check-ok     PIC X.
       01  input-year      PIC X(4).
       01  correction-answer PIC X.
       01  confirm-answer  PIC X.
       01  another-answer  PIC X.
       01  booked-count    PIC 9(4) VALUE 0.
       01  corrected-count PIC 9(4) VALUE 0.
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "HR".
       01  rk-allowed      PIC X.
       01  rk-operator     PIC X(20).
      ****************************
       PROCEDURE DIVISION.

      *    Role gate when launched directly, not just from the
      *    menu (see Role_Check); a refusal is logged to
      *    console.log.
           ACCEPT rk-operator FROM ENVIRONMENT "OPERATOR_NAME".
           MOVE "E" TO rk-action.
           MOVE rk-operator(1:10) TO rk-user-id.
           CALL "Role_Check" USING rk-action, rk-user-id,
               rk-needed, rk-allowed.
           IF rk-allowed NOT = "Y" THEN
               DISPLAY "[-] This screen needs the "
                   FUNCTION TRIM(rk-needed)
                   " role - refused (and logged)."
               GOBACK
           END-IF.

           DISPLAY "[+] Data Confirmation Returns".
           DISPLAY "=============================".
           CALL "Get_Business_Date" USING business-date.
           MOVE business-date(1:4) TO business-year.

           OPEN I-O confirm-file.
           IF confirm-status NOT = "00" THEN
               DISPLAY "[-] Cannot open dataconfirm.dat, status "
                   confirm-status " - no statements sent yet."
               GOBACK
           END-IF.

           MOVE "Y" TO another-answer.
           PERFORM UNTIL another-answer NOT = "Y" AND
                   another-answer NOT = "y"
               PERFORM Book-One-Return
               DISPLAY "[+] Another return? [y/n]"
               ACCEPT another-answer
           END-PERFORM.

           CLOSE confirm-file.
           DISPLAY "[+] " booked-count " return(s) booked, "
               corrected-count " with corrections.".
           GOBACK.

       Book-One-Return.
           DISPLAY "[+] Employee id?".
           ACCEPT want-id.
           PERFORM Check-Employee-Id.
           IF id-check-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Statement year (blank = " business-year ")?".
           MOVE SPACES TO input-year.
           ACCEPT input-year.
           IF input-year = SPACES
               MOVE business-year TO cf-year
           ELSE
               IF input-year NOT NUMERIC
                   DISPLAY "[-] Not a valid year."
                   EXIT PARAGRAPH
               END-IF
               MOVE input-year TO cf-year
           END-IF.
           MOVE want-id TO cf-employee-id.
           READ confirm-file
               INVALID KEY
                   DISPLAY "[-] No " cf-year " statement was sent "
                       "to '" want-id "'."
                   EXIT PARAGRAPH
           END-READ.
           IF cf-returned NOT = 0
               DISPLAY "[-] Already returned on " cf-returned
                   " - book it again? [y/n]"
               ACCEPT confirm-answer
               IF confirm-answer NOT = "Y" AND
                       confirm-answer NOT = "y"
                   DISPLAY "[+] Kept."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "[+] Corrections marked on the statement? [y/n]".
           ACCEPT correction-answer.
           IF correction-answer = "Y" OR correction-answer = "y"
               MOVE "Y" TO cf-corrections
               ADD 1 TO corrected-count
               DISPLAY "[+] Key the corrections today: master "
                   "fields via Personnel_Maint, contacts via "
                   "Different_Types, bank via Bank_Details_Maint."
           ELSE
               MOVE "N" TO cf-corrections
           END-IF.
           MOVE business-date TO cf-returned.
           REWRITE confirm-record.
           IF confirm-status NOT = "00"
               DISPLAY "[-] Return NOT booked, status "
                   confirm-status "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO booked-count.
           DISPLAY "[+] Return booked.".

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

       END PROGRAM Data_Confirm_Entry.
