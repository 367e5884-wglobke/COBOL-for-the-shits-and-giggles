       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Applicant_Maint INITIAL.
      ****************************
      *    Entry and stage-update screen for the applicants on
      *    applicants.dat (layout in 06-applicant.cpy):
      *
      *       (A)dd    a new applicant - name, address, email and
      *                phone, and the vacancy applied for, which
      *                must be a vacant position on positions.dat
      *                (see Position_Control; with no positions.dat
      *                the department is keyed and checked on
      *                Dept_Check instead),
      *       (S)tage  move an applicant on:
      *                   applied -> interview -> offer -> accepted
      *                an offer may follow straight on from applied,
      *                only an offer can be accepted, and any open
      *                applicant can be declined. A declined or
      *                hired applicant is closed.
      *
      *    Hiring is not done here: Onboarding_Entry takes an
      *    accepted applicant by number, pre-fills the new hire
      *    from this record and marks the applicant hired. The
      *    open pipeline is printed by Applicant_Pipeline. The
      *    screen needs the HR role.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT applicant-file ASSIGN TO "applicants.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ap-number
               FILE STATUS IS applicant-status.
           SELECT position-file ASSIGN TO "positions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS po-number
               FILE STATUS IS position-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  applicant-file.
       COPY "06-applicant.cpy".

       FD  position-file.
       01  position-record.
           05  po-number      PIC X(6).
           05  po-dept        PIC X(20).
           05  po-job-code    PIC X(4).
           05  po-budget      PIC 9(7)v9(2).
           05  po-status      PIC X.
           05  po-incumbent   PIC X(6).
           05  po-changed     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  applicant-status PIC XX.
       01  position-status PIC XX.
       01  positions-in-use PIC X VALUE "Y".
       01  business-date   PIC 9(8).
       01  mode-answer     PIC X.
       01  another-answer  PIC X.
       01  want-number     PIC X(6).
       01  new-stage       PIC X.
       01  stage-ok        PIC X.
       01  stage-label     PIC X(9).
       01  as-changed      PIC X.
       01  dc-department   PIC X(20).
       01  dc-valid-flag   PIC X.
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

           DISPLAY "[+] Applicant Maintenance".
           DISPLAY "=========================".
           CALL "Get_Business_Date" USING business-date.

           OPEN I-O applicant-file.
           IF applicant-status = "35" THEN
               OPEN OUTPUT applicant-file
               CLOSE applicant-file
               OPEN I-O applicant-file
           END-IF.
           IF applicant-status NOT = "00" THEN
               DISPLAY "[-] Cannot open applicants.dat, status "
                   applicant-status "."
               GOBACK
           END-IF.
           OPEN INPUT position-file.
           IF position-status NOT = "00" THEN
               DISPLAY "[+] No positions.dat - position control "
                   "not in use, vacancies are keyed by department."
               MOVE "N" TO positions-in-use
           END-IF.

           MOVE "Y" TO another-answer.
           PERFORM UNTIL another-answer NOT = "Y" AND
                   another-answer NOT = "y"
               DISPLAY "[+] (A)dd an applicant, (S)tage update?"
               ACCEPT mode-answer
               EVALUATE mode-answer
                   WHEN "A"
                   WHEN "a"
                       PERFORM Add-Applicant
                   WHEN "S"
                   WHEN "s"
                       PERFORM Update-Stage
                   WHEN OTHER
                       DISPLAY "[-] Unknown choice."
               END-EVALUATE
               DISPLAY "[+] Anything else? [y/n]"
               ACCEPT another-answer
           END-PERFORM.

           CLOSE applicant-file.
           IF positions-in-use = "Y"
               CLOSE position-file
           END-IF.
           GOBACK.

       Add-Applicant.
           DISPLAY "[+] New applicant number?".
           MOVE SPACES TO want-number.
           ACCEPT want-number.
           IF want-number = SPACES
               DISPLAY "[-] No applicant number - nothing added."
               EXIT PARAGRAPH
           END-IF.
           MOVE want-number TO ap-number.
           READ applicant-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "[-] Applicant '" want-number "' is "
                       "already on file - nothing added."
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO applicant-record.
           MOVE want-number TO ap-number.
           DISPLAY "[+] First name?".
           ACCEPT ap-first-name.
           DISPLAY "[+] Last name?".
           ACCEPT ap-last-name.
           DISPLAY "[+] Street?".
           ACCEPT ap-street.
           DISPLAY "[+] City?".
           ACCEPT ap-city.
      *    One spelling per address (see Address_Standardizer).
           CALL "Address_Standardizer" USING ap-street, ap-city,
               as-changed.
           DISPLAY "[+] ZIP?".
           ACCEPT ap-zip.
           DISPLAY "[+] Email (blank = none)?".
           ACCEPT ap-email.
           DISPLAY "[+] Phone (blank = none)?".
           ACCEPT ap-phone.

           IF positions-in-use = "Y"
               DISPLAY "[+] Vacancy applied for (position number)?"
               ACCEPT ap-position
               MOVE ap-position TO po-number
               READ position-file
                   INVALID KEY
                       DISPLAY "[-] Position '" ap-position "' is "
                           "not on file - nothing added."
                       EXIT PARAGRAPH
               END-READ
               IF po-status NOT = "V"
                   DISPLAY "[-] Position " ap-position " is not "
                       "vacant - nothing added."
                   EXIT PARAGRAPH
               END-IF
               MOVE po-dept TO ap-dept
           ELSE
               DISPLAY "[+] Vacancy reference (blank = none)?"
               ACCEPT ap-position
               DISPLAY "[+] Department?"
               ACCEPT dc-department
               CALL "Dept_Check" USING dc-department, dc-valid-flag
               IF dc-valid-flag NOT = "Y"
                   DISPLAY "[-] Unknown department - see the "
                       "reference table. Nothing added."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION UPPER-CASE(dc-department) TO ap-dept
           END-IF.

           SET ap-applied TO TRUE.
           MOVE business-date TO ap-applied-date.
           MOVE business-date TO ap-stage-date.
           MOVE SPACES TO ap-employee-id.
           WRITE applicant-record
               INVALID KEY
                   DISPLAY "[-] Applicant '" want-number "' could "
                       "not be written, status " applicant-status
                       "."
               NOT INVALID KEY
                   DISPLAY "[+] Applicant " want-number " added for "
                       FUNCTION TRIM(ap-dept) ", stage applied."
           END-WRITE.

       Update-Stage.
           DISPLAY "[+] Applicant number?".
           MOVE SPACES TO want-number.
           ACCEPT want-number.
           MOVE want-number TO ap-number.
           READ applicant-file
               INVALID KEY
                   DISPLAY "[-] Applicant '" want-number "' is not "
                       "on file."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM Show-Applicant.
           IF NOT ap-open
               DISPLAY "[-] Applicant is closed ("
                   FUNCTION TRIM(stage-label) ") - no change."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] New stage - (I)nterview, (O)ffer, "
               "a(C)cepted, (D)eclined?".
           MOVE SPACES TO new-stage.
           ACCEPT new-stage.
           MOVE FUNCTION UPPER-CASE(new-stage) TO new-stage.
      *    Stages only move forward; only an offer can be accepted.
           MOVE "Y" TO stage-ok.
           EVALUATE new-stage
               WHEN "I"
                   IF NOT ap-applied
                       MOVE "N" TO stage-ok
                   END-IF
               WHEN "O"
                   IF NOT ap-applied AND NOT ap-interview
                       MOVE "N" TO stage-ok
                   END-IF
               WHEN "C"
                   IF NOT ap-offer
                       MOVE "N" TO stage-ok
                   END-IF
               WHEN "D"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "[-] Unknown stage - no change."
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF stage-ok NOT = "Y"
               DISPLAY "[-] Cannot move an applicant at stage "
                   FUNCTION TRIM(stage-label) " to that stage - "
                   "no change."
               EXIT PARAGRAPH
           END-IF.
           MOVE new-stage TO ap-stage.
           MOVE business-date TO ap-stage-date.
           REWRITE applicant-record.
           PERFORM Set-Stage-Label.
           DISPLAY "[+] Applicant " ap-number " now "
               FUNCTION TRIM(stage-label) ".".
           IF ap-accepted
               DISPLAY "[+] Take the hire on with Onboarding_Entry "
                   "and applicant number " ap-number "."
           END-IF.

       Show-Applicant.
           PERFORM Set-Stage-Label.
           DISPLAY "   " ap-number " "
               FUNCTION TRIM(ap-first-name) " "
               FUNCTION TRIM(ap-last-name) " - " ap-position " "
               FUNCTION TRIM(ap-dept) " - " stage-label " since "
               ap-stage-date.

       Set-Stage-Label.
           EVALUATE TRUE
               WHEN ap-applied
                   MOVE "applied" TO stage-label
               WHEN ap-interview
                   MOVE "interview" TO stage-label
               WHEN ap-offer
                   MOVE "offer" TO stage-label
               WHEN ap-accepted
                   MOVE "accepted" TO stage-label
               WHEN ap-declined
                   MOVE "declined" TO stage-label
               WHEN OTHER
                   MOVE "hired" TO stage-label
           END-EVALUATE.

       END PROGRAM Applicant_Maint.
