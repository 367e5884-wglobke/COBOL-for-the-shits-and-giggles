       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Position_Maint INITIAL.
      ****************************
      *    Maintenance screen for the approved positions on
      *    positions.dat (layout in Position_Control), the
      *    department headcount Finance has signed off:
      *
      *       (A)dd      a new approved position, vacant, for a
      *                  department on the reference (Dept_Check)
      *                  and optionally a job code (Job_Code_Check,
      *                  against the budgeted salary),
      *       (C)hange   the budgeted salary of a position,
      *       (F)reeze   a vacant position (hiring stopped) or
      *       (U)nfreeze it back to vacant,
      *       (L)ist     one department's positions.
      *
      *    Filling and vacating are not done here: Onboarding_Entry
      *    and Dept_Transfer_Batch fill a vacant position,
      *    Termination_Batch and a transfer release it. A filled
      *    position cannot be frozen. Maintenance needs the HR
      *    role.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT position-file ASSIGN TO "positions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS po-number
               FILE STATUS IS position-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
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
       01  position-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  mode-answer     PIC X.
       01  another-answer  PIC X.
       01  want-number     PIC X(6).
       01  input-amount    PIC X(12).
       01  amount-value    PIC 9(7)v9(2).
       01  list-dept       PIC X(20).
       01  list-count      PIC 9(4).
       01  dc-department   PIC X(20).
       01  dc-valid-flag   PIC X.
       01  jc-code         PIC X(4).
       01  jc-valid-flag   PIC X.
       01  jc-min          PIC 9(7)v9(2).
       01  jc-max          PIC 9(7)v9(2).
       01  p-budget        PIC Z,ZZZ,ZZ9.99.
       01  status-label    PIC X(6).
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

           DISPLAY "[+] Position Maintenance".
           DISPLAY "========================".
           CALL "Get_Business_Date" USING business-date.

           OPEN I-O position-file.
           IF position-status = "35" THEN
               OPEN OUTPUT position-file
               CLOSE position-file
               OPEN I-O position-file
           END-IF.
           IF position-status NOT = "00" THEN
               DISPLAY "[-] Cannot open positions.dat, status "
                   position-status "."
               GOBACK
           END-IF.

           MOVE "Y" TO another-answer.
           PERFORM UNTIL another-answer NOT = "Y" AND
                   another-answer NOT = "y"
               DISPLAY "[+] (A)dd, (C)hange budget, (F)reeze, "
                   "(U)nfreeze, (L)ist?"
               ACCEPT mode-answer
               EVALUATE mode-answer
                   WHEN "A"
                   WHEN "a"
                       PERFORM Add-Position
                   WHEN "C"
                   WHEN "c"
                       PERFORM Change-Budget
                   WHEN "F"
                   WHEN "f"
                       PERFORM Freeze-Position
                   WHEN "U"
                   WHEN "u"
                       PERFORM Unfreeze-Position
                   WHEN "L"
                   WHEN "l"
                       PERFORM List-Department
                   WHEN OTHER
                       DISPLAY "[-] Unknown choice."
               END-EVALUATE
               DISPLAY "[+] Anything else? [y/n]"
               ACCEPT another-answer
           END-PERFORM.

           CLOSE position-file.
           GOBACK.

       Add-Position.
           DISPLAY "[+] New position number?".
           ACCEPT want-number.
           IF want-number = SPACES
               DISPLAY "[-] No position number - nothing added."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Department?".
           ACCEPT dc-department.
           CALL "Dept_Check" USING dc-department, dc-valid-flag.
           IF dc-valid-flag NOT = "Y"
               DISPLAY "[-] Unknown department - see the reference "
                   "table. Nothing added."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Accept-Budget.
           IF amount-value = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Job code (blank = any)?".
           MOVE SPACES TO jc-code.
           ACCEPT jc-code.
           IF jc-code NOT = SPACES
               MOVE FUNCTION UPPER-CASE(jc-code) TO jc-code
               CALL "Job_Code_Check" USING jc-code, amount-value,
                   jc-valid-flag, jc-min, jc-max
               EVALUATE jc-valid-flag
                   WHEN "Y"
                       CONTINUE
                   WHEN "R"
                       DISPLAY "[-] Budget is outside that code's "
                           "grade range " jc-min " - " jc-max
                           " - nothing added."
                       EXIT PARAGRAPH
                   WHEN OTHER
                       DISPLAY "[-] Job code not on the reference "
                           "- nothing added."
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.
           MOVE want-number TO po-number.
           MOVE FUNCTION UPPER-CASE(dc-department) TO po-dept.
           MOVE jc-code TO po-job-code.
           MOVE amount-value TO po-budget.
           MOVE "V" TO po-status.
           MOVE SPACES TO po-incumbent.
           MOVE business-date TO po-changed.
           WRITE position-record
               INVALID KEY
                   DISPLAY "[-] Position '" want-number "' is "
                       "already on file - nothing added."
               NOT INVALID KEY
                   DISPLAY "[+] Position " want-number
                       " added, vacant."
           END-WRITE.

       Change-Budget.
           PERFORM Read-Position.
           IF position-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM Accept-Budget.
           IF amount-value = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE amount-value TO po-budget.
           MOVE business-date TO po-changed.
           REWRITE position-record.
           DISPLAY "[+] Budget changed.".

       Freeze-Position.
           PERFORM Read-Position.
           IF position-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF po-status NOT = "V"
               DISPLAY "[-] Only a vacant position can be frozen."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Z" TO po-status.
           MOVE business-date TO po-changed.
           REWRITE position-record.
           DISPLAY "[+] Position " po-number " frozen.".

       Unfreeze-Position.
           PERFORM Read-Position.
           IF position-status NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF po-status NOT = "Z"
               DISPLAY "[-] Position is not frozen."
               EXIT PARAGRAPH
           END-IF.
           MOVE "V" TO po-status.
           MOVE business-date TO po-changed.
           REWRITE position-record.
           DISPLAY "[+] Position " po-number " vacant again.".

       Read-Position.
           DISPLAY "[+] Position number?".
           ACCEPT want-number.
           MOVE want-number TO po-number.
           READ position-file
               INVALID KEY
                   DISPLAY "[-] Position '" want-number "' is not "
                       "on file."
               NOT INVALID KEY
                   PERFORM Show-Position
           END-READ.

       Accept-Budget.
           DISPLAY "[+] Budgeted salary?".
           MOVE SPACES TO input-amount.
           ACCEPT input-amount.
           MOVE 0 TO amount-value.
           IF input-amount NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(input-amount) = 0
               MOVE FUNCTION NUMVAL(input-amount) TO amount-value
           END-IF.
           IF amount-value = 0
               DISPLAY "[-] Budget must be a non-zero amount - "
                   "nothing changed."
           END-IF.

       List-Department.
           DISPLAY "[+] Department?".
           ACCEPT list-dept.
           MOVE FUNCTION UPPER-CASE(list-dept) TO list-dept.
           MOVE 0 TO list-count.
           MOVE LOW-VALUES TO po-number.
           START position-file KEY NOT < po-number
               INVALID KEY
                   DISPLAY "[+] No positions on file."
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO eof-flag.
           PERFORM UNTIL eof-reached
               READ position-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF po-dept = list-dept
                           ADD 1 TO list-count
                           PERFORM Show-Position
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.
           DISPLAY "[+] " list-count " position(s).".

       Show-Position.
           EVALUATE po-status
               WHEN "F"
                   MOVE "filled" TO status-label
               WHEN "Z"
                   MOVE "frozen" TO status-label
               WHEN OTHER
                   MOVE "vacant" TO status-label
           END-EVALUATE.
           MOVE po-budget TO p-budget.
           DISPLAY "   " po-number " " po-dept " " po-job-code " "
               p-budget " " status-label " " po-incumbent.

       END PROGRAM Position_Maint.
