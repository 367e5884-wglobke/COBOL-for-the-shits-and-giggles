       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Year_Reopen INITIAL.
      ****************************
      *    Reopens a payroll year sealed by Year_End_Close, so a
      *    late correction can be posted into it - the explicit,
      *    audited step Payroll_Register insists on before it will
      *    run into a closed year.
      *
      *    The screen lists the years on closedyears.dat with
      *    their state, takes the year and a reason, and appends a
      *    reopen row (status "R", the layout in Year_End_Close);
      *    the reopen is logged to console.log (who, which year,
      *    why), the same audit trail as Console_User_Admin.
      *    Running Year_End_Close for the year again seals the
      *    late rows into its archives and closes it once more.
      *    Reopening needs the ADMIN role.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL year-file ASSIGN TO "closedyears.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS year-status.
           SELECT OPTIONAL console-log ASSIGN TO "console.log"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  year-file.
       01  year-record.
           05  cy-year          PIC X(4).
           05  cy-status        PIC X.
           05  cy-date          PIC 9(8).
           05  cy-time          PIC 9(8).
           05  cy-operator      PIC X(20).
           05  cy-detail-count  PIC 9(6).
           05  cy-detail-gross  PIC 9(13)v9(2).
           05  cy-history-count PIC 9(6).
           05  cy-history-total PIC 9(13)v9(2).
           05  cy-reason        PIC X(40).
       FD  console-log.
       01  log-record PIC X(150).

       WORKING-STORAGE SECTION.
       01  year-status     PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
      *    Each year's latest row - its current state.
       01  year-table OCCURS 50.
           05  yt-year     PIC X(4).
           05  yt-status   PIC X.
           05  yt-date     PIC 9(8).
           05  yt-operator PIC X(20).
       01  year-entries    PIC 99 VALUE 0.
       01  year-idx        PIC 99.
       01  hit-idx         PIC 99.
       01  entered-year    PIC X(4).
       01  entered-reason  PIC X(40).
       01  confirm-answer  PIC X.
       01  state-text      PIC X(8).
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "ADMIN".
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

           DISPLAY "[+] Reopen a Closed Payroll Year".
           DISPLAY "================================".
           CALL "Get_Business_Date" USING business-date,
               business-time.
           PERFORM Load-Years.
           IF year-entries = 0
               DISPLAY "[-] No payroll year has been closed yet."
               GOBACK
           END-IF.
           PERFORM VARYING year-idx FROM 1 BY 1
                   UNTIL year-idx > year-entries
               IF yt-status(year-idx) = "C"
                   MOVE "closed" TO state-text
               ELSE
                   MOVE "reopened" TO state-text
               END-IF
               DISPLAY "   " yt-year(year-idx) "  " state-text
                   "  " yt-date(year-idx) "  by "
                   FUNCTION TRIM(yt-operator(year-idx))
           END-PERFORM.

           DISPLAY "[+] Year to reopen: ".
           MOVE SPACES TO entered-year.
           ACCEPT entered-year.
           MOVE 0 TO hit-idx.
           PERFORM VARYING year-idx FROM 1 BY 1
                   UNTIL year-idx > year-entries
               IF yt-year(year-idx) = entered-year
                   MOVE year-idx TO hit-idx
               END-IF
           END-PERFORM.
           IF hit-idx = 0
               DISPLAY "[-] Year " entered-year " was never closed."
               GOBACK
           END-IF.
           IF yt-status(hit-idx) NOT = "C"
               DISPLAY "[-] Year " entered-year " is already open."
               GOBACK
           END-IF.
           DISPLAY "[+] Reason (required): ".
           MOVE SPACES TO entered-reason.
           ACCEPT entered-reason.
           IF entered-reason = SPACES
               DISPLAY "[-] A reopen needs a reason - nothing done."
               GOBACK
           END-IF.
           DISPLAY "[+] Reopen " entered-year " so payroll can post "
               "into it again? [y/n] ".
           ACCEPT confirm-answer.
           IF confirm-answer NOT = "Y" AND confirm-answer NOT = "y"
               DISPLAY "[+] Nothing done."
               GOBACK
           END-IF.

           OPEN EXTEND year-file.
           MOVE entered-year TO cy-year.
           MOVE "R" TO cy-status.
           MOVE business-date TO cy-date.
           MOVE business-time TO cy-time.
           MOVE rk-operator TO cy-operator.
           MOVE 0 TO cy-detail-count cy-detail-gross
               cy-history-count cy-history-total.
           MOVE entered-reason TO cy-reason.
           WRITE year-record.
           CLOSE year-file.

      *    Every reopen goes on the console audit trail.
           MOVE SPACES TO log-record.
           STRING "YEAR action=REOPEN year=" entered-year
               " reason=" FUNCTION TRIM(entered-reason)
               " user=" FUNCTION TRIM(rk-operator)
               " date=" business-date
               " time=" business-time
               DELIMITED BY SIZE INTO log-record.
           OPEN EXTEND console-log.
           WRITE log-record.
           CLOSE console-log.
           DISPLAY "[+] Year " entered-year " reopened - run "
               "Year_End_Close for it again once the correction "
               "is posted.".
           GOBACK.

       Load-Years.
           OPEN INPUT year-file.
           IF year-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ year-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           PERFORM Note-Year
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE year-file.
           MOVE "N" TO eof-flag.

       Note-Year.
           MOVE 0 TO hit-idx.
           PERFORM VARYING year-idx FROM 1 BY 1
                   UNTIL year-idx > year-entries
               IF yt-year(year-idx) = cy-year
                   MOVE year-idx TO hit-idx
               END-IF
           END-PERFORM.
           IF hit-idx = 0
               IF year-entries NOT < 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO year-entries
               MOVE year-entries TO hit-idx
               MOVE cy-year TO yt-year(hit-idx)
           END-IF.
           MOVE cy-status TO yt-status(hit-idx).
           MOVE cy-date TO yt-date(hit-idx).
           MOVE cy-operator TO yt-operator(hit-idx).

       END PROGRAM Year_Reopen.
