      *    Approval needs the PAYROLL role (see Role_Check); the
      *    operator's name comes from OPERATOR_NAME, the File_Lock
      *    convention.
      *
      *    The trial must first have been through Payroll_Screening:
      *    with no red-flag list (payscreen.dat) for this very
      *    trial nothing is approved, and when the list carries
      *    flags they are shown and the approver must type ACK to
      *    acknowledge them - their name and the date go on the
      *    list - before the approval question is asked.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT trial-file ASSIGN TO "payrolltrial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS trial-status.
           SELECT screen-file ASSIGN TO "payscreen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS screen-status.
      ****************************
       DATA DIVISION.

           05  tr-app-date PIC 9(8).
           05  tr-run-type PIC X.

       FD  screen-file.
       COPY "06-payscreen.cpy".

       WORKING-STORAGE SECTION.
       01  trial-status    PIC XX.
       01  business-date   PIC 9(8).
       01  operator-name   PIC X(20).
       01  held-trial      PIC X(73).
       01  screen-status   PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
      *    The red-flag list, header first, as read.
       01  screen-table OCCURS 501.
           05  sl-record   PIC X(121).
       01  screen-entries  PIC 9(3) VALUE 0.
       01  screen-idx      PIC 9(3).
       01  ack-answer      PIC X(3).
       01  p-run-type      PIC X(10).
       01  answer          PIC X.
       01  p-total         PIC $$,$$$,$$$,$$9.99.
               " employee(s).".
           DISPLAY "[+] Read payrolltrial.rpt (including the "
               "variance summary) before approving.".
           PERFORM Acknowledge-Flags.
           DISPLAY "[+] Approve this trial? [y/n]".
           ACCEPT answer.
           IF answer NOT = "y" AND answer NOT = "Y"
               " - PAYROLL_MODE=COMMIT may now run.".
           GOBACK.

       Acknowledge-Flags.
      *    No approval without the screening of this trial, and
      *    none past a red flag nobody has acknowledged.
           OPEN INPUT screen-file.
           IF screen-status = "00"
               PERFORM UNTIL eof-reached
                   READ screen-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF screen-entries < 501
                               ADD 1 TO screen-entries
                               MOVE screen-record
                                   TO sl-record(screen-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE screen-file.
           MOVE "N" TO eof-flag.
           IF screen-entries > 0
               MOVE sl-record(1) TO screen-record
           ELSE
               MOVE SPACES TO screen-record
           END-IF.
           IF NOT sc-header OR sc-period NOT = tr-period OR
                   sc-trial-date NOT = tr-date OR
                   sc-trial-time NOT = tr-time
               DISPLAY "[-] This trial has not been through "
                   "Payroll_Screening - run it, then approve."
               GOBACK
           END-IF.
           IF sc-flag-count = 0
               DISPLAY "[+] Payroll_Screening: no red flags."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "[-] Payroll_Screening raised " sc-flag-count
               " red flag(s) (see payscreen.rpt):".
           PERFORM VARYING screen-idx FROM 2 BY 1
                   UNTIL screen-idx > screen-entries
               MOVE sl-record(screen-idx) TO screen-record
               DISPLAY "    " sc-check " " sc-employee-id " "
                   FUNCTION TRIM(sc-text)
           END-PERFORM.
           DISPLAY "[+] Type ACK to acknowledge the red flags "
               "(anything else leaves the trial pending).".
           ACCEPT ack-answer.
           IF ack-answer NOT = "ACK" AND ack-answer NOT = "ack"
               DISPLAY "[+] Red flags not acknowledged - nothing "
                   "approved."
               GOBACK
           END-IF.

           MOVE sl-record(1) TO screen-record.
           MOVE operator-name TO sc-ack-by.
           MOVE business-date TO sc-ack-date.
           MOVE screen-record TO sl-record(1).
           OPEN OUTPUT screen-file.
           PERFORM VARYING screen-idx FROM 1 BY 1
                   UNTIL screen-idx > screen-entries
               MOVE sl-record(screen-idx) TO screen-record
               WRITE screen-record
           END-PERFORM.
           CLOSE screen-file.
           DISPLAY "[+] Red flags acknowledged by "
               FUNCTION TRIM(operator-name) ".".

       END PROGRAM Payroll_Approve.
