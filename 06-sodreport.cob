       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Segregation_Report INITIAL.
      ****************************
      *    Periodic segregation-of-duties report across the
      *    approval workflows: every place one operator both keys
      *    something and signs it off, or keys a change and then
      *    approves the payroll that pays it. The names come from
      *    the files themselves, joined to each operator's role on
      *    consoleusers.dat (see Role_Check):
      *
      *       1. timesheets.dat lines keyed and approved by the
      *          same operator (Timesheet_Entry / _Approval)
      *       2. leavereq.dat requests keyed and approved or
      *          rejected by the same operator (Leave_Request_Entry
      *          / Leave_Approval)
      *       3. runapprovals.dat runs requested and approved by
      *          the same operator (Run_Approval)
      *       4. a bank-details change (bankhist.dat,
      *          Bank_Details_Maint) by the operator who approved
      *          the payroll trial that paid it
      *       5. a salary or hourly-rate change on the personnel
      *          journal (pershist.dat) by that approver
      *       6. an applied SALARY or HOURLYRATE pending change
      *          (pendingchg.dat) keyed by that approver
      *       7. a timesheet keyed by that approver
      *       8. a Pay_Raise_Batch staged or approved by an
      *          operator who also decided leave for someone in a
      *          department on raises.dat
      *
      *    "Paid by" for 4 to 7 is a trial approval (payhist.dat
      *    for committed runs, and an approved trial still waiting
      *    on payrolltrial.dat) for the same month, on or after the
      *    change. The window is SOD_FROM (YYYYMMDD, see
      *    Run_Parameter) to the business date, default the last
      *    90 days. Rows keyed before the names were recorded carry
      *    spaces and are passed over. Each combination is listed
      *    with the records involved on sodreport.rpt (via
      *    Print_Writer); any conflict raises one operator warning
      *    (see Alert).
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL user-file ASSIGN TO "consoleusers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS user-status.
           SELECT OPTIONAL payhist-file ASSIGN TO "payhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS payhist-status.
           SELECT OPTIONAL trial-file ASSIGN TO "payrolltrial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS trial-status.
           SELECT OPTIONAL approval-file
               ASSIGN TO "runapprovals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS approval-status.
           SELECT OPTIONAL raises-file ASSIGN TO "raises.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS raises-status.
           SELECT OPTIONAL timesheet-file ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS timesheet-status.
           SELECT OPTIONAL request-file ASSIGN TO "leavereq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS request-status.
           SELECT OPTIONAL bankhist-file ASSIGN TO "bankhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bankhist-status.
           SELECT OPTIONAL journal-file ASSIGN TO "pershist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-status.
           SELECT OPTIONAL pending-file ASSIGN TO "pendingchg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS pending-status.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  user-file.
       01  user-record.
           05  ur-user-id    PIC X(10).
           05  ur-user-code  PIC X(20).
           05  ur-fail-count PIC 99.
           05  ur-locked     PIC X.
           05  ur-role       PIC X(8).

       FD  payhist-file.
       01  payhist-record.
           05  ph-period   PIC X(6).
           05  ph-date     PIC 9(8).
           05  ph-time     PIC 9(8).
           05  ph-total    PIC 9(13)v9(2).
           05  ph-count    PIC 9(6).
           05  ph-run-type PIC X.
           05  ph-approved-by   PIC X(20).
           05  ph-approved-date PIC 9(8).

       FD  trial-file.
       01  trial-record.
           05  tr-period   PIC X(6).
           05  tr-date     PIC 9(8).
           05  tr-time     PIC 9(8).
           05  tr-total    PIC 9(13)v9(2).
           05  tr-count    PIC 9(6).
           05  tr-status   PIC X.
           05  tr-approver PIC X(20).
           05  tr-app-date PIC 9(8).
           05  tr-run-type PIC X.

       FD  approval-file.
       01  approval-record.
           05  ra-run-name     PIC X(20).
           05  ra-params       PIC X(40).
           05  ra-requested-by PIC X(20).
           05  ra-req-date     PIC 9(8).
           05  ra-status       PIC X.
           05  ra-approved-by  PIC X(20).
           05  ra-app-date     PIC 9(8).

       FD  raises-file.
       01  raises-record.
           05  raise-department PIC X(20).
           05  raise-type       PIC X.
           05  raise-amount     PIC 9(7)v9(2).
           05  raise-eff-date   PIC 9(8).

       FD  timesheet-file.
       01  timesheet-record.
           05  ts-employee-id PIC X(6).
           05  ts-date        PIC 9(8).
           05  ts-hours       PIC 9(2)v9(2).
           05  ts-approved    PIC X.
           05  ts-start       PIC X(4).
           05  ts-end         PIC X(4).
           05  ts-keyed-by    PIC X(20).
           05  ts-approved-by PIC X(20).
           05  ts-project     PIC X(8).

       FD  request-file.
       01  request-record.
           05  rq-employee-id PIC X(6).
           05  rq-start       PIC 9(8).
           05  rq-days        PIC 9(2)v9(1).
           05  rq-status      PIC X.
           05  rq-entered     PIC 9(8).
           05  rq-type        PIC X.
           05  rq-override    PIC X(30).
           05  rq-keyed-by    PIC X(20).
           05  rq-decided-by  PIC X(20).
           05  rq-decided-date PIC 9(8).

       FD  bankhist-file.
       01  bankhist-record.
           05  bj-action   PIC X(6).
           05  bj-date     PIC 9(8).
           05  bj-time     PIC 9(8).
           05  bj-operator PIC X(20).
           05  bj-before   PIC X(23).
           05  bj-after    PIC X(23).

       FD  journal-file.
       01  journal-record.
           05  hist-action  PIC X(6).
           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       FD  pending-file.
       01  pending-record.
           05  pc-employee-id PIC X(6).
           05  pc-field       PIC X(12).
           05  pc-value       PIC X(20).
           05  pc-eff-date    PIC 9(8).
           05  pc-keyed-by    PIC X(20).
           05  pc-status      PIC X.
           05  pc-action-date PIC 9(8).

       FD  personnel-file.
       COPY "02-personnel.cpy".

       WORKING-STORAGE SECTION.
       01  default-window-days CONSTANT 90.
       01  user-status     PIC XX.
       01  payhist-status  PIC XX.
       01  trial-status    PIC XX.
       01  approval-status PIC XX.
       01  raises-status   PIC XX.
       01  timesheet-status PIC XX.
       01  request-status  PIC XX.
       01  bankhist-status PIC XX.
       01  journal-status  PIC XX.
       01  pending-status  PIC XX.
       01  personnel-status PIC XX.
       01  personnel-open  PIC X VALUE "N".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  from-date       PIC 9(8).
       01  given-date      PIC 9(8).
      *    Operators and their roles, from consoleusers.dat.
       01  user-table OCCURS 200.
           05  ut-user-id  PIC X(10).
           05  ut-role     PIC X(8).
       01  user-entries    PIC 9(3) VALUE 0.
       01  user-idx        PIC 9(3).
      *    Payroll trial approvals: who signed off which month.
       01  pay-approval-table OCCURS 300.
           05  pa-period   PIC X(6).
           05  pa-approver PIC X(20).
           05  pa-date     PIC 9(8).
           05  pa-source   PIC X(16).
       01  pay-approval-entries PIC 9(3) VALUE 0.
       01  pay-approval-idx PIC 9(3).
      *    Operators who staged or approved a Pay_Raise_Batch in
      *    the window, and the departments on raises.dat.
       01  raise-user-table OCCURS 100.
           05  ru-user     PIC X(20).
           05  ru-date     PIC 9(8).
           05  ru-part     PIC X(8).
       01  raise-user-entries PIC 9(3) VALUE 0.
       01  raise-user-idx  PIC 9(3).
       01  raise-dept-table OCCURS 100.
           05  rd-dept     PIC X(20).
       01  raise-dept-entries PIC 9(3) VALUE 0.
       01  raise-dept-idx  PIC 9(3).
       01  dept-raised     PIC X.
      *    The personnel record image on the journal.
       01  image-view.
           05  iv-id       PIC X(6).
           05  FILLER      PIC X(110).
           05  iv-salary   PIC 9(7)v9(2).
           05  FILLER      PIC X(18).
           05  iv-rate     PIC 9(3)v9(2).
           05  FILLER      PIC X(12).
       01  old-salary      PIC 9(7)v9(2).
       01  old-rate        PIC 9(3)v9(2).
      *    The conflict being reported.
       01  conflict-user   PIC X(20).
       01  conflict-role   PIC X(8).
       01  conflict-detail PIC X(99) VALUE SPACES.
       01  held-detail     PIC X(99).
       01  change-date     PIC 9(8).
       01  section-count   PIC 9(5).
       01  conflict-count  PIC 9(5) VALUE 0.
       01  p-hours         PIC Z9.99.
       01  p-days          PIC Z9.9.
       01  al-severity     PIC X VALUE "W".
       01  al-source       PIC X(20) VALUE "Segregation_Report".
       01  al-message      PIC X(60).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Segregation_Report".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Segregation of Duties Violations".
       01  pw-filename     PIC X(255) VALUE "sodreport.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           CALL "Get_Business_Date" USING business-date.
           COMPUTE from-date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(business-date)
               - default-window-days).
           MOVE "SOD_FROM" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           IF rp-value NOT = SPACES
               MOVE 0 TO given-date
               IF rp-value(1:8) IS NUMERIC AND rp-value(9:) = SPACES
                   MOVE rp-value(1:8) TO given-date
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(given-date) = 0
                   MOVE given-date TO from-date
               ELSE
                   DISPLAY "[-] SOD_FROM '" FUNCTION TRIM(rp-value)
                       "' is not a YYYYMMDD date - " from-date
                       " used."
               END-IF
           END-IF.

           PERFORM Load-Users.
           PERFORM Load-Pay-Approvals.
           PERFORM Load-Raises.
           OPEN INPUT personnel-file.
           IF personnel-status = "00"
               MOVE "Y" TO personnel-open
           END-IF.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Window " from-date " to " business-date
               "   operators on consoleusers.dat: " user-entries
               "   payroll approvals: " pay-approval-entries
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.

           PERFORM Check-Timesheets.
           PERFORM Check-Leave.
           PERFORM Check-Run-Approvals.
           PERFORM Check-Bank-Changes.
           PERFORM Check-Pay-Changes.
           PERFORM Check-Pending-Changes.
           PERFORM Check-Approver-Timesheets.
           PERFORM Check-Raise-Leave.

           IF personnel-open = "Y"
               CLOSE personnel-file
           END-IF.
           PERFORM Print-Line.
           STRING "Conflicting combinations: " conflict-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           IF conflict-count > 0
               MOVE SPACES TO al-message
               STRING conflict-count " segregation-of-duties "
                   "conflict(s) - see sodreport.rpt"
                   DELIMITED BY SIZE INTO al-message
               CALL "Alert" USING al-severity, al-source,
                   al-message
               DISPLAY "[-] " conflict-count " segregation-of-"
                   "duties conflict(s) - see 'sodreport.rpt'."
           ELSE
               DISPLAY "[+] No segregation-of-duties conflicts "
                   "since " from-date " - see 'sodreport.rpt'."
           END-IF.
           MOVE conflict-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Load-Users.
           OPEN INPUT user-file.
           PERFORM UNTIL eof-reached
               READ user-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF user-entries < 200
                           ADD 1 TO user-entries
                           MOVE ur-user-id TO ut-user-id(user-entries)
                           MOVE ur-role TO ut-role(user-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE user-file.
           MOVE "N" TO eof-flag.

       Load-Pay-Approvals.
      *    Committed runs carry their approval on payhist.dat; an
      *    approved trial not yet committed is only on the token.
           OPEN INPUT payhist-file.
           PERFORM UNTIL eof-reached
               READ payhist-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ph-approved-by NOT = SPACES AND
                               ph-approved-date NOT < from-date AND
                               pay-approval-entries < 300
                           ADD 1 TO pay-approval-entries
                           MOVE ph-period
                               TO pa-period(pay-approval-entries)
                           MOVE ph-approved-by
                               TO pa-approver(pay-approval-entries)
                           MOVE ph-approved-date
                               TO pa-date(pay-approval-entries)
                           MOVE "payhist.dat"
                               TO pa-source(pay-approval-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE payhist-file.
           MOVE "N" TO eof-flag.

           OPEN INPUT trial-file.
           PERFORM UNTIL eof-reached
               READ trial-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF tr-status = "A" AND
                               tr-approver NOT = SPACES AND
                               tr-app-date NOT < from-date AND
                               pay-approval-entries < 300
                           ADD 1 TO pay-approval-entries
                           MOVE tr-period
                               TO pa-period(pay-approval-entries)
                           MOVE tr-approver
                               TO pa-approver(pay-approval-entries)
                           MOVE tr-app-date
                               TO pa-date(pay-approval-entries)
                           MOVE "payrolltrial.dat"
                               TO pa-source(pay-approval-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE trial-file.
           MOVE "N" TO eof-flag.

       Load-Raises.
           OPEN INPUT approval-file.
           PERFORM UNTIL eof-reached
               READ approval-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ra-run-name = "Pay_Raise_Batch" AND
                               ra-req-date NOT < from-date
                           MOVE ra-requested-by TO conflict-user
                           MOVE ra-req-date TO change-date
                           MOVE "staged" TO conflict-role
                           PERFORM Add-Raise-User
                           IF ra-status = "A"
                               MOVE ra-approved-by TO conflict-user
                               MOVE ra-app-date TO change-date
                               MOVE "approved" TO conflict-role
                               PERFORM Add-Raise-User
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE approval-file.
           MOVE "N" TO eof-flag.

           IF raise-user-entries = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT raises-file.
           PERFORM UNTIL eof-reached
               READ raises-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF raise-department NOT = SPACES AND
                               raise-dept-entries < 100
                           ADD 1 TO raise-dept-entries
                           MOVE raise-department
                               TO rd-dept(raise-dept-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE raises-file.
           MOVE "N" TO eof-flag.

       Add-Raise-User.
           IF conflict-user = SPACES OR raise-user-entries = 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO raise-user-entries.
           MOVE conflict-user TO ru-user(raise-user-entries).
           MOVE change-date TO ru-date(raise-user-entries).
           MOVE conflict-role TO ru-part(raise-user-entries).

       Check-Timesheets.
           STRING "1. Timesheet lines keyed and approved by the same "
               "operator (timesheets.dat)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Start-Section.
           OPEN INPUT timesheet-file.
           PERFORM UNTIL eof-reached
               READ timesheet-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ts-keyed-by NOT = SPACES AND
                               ts-keyed-by = ts-approved-by AND
                               ts-date NOT < from-date
                           MOVE ts-keyed-by TO conflict-user
                           MOVE ts-hours TO p-hours
                           STRING "employee " ts-employee-id
                               " worked " ts-date " " p-hours
                               " hours"
                               DELIMITED BY SIZE INTO conflict-detail
                           PERFORM Report-Conflict
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE timesheet-file.
           MOVE "N" TO eof-flag.
           PERFORM End-Section.

       Check-Leave.
           STRING "2. Leave requests keyed and decided by the same "
               "operator (leavereq.dat)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Start-Section.
           OPEN INPUT request-file.
           PERFORM UNTIL eof-reached
               READ request-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF rq-keyed-by NOT = SPACES AND
                               rq-keyed-by = rq-decided-by AND
                               rq-decided-date NOT < from-date
                           MOVE rq-keyed-by TO conflict-user
                           MOVE rq-days TO p-days
                           STRING "employee " rq-employee-id
                               " from " rq-start " " p-days
                               " days type " rq-type " status "
                               rq-status " on " rq-decided-date
                               DELIMITED BY SIZE INTO conflict-detail
                           PERFORM Report-Conflict
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE request-file.
           MOVE "N" TO eof-flag.
           PERFORM End-Section.

       Check-Run-Approvals.
           STRING "3. Runs requested and approved by the same "
               "operator (runapprovals.dat)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Start-Section.
           OPEN INPUT approval-file.
           PERFORM UNTIL eof-reached
               READ approval-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ra-requested-by NOT = SPACES AND
                               ra-requested-by = ra-approved-by AND
                               ra-req-date NOT < from-date
                           MOVE ra-requested-by TO conflict-user
                           STRING FUNCTION TRIM(ra-run-name)
                               " requested "
                               ra-req-date " approved " ra-app-date
                               " " ra-params
                               DELIMITED BY SIZE INTO conflict-detail
                           PERFORM Report-Conflict
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE approval-file.
           MOVE "N" TO eof-flag.
           PERFORM End-Section.

       Check-Bank-Changes.
           STRING "4. Bank-details changes by the payroll approver "
               "who paid them (bankhist.dat)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Start-Section.
           OPEN INPUT bankhist-file.
           PERFORM UNTIL eof-reached
               READ bankhist-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF bj-operator NOT = SPACES AND
                               bj-date NOT < from-date
                           MOVE bj-operator TO conflict-user
                           MOVE bj-date TO change-date
                           IF bj-after = SPACES
                               MOVE bj-before(1:6) TO iv-id
                           ELSE
                               MOVE bj-after(1:6) TO iv-id
                           END-IF
                           STRING "bank " bj-action " employee "
                               iv-id " on " bj-date
                               DELIMITED BY SIZE INTO conflict-detail
                           PERFORM Match-Pay-Approval
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE bankhist-file.
           MOVE "N" TO eof-flag.
           PERFORM End-Section.

       Check-Pay-Changes.
           STRING "5. Salary and rate changes by the payroll approver "
               "who paid them (pershist.dat)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Start-Section.
           OPEN INPUT journal-file.
           PERFORM UNTIL eof-reached
               READ journal-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF hist-operator NOT = SPACES AND
                               hist-date NOT < from-date AND
                               (hist-action = "ADD" OR
                                hist-action = "UPDATE")
                           PERFORM Consider-Journal-Entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE journal-file.
           MOVE "N" TO eof-flag.
           PERFORM End-Section.

       Consider-Journal-Entry.
           MOVE 0 TO old-salary.
           MOVE 0 TO old-rate.
           IF hist-action = "UPDATE"
               MOVE hist-before TO image-view
               MOVE iv-salary TO old-salary
               MOVE iv-rate TO old-rate
           END-IF.
           MOVE hist-after TO image-view.
           IF iv-salary = old-salary AND iv-rate = old-rate
               EXIT PARAGRAPH
           END-IF.
           MOVE hist-operator TO conflict-user.
           MOVE hist-date TO change-date.
           STRING "journal " FUNCTION TRIM(hist-action)
               " employee " iv-id " " FUNCTION TRIM(hist-program)
               " " hist-date
               DELIMITED BY SIZE INTO conflict-detail.
           PERFORM Match-Pay-Approval.

       Check-Pending-Changes.
           STRING "6. Pending pay changes keyed by the payroll "
               "approver who paid them (pendingchg.dat)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Start-Section.
           OPEN INPUT pending-file.
           PERFORM UNTIL eof-reached
               READ pending-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pc-keyed-by NOT = SPACES AND
                               pc-status = "A" AND
                               pc-action-date NOT < from-date AND
                               (pc-field = "SALARY" OR
                                pc-field = "HOURLYRATE")
                           MOVE pc-keyed-by TO conflict-user
                           MOVE pc-action-date TO change-date
                           STRING "pending " FUNCTION TRIM(pc-field)
                               " employee "
                               pc-employee-id " to "
                               FUNCTION TRIM(pc-value)
                               " applied " pc-action-date
                               DELIMITED BY SIZE INTO conflict-detail
                           PERFORM Match-Pay-Approval
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE pending-file.
           MOVE "N" TO eof-flag.
           PERFORM End-Section.

       Check-Approver-Timesheets.
           STRING "7. Timesheets keyed by the payroll approver who "
               "paid them (timesheets.dat)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Start-Section.
           OPEN INPUT timesheet-file.
           PERFORM UNTIL eof-reached
               READ timesheet-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ts-keyed-by NOT = SPACES AND
                               ts-date NOT < from-date
                           MOVE ts-keyed-by TO conflict-user
                           MOVE ts-date TO change-date
                           MOVE ts-hours TO p-hours
                           STRING "timesheet employee "
                               ts-employee-id " worked " ts-date
                               " " p-hours " hours"
                               DELIMITED BY SIZE INTO conflict-detail
                           PERFORM Match-Pay-Approval
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE timesheet-file.
           MOVE "N" TO eof-flag.
           PERFORM End-Section.

       Match-Pay-Approval.
      *    One line per payroll approval by the same operator, for
      *    the month of the change, on or after it.
           MOVE conflict-detail TO held-detail.
           PERFORM VARYING pay-approval-idx FROM 1 BY 1
                   UNTIL pay-approval-idx > pay-approval-entries
               IF pa-approver(pay-approval-idx) = conflict-user AND
                       pa-period(pay-approval-idx) =
                           change-date(1:6) AND
                       pa-date(pay-approval-idx) NOT < change-date
                   MOVE SPACES TO conflict-detail
                   STRING FUNCTION TRIM(held-detail)
                       "; approved " pa-period(pay-approval-idx)
                       " on " pa-date(pay-approval-idx) " "
                       pa-source(pay-approval-idx)
                       DELIMITED BY SIZE INTO conflict-detail
                   PERFORM Report-Conflict
               END-IF
           END-PERFORM.
           MOVE SPACES TO conflict-detail.

       Check-Raise-Leave.
           STRING "8. Pay_Raise_Batch staged or approved by an "
               "operator deciding leave in that department"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Start-Section.
           IF raise-user-entries > 0 AND personnel-open = "N"
               STRING "   personnel.dat not available, status "
                   personnel-status " - departments unknown, "
                   "not checked"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               MOVE 1 TO section-count
           END-IF.
           IF raise-user-entries = 0 OR personnel-open = "N"
               PERFORM End-Section
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT request-file.
           PERFORM UNTIL eof-reached
               READ request-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF rq-decided-by NOT = SPACES AND
                               rq-decided-date NOT < from-date
                           PERFORM Consider-Raise-Leave
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE request-file.
           MOVE "N" TO eof-flag.
           PERFORM End-Section.

       Consider-Raise-Leave.
           MOVE "N" TO dept-raised.
           PERFORM VARYING raise-user-idx FROM 1 BY 1
                   UNTIL raise-user-idx > raise-user-entries
               IF ru-user(raise-user-idx) = rq-decided-by
                   IF dept-raised = "N"
                       PERFORM Find-Request-Department
                   END-IF
                   IF dept-raised = "Y"
                       MOVE rq-decided-by TO conflict-user
                       STRING "leave employee " rq-employee-id
                           " (" FUNCTION TRIM(department)
                           ") decided " rq-decided-date
                           "; raises "
                           FUNCTION TRIM(ru-part(raise-user-idx))
                           " " ru-date(raise-user-idx)
                           DELIMITED BY SIZE INTO conflict-detail
                       PERFORM Report-Conflict
                   END-IF
               END-IF
           END-PERFORM.

       Find-Request-Department.
      *    "X" once looked up and not on raises.dat, so the master
      *    is read once per request.
           MOVE "X" TO dept-raised.
           MOVE rq-employee-id TO employee-id.
           READ personnel-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING raise-dept-idx FROM 1 BY 1
                   UNTIL raise-dept-idx > raise-dept-entries
               IF rd-dept(raise-dept-idx) = department
                   MOVE "Y" TO dept-raised
               END-IF
           END-PERFORM.

       Start-Section.
           PERFORM Print-Line.
           MOVE 0 TO section-count.

       End-Section.
           IF section-count = 0
               MOVE "   none" TO pw-line
               PERFORM Print-Line
           END-IF.
           PERFORM Print-Line.

       Report-Conflict.
           MOVE "UNKNOWN" TO conflict-role.
           PERFORM VARYING user-idx FROM 1 BY 1
                   UNTIL user-idx > user-entries
               IF ut-user-id(user-idx) = conflict-user(1:10)
                   MOVE ut-role(user-idx) TO conflict-role
               END-IF
           END-PERFORM.
           STRING "   " conflict-user " " conflict-role " "
               conflict-detail
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO conflict-detail.
           ADD 1 TO section-count.
           ADD 1 TO conflict-count.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Segregation_Report.
