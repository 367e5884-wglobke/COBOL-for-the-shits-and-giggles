       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Payroll_Screening INITIAL.
      ****************************
      *    Red-flag screening of the pending payroll trial, run
      *    between the trial and Payroll_Approve: Payroll_Readiness
      *    proves the inputs are there, this asks whether the pay
      *    they produce looks plausible. It flags
      *
      *       BANK CHANGE   a bank-details change (bankhist.dat)
      *                     within SCREEN_BANK_DAYS (default 7)
      *                     days before the trial
      *       SHARED ACCT   two employees paid into the same active
      *                     bank code and account (bankdetails.dat)
      *       SHARED ADDR   an active employee at the street and
      *                     zip of an employee whose bank details
      *                     changed in that window
      *       NO ACTIVITY   an active employee with no manager-id
      *                     and no timesheet (timesheets.dat) or
      *                     leave request (leavereq.dat) for
      *                     SCREEN_IDLE_MONTHS (default 3) months
      *                     - hired before that, too
      *       NET JUMP      net pay on this trial (paytrialdet.dat,
      *                     see Payroll_Register) more than
      *                     SCREEN_NET_JUMP_PCT (default 25) percent
      *                     over the employee's last regular period
      *                     on paydetail.dat
      *
      *    (thresholds through Run_Parameter). The red-flag list
      *    goes to payscreen.rpt (via Print_Writer) and to
      *    payscreen.dat (06-payscreen.cpy) for the trial screened;
      *    Payroll_Approve will not approve a trial that has not
      *    been screened, and makes the approver acknowledge every
      *    flag first. A rerun after a fresh trial replaces the
      *    list. No pending trial ends with RETURN-CODE 8.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT trial-file ASSIGN TO "payrolltrial.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS trial-status.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT bank-file ASSIGN TO "bankdetails.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bk-employee-id
               FILE STATUS IS bank-status.
           SELECT OPTIONAL bankhist-file ASSIGN TO "bankhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bankhist-status.
           SELECT OPTIONAL timesheet-file ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS timesheet-status.
           SELECT OPTIONAL request-file ASSIGN TO "leavereq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS request-status.
           SELECT OPTIONAL trialdet-file ASSIGN TO "paytrialdet.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS trialdet-status.
           SELECT OPTIONAL detail-file ASSIGN TO "paydetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS detail-status.
           SELECT screen-file ASSIGN TO "payscreen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS screen-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
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

       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  bank-file.
       01  bank-record.
           05  bk-employee-id PIC X(6).
           05  bk-bank-code   PIC X(6).
           05  bk-account     PIC X(10).
           05  bk-active      PIC X.

       FD  bankhist-file.
       01  bankhist-record.
           05  bj-action   PIC X(6).
           05  bj-date     PIC 9(8).
           05  bj-time     PIC 9(8).
           05  bj-operator PIC X(20).
           05  bj-before   PIC X(23).
           05  bj-after    PIC X(23).

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

      *    paytrialdet.dat and paydetail.dat share the pay-detail
      *    layout (see Payroll_Register); only the net is read.
       FD  trialdet-file.
       01  trialdet-record.
           05  td-period   PIC X(6).
           05  td-date     PIC 9(8).
           05  td-employee-id PIC X(6).
           05  td-name     PIC X(30).
           05  FILLER      PIC X(36).
           05  td-net      PIC S9(7)v9(2).
           05  td-run-type PIC X.
           05  FILLER      PIC X(63).

       FD  detail-file.
       01  detail-record.
           05  pd-period   PIC X(6).
           05  pd-date     PIC 9(8).
           05  pd-employee-id PIC X(6).
           05  pd-name     PIC X(30).
           05  FILLER      PIC X(36).
           05  pd-net      PIC S9(7)v9(2).
           05  pd-run-type PIC X.
           05  FILLER      PIC X(63).

       FD  screen-file.
       COPY "06-payscreen.cpy".

       WORKING-STORAGE SECTION.
       01  default-bank-days CONSTANT 7.
       01  default-idle-months CONSTANT 3.
       01  default-jump-pct CONSTANT 25.
       01  trial-status    PIC XX.
       01  held-trial      PIC X(73).
       01  personnel-status PIC XX.
       01  bank-status     PIC XX.
       01  bankhist-status PIC XX.
       01  timesheet-status PIC XX.
       01  request-status  PIC XX.
       01  trialdet-status PIC XX.
       01  detail-status   PIC XX.
       01  screen-status   PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  bank-days       PIC 9(3).
       01  idle-months     PIC 9(3).
       01  jump-pct        PIC 9(3).
       01  threshold-value PIC 9(3).
       01  bank-from-date  PIC 9(8).
      *    Months counted as year * 12 + month, for the idle test.
       01  trial-months    PIC 9(6).
       01  idle-cutoff     PIC 9(6).
       01  date-months     PIC 9(6).
       01  work-date.
           05  wd-year     PIC 9(4).
           05  wd-month    PIC 9(2).
           05  wd-day      PIC 9(2).
      *    Active staff from the master, with their latest
      *    timesheet or leave date.
       01  staff-table OCCURS 500.
           05  st-id       PIC X(6).
           05  st-name     PIC X(30).
           05  st-street   PIC X(20).
           05  st-zip      PIC X(10).
           05  st-manager  PIC X(6).
           05  st-hired    PIC 9(8).
           05  st-seen PIC 9(8).
           05  st-last-net PIC S9(7)v9(2).
           05  st-last-period PIC X(6).
       01  staff-entries   PIC 9(3) VALUE 0.
       01  staff-idx       PIC 9(3).
       01  other-idx       PIC 9(3).
       01  staff-hit       PIC 9(3).
      *    Active bank records.
       01  account-table OCCURS 500.
           05  at-id       PIC X(6).
           05  at-bank-code PIC X(6).
           05  at-account  PIC X(10).
       01  account-entries PIC 9(3) VALUE 0.
       01  account-idx     PIC 9(3).
       01  pair-idx        PIC 9(3).
      *    Bank-details changes in the window.
       01  change-table OCCURS 200.
           05  cg-id       PIC X(6).
           05  cg-date     PIC 9(8).
           05  cg-action   PIC X(6).
           05  cg-operator PIC X(20).
       01  change-entries  PIC 9(3) VALUE 0.
       01  change-idx      PIC 9(3).
       01  want-id         PIC X(6).
       01  flag-check      PIC X(12).
       01  flag-id         PIC X(6).
       01  flag-text       PIC X(102).
       01  flag-count      PIC 9(5) VALUE 0.
       01  flag-table OCCURS 500.
           05  fg-record   PIC X(121).
       01  flag-entries    PIC 9(3) VALUE 0.
       01  flag-idx        PIC 9(3).
       01  jump-amount     PIC S9(8)v9(2).
       01  p-net           PIC -,---,--9.99.
       01  p-last-net      PIC -,---,--9.99.
       01  p-activity      PIC X(8).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Payroll_Screening".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Payroll Red-Flag Screening".
       01  pw-filename     PIC X(255) VALUE "payscreen.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           OPEN INPUT trial-file.
           IF trial-status = "00"
               READ trial-file
                   AT END MOVE "10" TO trial-status
               END-READ
           END-IF.
           MOVE trial-record TO held-trial.
           CLOSE trial-file.
           MOVE held-trial TO trial-record.
           IF trial-status NOT = "00" OR tr-status NOT = "P"
               DISPLAY "[-] No pending trial on payrolltrial.dat - "
                   "run the payroll trial first."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE default-bank-days TO threshold-value.
           MOVE "SCREEN_BANK_DAYS" TO rp-name.
           PERFORM Get-Threshold.
           MOVE threshold-value TO bank-days.
           MOVE default-idle-months TO threshold-value.
           MOVE "SCREEN_IDLE_MONTHS" TO rp-name.
           PERFORM Get-Threshold.
           MOVE threshold-value TO idle-months.
           MOVE default-jump-pct TO threshold-value.
           MOVE "SCREEN_NET_JUMP_PCT" TO rp-name.
           PERFORM Get-Threshold.
           MOVE threshold-value TO jump-pct.

           COMPUTE bank-from-date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(tr-date) - bank-days).
           MOVE tr-date TO work-date.
           COMPUTE trial-months = wd-year * 12 + wd-month.
           COMPUTE idle-cutoff = trial-months - idle-months.

           PERFORM Load-Staff.
           PERFORM Load-Accounts.
           PERFORM Load-Changes.
           PERFORM Load-Activity.
           PERFORM Load-Last-Net.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Trial for period " tr-period " run " tr-date " "
               tr-time "   bank window " bank-days " day(s), idle "
               idle-months " month(s), net jump " jump-pct " pct"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.
           STRING "Check        Employee  Finding"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE ALL "-" TO pw-line(1:120).
           PERFORM Print-Line.

           PERFORM Check-Bank-Changes.
           PERFORM Check-Shared-Accounts.
           PERFORM Check-Shared-Addresses.
           PERFORM Check-Idle-Staff.
           PERFORM Check-Net-Jumps.

           IF flag-count = 0
               MOVE "   ** No red flags **" TO pw-line
               PERFORM Print-Line
           END-IF.
           PERFORM Print-Line.
           STRING "Red flags: " flag-count
               "   the approver acknowledges them on "
               "Payroll_Approve"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

      *    The list for the trial screened, header first.
           OPEN OUTPUT screen-file.
           MOVE SPACES TO screen-record.
           MOVE "H" TO sc-type.
           MOVE tr-period TO sc-period.
           MOVE tr-date TO sc-trial-date.
           MOVE tr-time TO sc-trial-time.
           MOVE flag-count TO sc-flag-count.
           MOVE SPACES TO sc-ack-by.
           MOVE ZERO TO sc-ack-date.
           WRITE screen-record.
           PERFORM VARYING flag-idx FROM 1 BY 1
                   UNTIL flag-idx > flag-entries
               MOVE fg-record(flag-idx) TO screen-record
               WRITE screen-record
           END-PERFORM.
           CLOSE screen-file.

           IF flag-count > 0
               DISPLAY "[-] " flag-count " red flag(s) on the trial "
                   "for " tr-period " - see 'payscreen.rpt'; "
                   "Payroll_Approve will ask for them to be "
                   "acknowledged."
           ELSE
               DISPLAY "[+] No red flags on the trial for "
                   tr-period " - see 'payscreen.rpt'."
           END-IF.
           MOVE flag-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Get-Threshold.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           IF rp-value NOT = SPACES
               IF FUNCTION TEST-NUMVAL(rp-value) = 0
                   MOVE FUNCTION NUMVAL(rp-value) TO threshold-value
               ELSE
                   DISPLAY "[-] " FUNCTION TRIM(rp-name) " '"
                       FUNCTION TRIM(rp-value) "' is not a number "
                       "- " threshold-value " used."
               END-IF
           END-IF.

       Load-Staff.
           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00"
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status " - master checks skipped."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF NOT emp-terminated AND staff-entries < 500
                           ADD 1 TO staff-entries
                           MOVE employee-id TO st-id(staff-entries)
                           MOVE SPACES TO st-name(staff-entries)
                           STRING FUNCTION TRIM(first-name) " "
                               FUNCTION TRIM(last-name)
                               DELIMITED BY SIZE
                               INTO st-name(staff-entries)
                           MOVE street TO st-street(staff-entries)
                           MOVE zip TO st-zip(staff-entries)
                           MOVE manager-id
                               TO st-manager(staff-entries)
                           MOVE hire-date TO st-hired(staff-entries)
                           MOVE ZERO TO st-seen(staff-entries)
                           MOVE 0 TO st-last-net(staff-entries)
                           MOVE SPACES
                               TO st-last-period(staff-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

       Load-Accounts.
           OPEN INPUT bank-file.
           IF bank-status NOT = "00"
               CLOSE bank-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ bank-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF bk-active = "Y" AND account-entries < 500
                           ADD 1 TO account-entries
                           MOVE bk-employee-id
                               TO at-id(account-entries)
                           MOVE bk-bank-code
                               TO at-bank-code(account-entries)
                           MOVE bk-account
                               TO at-account(account-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE bank-file.
           MOVE "N" TO eof-flag.

       Load-Changes.
           OPEN INPUT bankhist-file.
           PERFORM UNTIL eof-reached
               READ bankhist-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF bj-date NOT < bank-from-date AND
                               bj-date NOT > tr-date AND
                               change-entries < 200
                           ADD 1 TO change-entries
                           IF bj-after = SPACES
                               MOVE bj-before(1:6)
                                   TO cg-id(change-entries)
                           ELSE
                               MOVE bj-after(1:6)
                                   TO cg-id(change-entries)
                           END-IF
                           MOVE bj-date TO cg-date(change-entries)
                           MOVE bj-action TO cg-action(change-entries)
                           MOVE bj-operator
                               TO cg-operator(change-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE bankhist-file.
           MOVE "N" TO eof-flag.

       Load-Activity.
      *    The latest timesheet or leave date per employee.
           OPEN INPUT timesheet-file.
           PERFORM UNTIL eof-reached
               READ timesheet-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE ts-employee-id TO want-id
                       PERFORM Find-Staff
                       IF staff-hit > 0
                           IF ts-date > st-seen(staff-hit)
                               MOVE ts-date TO st-seen(staff-hit)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE timesheet-file.
           MOVE "N" TO eof-flag.
           OPEN INPUT request-file.
           PERFORM UNTIL eof-reached
               READ request-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE rq-employee-id TO want-id
                       PERFORM Find-Staff
                       IF staff-hit > 0
                           IF rq-start > st-seen(staff-hit)
                               MOVE rq-start TO st-seen(staff-hit)
                           END-IF
                           IF rq-entered > st-seen(staff-hit)
                               MOVE rq-entered
                                   TO st-seen(staff-hit)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE request-file.
           MOVE "N" TO eof-flag.

       Load-Last-Net.
      *    Each employee's net for their latest regular period
      *    before this one (off-cycle and settlement rows are not
      *    a comparable period).
           OPEN INPUT detail-file.
           PERFORM UNTIL eof-reached
               READ detail-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pd-period < tr-period AND
                               pd-run-type NOT = "O" AND
                               pd-run-type NOT = "S"
                           MOVE pd-employee-id TO want-id
                           PERFORM Find-Staff
                           IF staff-hit > 0
                               IF pd-period NOT <
                                       st-last-period(staff-hit)
                                   MOVE pd-period
                                       TO st-last-period(staff-hit)
                                   MOVE pd-net
                                       TO st-last-net(staff-hit)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE detail-file.
           MOVE "N" TO eof-flag.

       Find-Staff.
           MOVE 0 TO staff-hit.
           PERFORM VARYING staff-idx FROM 1 BY 1
                   UNTIL staff-idx > staff-entries OR staff-hit > 0
               IF st-id(staff-idx) = want-id
                   MOVE staff-idx TO staff-hit
               END-IF
           END-PERFORM.

       Check-Bank-Changes.
           PERFORM VARYING change-idx FROM 1 BY 1
                   UNTIL change-idx > change-entries
               MOVE "BANK CHANGE" TO flag-check
               MOVE cg-id(change-idx) TO flag-id
               STRING "bank details " FUNCTION TRIM(cg-action(
                   change-idx)) " on " cg-date(change-idx) " by "
                   FUNCTION TRIM(cg-operator(change-idx))
                   DELIMITED BY SIZE INTO flag-text
               PERFORM Raise-Flag
           END-PERFORM.

       Check-Shared-Accounts.
           PERFORM VARYING account-idx FROM 1 BY 1
                   UNTIL account-idx > account-entries
               PERFORM VARYING pair-idx FROM account-idx BY 1
                       UNTIL pair-idx > account-entries
                   IF pair-idx > account-idx AND
                           at-bank-code(pair-idx) =
                               at-bank-code(account-idx) AND
                           at-account(pair-idx) =
                               at-account(account-idx)
                       MOVE "SHARED ACCT" TO flag-check
                       MOVE at-id(pair-idx) TO flag-id
                       STRING "paid into the same account as "
                           at-id(account-idx) ": bank "
                           at-bank-code(account-idx) " account ******"
                           at-account(account-idx)(7:4)
                           DELIMITED BY SIZE INTO flag-text
                       PERFORM Raise-Flag
                   END-IF
               END-PERFORM
           END-PERFORM.

       Check-Shared-Addresses.
           PERFORM VARYING change-idx FROM 1 BY 1
                   UNTIL change-idx > change-entries
               MOVE cg-id(change-idx) TO want-id
               PERFORM Find-Staff
               IF staff-hit > 0
                   IF st-street(staff-hit) NOT = SPACES
                       PERFORM Match-Address
                   END-IF
               END-IF
           END-PERFORM.

       Match-Address.
           PERFORM VARYING other-idx FROM 1 BY 1
                   UNTIL other-idx > staff-entries
               IF other-idx NOT = staff-hit AND
                       st-street(other-idx) = st-street(staff-hit)
                       AND st-zip(other-idx) = st-zip(staff-hit)
                   MOVE "SHARED ADDR" TO flag-check
                   MOVE st-id(other-idx) TO flag-id
                   STRING "lives at " FUNCTION TRIM(
                       st-street(staff-hit)) " "
                       FUNCTION TRIM(st-zip(staff-hit)) " with "
                       st-id(staff-hit) ", bank details changed "
                       cg-date(change-idx)
                       DELIMITED BY SIZE INTO flag-text
                   PERFORM Raise-Flag
               END-IF
           END-PERFORM.

       Check-Idle-Staff.
           PERFORM VARYING staff-idx FROM 1 BY 1
                   UNTIL staff-idx > staff-entries
               IF st-manager(staff-idx) = SPACES
                   PERFORM Check-Idle-One
               END-IF
           END-PERFORM.

       Check-Idle-One.
           MOVE st-hired(staff-idx) TO work-date.
           COMPUTE date-months = wd-year * 12 + wd-month.
           IF date-months > idle-cutoff
               EXIT PARAGRAPH
           END-IF.
           IF st-seen(staff-idx) NOT = ZERO
               MOVE st-seen(staff-idx) TO work-date
               COMPUTE date-months = wd-year * 12 + wd-month
               IF date-months > idle-cutoff
                   EXIT PARAGRAPH
               END-IF
               MOVE st-seen(staff-idx) TO p-activity
           ELSE
               MOVE "never" TO p-activity
           END-IF.
           MOVE "NO ACTIVITY" TO flag-check.
           MOVE st-id(staff-idx) TO flag-id.
           STRING FUNCTION TRIM(st-name(staff-idx))
               ": no manager-id, last timesheet or leave "
               FUNCTION TRIM(p-activity) ", hired "
               st-hired(staff-idx)
               DELIMITED BY SIZE INTO flag-text.
           PERFORM Raise-Flag.

       Check-Net-Jumps.
           OPEN INPUT trialdet-file.
           IF trialdet-status NOT = "00"
               DISPLAY "[-] Cannot open paytrialdet.dat, status "
                   trialdet-status " - net pay not compared."
               CLOSE trialdet-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ trialdet-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF td-period = tr-period
                           PERFORM Check-Net-One
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE trialdet-file.
           MOVE "N" TO eof-flag.

       Check-Net-One.
           MOVE td-employee-id TO want-id.
           PERFORM Find-Staff.
           IF staff-hit = 0
               EXIT PARAGRAPH
           END-IF.
           IF st-last-net(staff-hit) NOT > 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE jump-amount = td-net - st-last-net(staff-hit).
           IF jump-amount * 100 NOT >
                   st-last-net(staff-hit) * jump-pct
               EXIT PARAGRAPH
           END-IF.
           MOVE td-net TO p-net.
           MOVE st-last-net(staff-hit) TO p-last-net.
           MOVE "NET JUMP" TO flag-check.
           MOVE td-employee-id TO flag-id.
           STRING FUNCTION TRIM(td-name) ": net "
               FUNCTION TRIM(p-net) " against "
               FUNCTION TRIM(p-last-net) " for "
               st-last-period(staff-hit)
               DELIMITED BY SIZE INTO flag-text.
           PERFORM Raise-Flag.

       Raise-Flag.
           ADD 1 TO flag-count.
           STRING flag-check " " flag-id "    " flag-text
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF flag-entries < 500
               ADD 1 TO flag-entries
               MOVE SPACES TO screen-record
               MOVE "F" TO sc-type
               MOVE flag-check TO sc-check
               MOVE flag-id TO sc-employee-id
               MOVE flag-text TO sc-text
               MOVE screen-record TO fg-record(flag-entries)
           END-IF.
           MOVE SPACES TO flag-text.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Payroll_Screening.
