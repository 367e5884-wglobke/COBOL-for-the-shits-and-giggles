       IDENTIFICATION DIVISION.

       PROGRAM-ID.     KPI_Summary INITIAL.
      ****************************
      *    Month-end management summary: one page per department
      *    and one company-wide page with the key figures six
      *    separate reports used to be read for, taken from the
      *    files behind those reports:
      *
      *       headcount, FTE    deptsnap.dat (Dept_Snapshot_Batch,
      *                         as Dept_Trend_Report)
      *       hires, leavers,   pershist.dat journal and the
      *       turnover pct      snapshot headcount (as
      *                         Turnover_Report)
      *       payroll cost,     the snapshot salary grossed up by
      *       phased budget     the employer's costs against the
      *                         month's deptbudget.dat row (as
      *                         Budget_Report)
      *       avg vacation      leavebal.dat, active staff on the
      *       balance           master (as leavebal.rpt)
      *       callouts          callouts.dat, engineers matched to
      *                         the master by parsed name (as
      *                         Callout_Report)
      *       open alerts       alerts.dat, open at month end
      *                         (company page)
      *       data-quality      100 less the average failure pct
      *       score             of the last Quality_Scorecard run
      *                         on qualhist.dat (company page)
      *
      *    each with the prior month next to it and the change.
      *    The month is KPI_MONTH (YYYYMM, see Run_Parameter),
      *    default the business month.
      *
      *    Leave balances are only ever "now": the month's average
      *    vacation balance per department is stamped on kpihist.dat
      *       month      PIC X(6)
      *       department PIC X(20)   spaces = company
      *       average    PIC S9(4)v99
      *       staff      PIC 9(5)
      *    when the business month is summarized, and read back as
      *    the prior month the month after (a month already stamped
      *    is not stamped again).
      *
      *    Each figure gets a traffic light from the thresholds
      *    file kpilimits.dat (LINE SEQUENTIAL):
      *       kpi        PIC X(10)  HEADCOUNT FTE HIRES LEAVERS
      *                             TURNOVER PAYCOST BUDGETPCT
      *                             VACATION CALLOUTS ALERTS QUALITY
      *       department PIC X(20)  spaces = every department and
      *                             the company page
      *       amber      PIC X(10)  amber at or beyond this value
      *       red        PIC X(10)  red at or beyond this value
      *    Red above amber means higher is worse, red below amber
      *    lower is worse (a quality score). HEADCOUNT and FTE are
      *    judged on their percent change from the prior month.
      *    A department's own row wins over the all-department
      *    row; a figure with no row (or no kpilimits.dat at all)
      *    gets no light. The summary goes through Print_Writer to
      *    kpisummary.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT snapshot-file ASSIGN TO "deptsnap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS snapshot-status.
           SELECT journal-file ASSIGN TO "pershist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-status.
           SELECT budget-file ASSIGN TO "deptbudget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS budget-status.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT balance-file ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS lb-employee-id
               FILE STATUS IS balance-status.
           SELECT callout-file ASSIGN TO "callouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS callout-status.
           SELECT alert-file ASSIGN TO "alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS alert-status.
           SELECT quality-file ASSIGN TO "qualhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS quality-status.
           SELECT limit-file ASSIGN TO "kpilimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS limit-status.
           SELECT OPTIONAL kpihist-file ASSIGN TO "kpihist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS kpihist-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  snapshot-file.
       01  snapshot-record.
           05  ds-month    PIC X(6).
           05  ds-dept     PIC X(20).
           05  ds-active   PIC 9(5).
           05  ds-terminated PIC 9(5).
           05  ds-salary   PIC 9(11)v9(2).
           05  ds-fte      PIC 9(5)v9(2).

       FD  journal-file.
       01  journal-record.
           05  hist-action  PIC X(6).
           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       FD  budget-file.
       01  budget-record.
           05  bud-department PIC X(20).
           05  bud-month      PIC 99.
           05  bud-amount     PIC 9(9)v9(2).

       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  balance-file.
       01  balance-record.
           05  lb-employee-id PIC X(6).
           05  lb-name        PIC X(30).
           05  lb-balance     PIC S9(4)v9(2).
           05  lb-sick-balance PIC S9(4)v9(2).

       FD  callout-file.
       01  callout-record.
           05  co-date     PIC 9(8).
           05  co-engineer PIC X(20).
           05  co-start    PIC 9(4).
           05  co-end      PIC 9(4).
           05  co-summary  PIC X(40).
           05  co-tier     PIC X.

       FD  alert-file.
       01  alert-record.
           05  alr-status   PIC X.
           05  alr-severity PIC X.
           05  alr-date     PIC 9(8).
           05  alr-time     PIC 9(8).
           05  alr-source   PIC X(20).
           05  alr-message  PIC X(60).
           05  alr-ack-by   PIC X(20).
           05  alr-ack-date PIC 9(8).

       FD  quality-file.
       01  quality-record.
           05  qh-date     PIC 9(8).
           05  qh-total    PIC 9(6).
           05  qh-pct      PIC 9(3)v9(2) OCCURS 6.

       FD  limit-file.
       01  limit-record.
           05  kl-kpi      PIC X(10).
           05  kl-dept     PIC X(20).
           05  kl-amber    PIC X(10).
           05  kl-red      PIC X(10).

       FD  kpihist-file.
       01  kpihist-record.
           05  kh-month    PIC X(6).
           05  kh-dept     PIC X(20).
           05  kh-average  PIC S9(4)v9(2).
           05  kh-staff    PIC 9(5).

       WORKING-STORAGE SECTION.
       01  snapshot-status PIC XX.
       01  journal-status  PIC XX.
       01  budget-status   PIC XX.
       01  personnel-status PIC XX.
       01  balance-status  PIC XX.
       01  callout-status  PIC XX.
       01  alert-status    PIC XX.
       01  quality-status  PIC XX.
       01  limit-status    PIC XX.
       01  kpihist-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  month-text      PIC X(6).
      *    Period 1 is the month summarized, period 2 the month
      *    before it.
       01  period-table.
           05  period-entry OCCURS 2.
               10  pe-month    PIC X(6).
               10  pe-month-num REDEFINES pe-month.
                   15  pe-year     PIC 9(4).
                   15  pe-mm       PIC 99.
               10  pe-end      PIC 9(8).
               10  pe-alerts   PIC 9(5).
               10  pe-quality  PIC 9(3)v9(2).
               10  pe-quality-known PIC X.
       01  period-idx      PIC 9.
       01  first-of-next   PIC 9(8).
      *    One entry per department; the last is the company.
       01  kpi-table OCCURS 51.
           05  kt-dept         PIC X(20).
           05  kt-period OCCURS 2.
               10  kt-has-snap     PIC X.
               10  kt-heads        PIC 9(6).
               10  kt-fte          PIC 9(6)v9(2).
               10  kt-hires        PIC 9(5).
               10  kt-leavers      PIC 9(5).
               10  kt-cost         PIC 9(11)v9(2).
               10  kt-has-budget   PIC X.
               10  kt-budget       PIC 9(11)v9(2).
               10  kt-vac-total    PIC S9(7)v9(2).
               10  kt-vac-staff    PIC 9(5).
               10  kt-callouts     PIC 9(5).
       01  company-slot    CONSTANT 51.
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
       01  find-name       PIC X(20).
      *    The journal images carry the 02-personnel.cpy layout
      *    (the Turnover_Report offsets).
       01  image-view.
           05  iv-id       PIC X(6).
           05  iv-first    PIC X(20).
           05  iv-last     PIC X(20).
           05  FILLER      PIC X(50).
           05  iv-dept     PIC X(20).
           05  FILLER      PIC X(9).
           05  iv-hire     PIC 9(8).
           05  iv-status   PIC X.
           05  iv-term     PIC 9(8).
           05  FILLER      PIC X(18).
       01  before-status   PIC X.
      *    Callout engineers, matched to the master by parsed name.
       01  engineer-table OCCURS 50.
           05  eg-full-name    PIC X(20).
           05  eg-first-name   PIC X(20).
           05  eg-last-name    PIC X(20).
           05  eg-dept         PIC X(20).
           05  eg-count        PIC 9(4) OCCURS 2.
       01  engineer-entries PIC 99 VALUE 0.
       01  engineer-idx    PIC 99.
       01  engineer-hit    PIC 99.
       01  unmatched-callouts PIC 9(4) VALUE 0.
       01  parsed-full-name    PIC X(50).
       01  parsed-first-name   PIC X(20).
       01  parsed-middle-name  PIC X(20).
       01  parsed-last-name    PIC X(20).
      *    Vacation: "L" live from leavebal.dat this run, "H" from
      *    kpihist.dat, "N" not known for the month.
       01  vacation-source PIC X VALUE "N".
       01  average-vacation PIC S9(4)v9(2).
      *    Thresholds.
       01  limit-table OCCURS 60.
           05  lt-kpi      PIC X(10).
           05  lt-dept     PIC X(20).
           05  lt-amber    PIC S9(9)v9(2).
           05  lt-red      PIC S9(9)v9(2).
       01  limit-entries   PIC 99 VALUE 0.
       01  limit-idx       PIC 99.
       01  limit-hit       PIC 99.
      *    Employer-side costs (see Employer_Cost_Calc).
       01  ec-dept         PIC X(20).
       01  ec-gross        PIC 9(11)v9(2).
       01  ec-pension      PIC 9(11)v9(2).
       01  ec-tax          PIC 9(11)v9(2).
       01  ec-cost         PIC 9(11)v9(2).
      *    One printed figure: code, label, both months, the style
      *    ("N" count, "D" decimal, "M" money) and whether the
      *    light judges the value ("V") or its percent change
      *    ("C").
       01  row-code        PIC X(10).
       01  row-label       PIC X(30).
       01  row-this        PIC S9(11)v9(2).
       01  row-prior       PIC S9(11)v9(2).
       01  row-this-known  PIC X.
       01  row-prior-known PIC X.
       01  row-style       PIC X.
       01  row-basis       PIC X.
       01  row-change      PIC S9(11)v9(2).
       01  judged-value    PIC S9(11)v9(2).
       01  light-text      PIC X(5).
       01  red-count       PIC 9(3).
       01  amber-count     PIC 9(3).
       01  total-red       PIC 9(4) VALUE 0.
       01  page-idx        PIC 99.
       01  page-count      PIC 99 VALUE 0.
       01  p-count         PIC -(11)9.
       01  p-decimal       PIC -(9)9.99.
       01  p-money         PIC -,---,---,--9.99.
       01  p-text          PIC X(16).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "KPI_Summary".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Management KPI Summary".
       01  pw-filename     PIC X(255) VALUE "kpisummary.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
           MOVE "KPI_MONTH" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO month-text.
           IF month-text NOT = SPACES AND month-text IS NUMERIC
               MOVE month-text TO pe-month(1)
           ELSE
               MOVE business-date(1:6) TO pe-month(1)
           END-IF.
           IF pe-mm(1) < 1 OR pe-mm(1) > 12
               DISPLAY "[-] KPI_MONTH '" month-text
                   "' is not a month - business month used."
               MOVE business-date(1:6) TO pe-month(1)
           END-IF.
           IF pe-mm(1) = 1
               COMPUTE pe-year(2) = pe-year(1) - 1
               MOVE 12 TO pe-mm(2)
           ELSE
               MOVE pe-year(1) TO pe-year(2)
               COMPUTE pe-mm(2) = pe-mm(1) - 1
           END-IF.
           PERFORM VARYING period-idx FROM 1 BY 1
                   UNTIL period-idx > 2
               PERFORM Find-Month-End
               MOVE 0 TO pe-alerts(period-idx)
               MOVE 0 TO pe-quality(period-idx)
               MOVE "N" TO pe-quality-known(period-idx)
           END-PERFORM.
           INITIALIZE kpi-table(company-slot).
           MOVE "COMPANY-WIDE" TO kt-dept(company-slot).

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           PERFORM Load-Snapshots.
           PERFORM Load-Journal.
           PERFORM Load-Budget.
           PERFORM Load-Callouts.
           PERFORM Load-Vacation-History.
           PERFORM Read-Master.
           PERFORM Assign-Callouts.
           IF vacation-source = "L"
               PERFORM Stamp-Vacation
           END-IF.
           PERFORM Load-Alerts.
           PERFORM Load-Quality.
           PERFORM Load-Limits.
           PERFORM Total-Company.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           PERFORM VARYING page-idx FROM 1 BY 1
                   UNTIL page-idx > dept-entries
               PERFORM Print-Page
           END-PERFORM.
           MOVE company-slot TO page-idx.
           PERFORM Print-Page.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] KPI summary for " pe-month(1) ": "
               page-count " page(s) written to 'kpisummary.rpt', "
               total-red " red light(s).".
           IF vacation-source = "N"
               DISPLAY "[-] No vacation balances for " pe-month(1)
                   " - only the business month can be read live."
           END-IF.
           MOVE dept-entries TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Find-Month-End.
      *    The day before the first of the following month.
           IF pe-mm(period-idx) = 12
               COMPUTE first-of-next =
                   (pe-year(period-idx) + 1) * 10000 + 101
           ELSE
               COMPUTE first-of-next =
                   pe-year(period-idx) * 10000
                   + (pe-mm(period-idx) + 1) * 100 + 1
           END-IF.
           COMPUTE pe-end(period-idx) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(first-of-next) - 1).

       Find-Department.
      *    find-name -> dept-hit, added on first sight (0 when the
      *    table is full).
           MOVE 0 TO dept-hit.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF kt-dept(dept-idx) = find-name
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.
           IF dept-hit = 0
               IF dept-entries = 50
                   DISPLAY "[-] Department table full - '"
                       FUNCTION TRIM(find-name)
                       "' missing from the summary!"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO dept-entries
               MOVE dept-entries TO dept-hit
               INITIALIZE kpi-table(dept-hit)
               MOVE find-name TO kt-dept(dept-hit)
           END-IF.

       Find-Period.
      *    The period a YYYYMM (in month-text) falls in, else 0.
           MOVE 0 TO period-idx.
           IF month-text = pe-month(1)
               MOVE 1 TO period-idx
           END-IF.
           IF month-text = pe-month(2)
               MOVE 2 TO period-idx
           END-IF.

       Load-Snapshots.
      *    Heads, FTE and the month's cost with the employer's
      *    share on it (the Budget_Report actuals).
           OPEN INPUT snapshot-file.
           IF snapshot-status NOT = "00"
               DISPLAY "[-] Cannot open deptsnap.dat, status "
                   snapshot-status " - no headcount or cost."
               CLOSE snapshot-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ snapshot-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE ds-month TO month-text
                       PERFORM Find-Period
                       IF period-idx > 0
                           PERFORM Note-Snapshot
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE snapshot-file.
           MOVE "N" TO eof-flag.

       Note-Snapshot.
           MOVE ds-dept TO find-name.
           PERFORM Find-Department.
           IF dept-hit = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO kt-has-snap(dept-hit, period-idx).
           MOVE ds-active TO kt-heads(dept-hit, period-idx).
           MOVE ds-active TO kt-fte(dept-hit, period-idx).
           IF ds-fte IS NUMERIC
               MOVE ds-fte TO kt-fte(dept-hit, period-idx)
           END-IF.
           MOVE ds-dept TO ec-dept.
           MOVE ds-salary TO ec-gross.
           CALL "Employer_Cost_Calc" USING ec-dept, ec-gross,
               ec-pension, ec-tax, ec-cost.
           MOVE ec-cost TO kt-cost(dept-hit, period-idx).

       Load-Journal.
      *    Hires and leavers the way Turnover_Report counts them.
           OPEN INPUT journal-file.
           IF journal-status NOT = "00"
               DISPLAY "[-] Cannot open pershist.dat, status "
                   journal-status " - no hires or leavers."
               CLOSE journal-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ journal-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE hist-date(1:6) TO month-text
                       PERFORM Find-Period
                       IF period-idx > 0
                           PERFORM Note-Journal-Entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE journal-file.
           MOVE "N" TO eof-flag.

       Note-Journal-Entry.
           EVALUATE hist-action
               WHEN "ADD"
               WHEN "REHIRE"
                   MOVE hist-after TO image-view
                   MOVE iv-dept TO find-name
                   PERFORM Find-Department
                   IF dept-hit > 0
                       ADD 1 TO kt-hires(dept-hit, period-idx)
                   END-IF
               WHEN "UPDATE"
      *            A termination flips the status byte from active
      *            to terminated.
                   MOVE hist-before(134:1) TO before-status
                   MOVE hist-after TO image-view
                   IF before-status = "A" AND iv-status = "T"
                       MOVE iv-dept TO find-name
                       PERFORM Find-Department
                       IF dept-hit > 0
                           ADD 1 TO kt-leavers(dept-hit, period-idx)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Load-Budget.
      *    The phased budget row of each month (Budget_Maint).
           OPEN INPUT budget-file.
           IF budget-status NOT = "00"
               CLOSE budget-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ budget-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM VARYING period-idx FROM 1 BY 1
                               UNTIL period-idx > 2
                           IF bud-month = pe-mm(period-idx)
                               PERFORM Note-Budget
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE budget-file.
           MOVE "N" TO eof-flag.

       Note-Budget.
           MOVE bud-department TO find-name.
           PERFORM Find-Department.
           IF dept-hit > 0
               MOVE "Y" TO kt-has-budget(dept-hit, period-idx)
               ADD bud-amount TO kt-budget(dept-hit, period-idx)
           END-IF.

       Load-Callouts.
      *    Callouts per engineer; the department comes from the
      *    master when it is read.
           OPEN INPUT callout-file.
           IF callout-status NOT = "00"
               CLOSE callout-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ callout-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE co-date(1:6) TO month-text
                       PERFORM Find-Period
                       IF period-idx > 0
                           PERFORM Note-Callout
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE callout-file.
           MOVE "N" TO eof-flag.

       Note-Callout.
           ADD 1 TO kt-callouts(company-slot, period-idx).
           MOVE 0 TO engineer-hit.
           PERFORM VARYING engineer-idx FROM 1 BY 1
                   UNTIL engineer-idx > engineer-entries
               IF eg-full-name(engineer-idx) = co-engineer
                   MOVE engineer-idx TO engineer-hit
               END-IF
           END-PERFORM.
           IF engineer-hit = 0
               IF engineer-entries = 50
                   ADD 1 TO unmatched-callouts
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO engineer-entries
               MOVE engineer-entries TO engineer-hit
               MOVE co-engineer TO eg-full-name(engineer-hit)
               MOVE SPACES TO parsed-full-name
               MOVE co-engineer TO parsed-full-name
               CALL "Name_Parser" USING parsed-full-name,
                   parsed-first-name, parsed-middle-name,
                   parsed-last-name
               MOVE parsed-first-name TO eg-first-name(engineer-hit)
               MOVE parsed-last-name TO eg-last-name(engineer-hit)
               MOVE SPACES TO eg-dept(engineer-hit)
               MOVE 0 TO eg-count(engineer-hit, 1)
               MOVE 0 TO eg-count(engineer-hit, 2)
           END-IF.
           ADD 1 TO eg-count(engineer-hit, period-idx).

       Load-Vacation-History.
      *    Both months from kpihist.dat where stamped; the business
      *    month is otherwise read live from leavebal.dat.
           OPEN INPUT kpihist-file.
           PERFORM UNTIL eof-reached
               READ kpihist-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE kh-month TO month-text
                       PERFORM Find-Period
                       IF period-idx > 0 AND kh-dept NOT = SPACES
                           MOVE kh-dept TO find-name
                           PERFORM Find-Department
                           IF dept-hit > 0
                               COMPUTE kt-vac-total(dept-hit,
                                   period-idx) = kh-average
                                   * kh-staff
                               MOVE kh-staff TO kt-vac-staff(
                                   dept-hit, period-idx)
                           END-IF
                           IF period-idx = 1
                               MOVE "H" TO vacation-source
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE kpihist-file.
           MOVE "N" TO eof-flag.
           IF vacation-source = "N" AND
                   pe-month(1) = business-date(1:6)
               MOVE "L" TO vacation-source
           END-IF.

       Read-Master.
      *    One pass over the master: callout engineers get their
      *    department, and live vacation balances are summed for
      *    the active staff.
           IF engineer-entries = 0 AND vacation-source NOT = "L"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00"
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status " - no vacation or callout "
                   "departments."
               CLOSE personnel-file
               IF vacation-source = "L"
                   MOVE "N" TO vacation-source
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF vacation-source = "L"
               OPEN INPUT balance-file
               IF balance-status NOT = "00"
                   DISPLAY "[-] Cannot open leavebal.dat, status "
                       balance-status " - no vacation balances."
                   CLOSE balance-file
                   MOVE "N" TO vacation-source
               END-IF
           END-IF.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Match-Engineer
                       IF vacation-source = "L" AND
                               NOT emp-terminated
                           PERFORM Add-Vacation
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           IF vacation-source = "L"
               CLOSE balance-file
           END-IF.
           MOVE "N" TO eof-flag.

       Match-Engineer.
           PERFORM VARYING engineer-idx FROM 1 BY 1
                   UNTIL engineer-idx > engineer-entries
               IF eg-first-name(engineer-idx) = first-name AND
                       eg-last-name(engineer-idx) = last-name
                   MOVE department TO eg-dept(engineer-idx)
               END-IF
           END-PERFORM.

       Add-Vacation.
           MOVE employee-id TO lb-employee-id.
           READ balance-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE department TO find-name
                   PERFORM Find-Department
                   IF dept-hit > 0
                       ADD lb-balance TO kt-vac-total(dept-hit, 1)
                       ADD 1 TO kt-vac-staff(dept-hit, 1)
                   END-IF
           END-READ.

       Assign-Callouts.
           PERFORM VARYING engineer-idx FROM 1 BY 1
                   UNTIL engineer-idx > engineer-entries
               IF eg-dept(engineer-idx) = SPACES
                   COMPUTE unmatched-callouts = unmatched-callouts
                       + eg-count(engineer-idx, 1)
                   DISPLAY "[-] Callout engineer '"
                       FUNCTION TRIM(eg-full-name(engineer-idx))
                       "' matches no employee - counted on the "
                       "company page only."
               ELSE
                   MOVE eg-dept(engineer-idx) TO find-name
                   PERFORM Find-Department
                   IF dept-hit > 0
                       ADD eg-count(engineer-idx, 1)
                           TO kt-callouts(dept-hit, 1)
                       ADD eg-count(engineer-idx, 2)
                           TO kt-callouts(dept-hit, 2)
                   END-IF
               END-IF
           END-PERFORM.

       Stamp-Vacation.
      *    The month's averages, for next month's prior column.
           OPEN EXTEND kpihist-file.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF kt-vac-staff(dept-idx, 1) > 0
                   MOVE pe-month(1) TO kh-month
                   MOVE kt-dept(dept-idx) TO kh-dept
                   COMPUTE kh-average ROUNDED =
                       kt-vac-total(dept-idx, 1)
                       / kt-vac-staff(dept-idx, 1)
                   MOVE kt-vac-staff(dept-idx, 1) TO kh-staff
                   WRITE kpihist-record
               END-IF
           END-PERFORM.
           CLOSE kpihist-file.

       Load-Alerts.
      *    Open at month end: raised by then and not acknowledged
      *    until after it.
           OPEN INPUT alert-file.
           IF alert-status NOT = "00"
               CLOSE alert-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ alert-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM VARYING period-idx FROM 1 BY 1
                               UNTIL period-idx > 2
                           IF alr-date <= pe-end(period-idx) AND
                                   (alr-status = "O" OR
                                    alr-ack-date > pe-end(period-idx))
                               ADD 1 TO pe-alerts(period-idx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE alert-file.
           MOVE "N" TO eof-flag.

       Load-Quality.
      *    The last scorecard run on or before each month end.
           OPEN INPUT quality-file.
           IF quality-status NOT = "00"
               CLOSE quality-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ quality-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM VARYING period-idx FROM 1 BY 1
                               UNTIL period-idx > 2
                           IF qh-date <= pe-end(period-idx)
                               COMPUTE pe-quality(period-idx)
                                   ROUNDED = 100 - (qh-pct(1)
                                   + qh-pct(2) + qh-pct(3)
                                   + qh-pct(4) + qh-pct(5)
                                   + qh-pct(6)) / 6
                               MOVE "Y"
                                   TO pe-quality-known(period-idx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE quality-file.
           MOVE "N" TO eof-flag.

       Load-Limits.
      *    No kpilimits.dat means no lights (the diffrules.dat
      *    convention); a row whose values are not numbers is
      *    skipped.
           OPEN INPUT limit-file.
           IF limit-status NOT = "00"
               CLOSE limit-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ limit-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Note-Limit
               END-READ
           END-PERFORM.
           CLOSE limit-file.
           MOVE "N" TO eof-flag.

       Note-Limit.
           IF kl-kpi = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(kl-amber) NOT = 0 OR
                   FUNCTION TEST-NUMVAL(kl-red) NOT = 0
               DISPLAY "[-] kpilimits.dat row for "
                   FUNCTION TRIM(kl-kpi) " skipped - amber/red "
                   "are not numbers."
               EXIT PARAGRAPH
           END-IF.
           IF limit-entries = 60
               DISPLAY "[-] Threshold table full - "
                   FUNCTION TRIM(kl-kpi) " has no light!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO limit-entries.
           MOVE FUNCTION UPPER-CASE(kl-kpi) TO lt-kpi(limit-entries).
           MOVE FUNCTION UPPER-CASE(kl-dept)
               TO lt-dept(limit-entries).
           MOVE FUNCTION NUMVAL(kl-amber) TO lt-amber(limit-entries).
           MOVE FUNCTION NUMVAL(kl-red) TO lt-red(limit-entries).

       Total-Company.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               PERFORM VARYING period-idx FROM 1 BY 1
                       UNTIL period-idx > 2
                   PERFORM Add-To-Company
               END-PERFORM
           END-PERFORM.
      *    Callouts were counted on the company page as read.

       Add-To-Company.
           IF kt-has-snap(dept-idx, period-idx) = "Y"
               MOVE "Y" TO kt-has-snap(company-slot, period-idx)
           END-IF.
           IF kt-has-budget(dept-idx, period-idx) = "Y"
               MOVE "Y" TO kt-has-budget(company-slot, period-idx)
           END-IF.
           ADD kt-heads(dept-idx, period-idx)
               TO kt-heads(company-slot, period-idx).
           ADD kt-fte(dept-idx, period-idx)
               TO kt-fte(company-slot, period-idx).
           ADD kt-hires(dept-idx, period-idx)
               TO kt-hires(company-slot, period-idx).
           ADD kt-leavers(dept-idx, period-idx)
               TO kt-leavers(company-slot, period-idx).
           ADD kt-cost(dept-idx, period-idx)
               TO kt-cost(company-slot, period-idx).
           ADD kt-budget(dept-idx, period-idx)
               TO kt-budget(company-slot, period-idx).
           ADD kt-vac-total(dept-idx, period-idx)
               TO kt-vac-total(company-slot, period-idx).
           ADD kt-vac-staff(dept-idx, period-idx)
               TO kt-vac-staff(company-slot, period-idx).

       Print-Page.
      *    One page per department, the company page last.
           ADD 1 TO page-count.
           IF page-count > 1
               MOVE "P" TO pw-action
               CALL "Print_Writer" USING pw-action, pw-title,
                   pw-filename, pw-line
           END-IF.
           MOVE 0 TO red-count.
           MOVE 0 TO amber-count.
           IF page-idx = company-slot
               STRING "Company-wide, all departments"
                   DELIMITED BY SIZE INTO pw-line
           ELSE
               STRING "Department: " kt-dept(page-idx)
                   DELIMITED BY SIZE INTO pw-line
           END-IF.
           STRING "Month " pe-month(1) "  (prior month "
               pe-month(2) ")"
               DELIMITED BY SIZE INTO pw-line(50:40).
           PERFORM Print-Line.
           PERFORM Print-Line.
           MOVE "Figure" TO pw-line(1:6).
           MOVE "This month" TO pw-line(39:10).
           MOVE "Prior month" TO pw-line(55:11).
           MOVE "Change" TO pw-line(76:6).
           MOVE "Light" TO pw-line(84:5).
           PERFORM Print-Line.
           MOVE ALL "-" TO pw-line(1:88).
           PERFORM Print-Line.

           MOVE "HEADCOUNT" TO row-code.
           MOVE "Headcount" TO row-label.
           MOVE kt-heads(page-idx, 1) TO row-this.
           MOVE kt-heads(page-idx, 2) TO row-prior.
           MOVE kt-has-snap(page-idx, 1) TO row-this-known.
           MOVE kt-has-snap(page-idx, 2) TO row-prior-known.
           MOVE "N" TO row-style.
           MOVE "C" TO row-basis.
           PERFORM Print-Figure.

           MOVE "FTE" TO row-code.
           MOVE "Full-time equivalents" TO row-label.
           MOVE kt-fte(page-idx, 1) TO row-this.
           MOVE kt-fte(page-idx, 2) TO row-prior.
           MOVE "D" TO row-style.
           PERFORM Print-Figure.

           MOVE "HIRES" TO row-code.
           MOVE "Hires" TO row-label.
           MOVE kt-hires(page-idx, 1) TO row-this.
           MOVE kt-hires(page-idx, 2) TO row-prior.
           MOVE "Y" TO row-this-known.
           MOVE "Y" TO row-prior-known.
           MOVE "N" TO row-style.
           MOVE "V" TO row-basis.
           PERFORM Print-Figure.

           MOVE "LEAVERS" TO row-code.
           MOVE "Leavers" TO row-label.
           MOVE kt-leavers(page-idx, 1) TO row-this.
           MOVE kt-leavers(page-idx, 2) TO row-prior.
           PERFORM Print-Figure.

           MOVE "TURNOVER" TO row-code.
           MOVE "Turnover pct" TO row-label.
           MOVE "N" TO row-this-known.
           MOVE "N" TO row-prior-known.
           IF kt-heads(page-idx, 1) > 0
               COMPUTE row-this ROUNDED = kt-leavers(page-idx, 1)
                   * 100 / kt-heads(page-idx, 1)
               MOVE "Y" TO row-this-known
           END-IF.
           IF kt-heads(page-idx, 2) > 0
               COMPUTE row-prior ROUNDED = kt-leavers(page-idx, 2)
                   * 100 / kt-heads(page-idx, 2)
               MOVE "Y" TO row-prior-known
           END-IF.
           MOVE "D" TO row-style.
           PERFORM Print-Figure.

           MOVE "PAYCOST" TO row-code.
           MOVE "Payroll cost (with employer)" TO row-label.
           MOVE kt-cost(page-idx, 1) TO row-this.
           MOVE kt-cost(page-idx, 2) TO row-prior.
           MOVE kt-has-snap(page-idx, 1) TO row-this-known.
           MOVE kt-has-snap(page-idx, 2) TO row-prior-known.
           MOVE "M" TO row-style.
           PERFORM Print-Figure.

           MOVE "BUDGET" TO row-code.
           MOVE "Phased budget" TO row-label.
           MOVE kt-budget(page-idx, 1) TO row-this.
           MOVE kt-budget(page-idx, 2) TO row-prior.
           MOVE kt-has-budget(page-idx, 1) TO row-this-known.
           MOVE kt-has-budget(page-idx, 2) TO row-prior-known.
           PERFORM Print-Figure.

           MOVE "BUDGETPCT" TO row-code.
           MOVE "Cost pct of budget" TO row-label.
           MOVE "N" TO row-this-known.
           MOVE "N" TO row-prior-known.
           IF kt-has-snap(page-idx, 1) = "Y" AND
                   kt-budget(page-idx, 1) > 0
               COMPUTE row-this ROUNDED = kt-cost(page-idx, 1)
                   * 100 / kt-budget(page-idx, 1)
               MOVE "Y" TO row-this-known
           END-IF.
           IF kt-has-snap(page-idx, 2) = "Y" AND
                   kt-budget(page-idx, 2) > 0
               COMPUTE row-prior ROUNDED = kt-cost(page-idx, 2)
                   * 100 / kt-budget(page-idx, 2)
               MOVE "Y" TO row-prior-known
           END-IF.
           MOVE "D" TO row-style.
           PERFORM Print-Figure.

           MOVE "VACATION" TO row-code.
           MOVE "Average vacation balance" TO row-label.
           MOVE "N" TO row-this-known.
           MOVE "N" TO row-prior-known.
           IF kt-vac-staff(page-idx, 1) > 0
               COMPUTE row-this ROUNDED = kt-vac-total(page-idx, 1)
                   / kt-vac-staff(page-idx, 1)
               MOVE "Y" TO row-this-known
           END-IF.
           IF kt-vac-staff(page-idx, 2) > 0
               COMPUTE row-prior ROUNDED = kt-vac-total(page-idx, 2)
                   / kt-vac-staff(page-idx, 2)
               MOVE "Y" TO row-prior-known
           END-IF.
           PERFORM Print-Figure.

           MOVE "CALLOUTS" TO row-code.
           MOVE "Callouts" TO row-label.
           MOVE kt-callouts(page-idx, 1) TO row-this.
           MOVE kt-callouts(page-idx, 2) TO row-prior.
           MOVE "Y" TO row-this-known.
           MOVE "Y" TO row-prior-known.
           MOVE "N" TO row-style.
           PERFORM Print-Figure.

           IF page-idx = company-slot
               MOVE "ALERTS" TO row-code
               MOVE "Open alerts at month end" TO row-label
               MOVE pe-alerts(1) TO row-this
               MOVE pe-alerts(2) TO row-prior
               PERFORM Print-Figure
               MOVE "QUALITY" TO row-code
               MOVE "Data-quality score pct" TO row-label
               MOVE pe-quality(1) TO row-this
               MOVE pe-quality(2) TO row-prior
               MOVE pe-quality-known(1) TO row-this-known
               MOVE pe-quality-known(2) TO row-prior-known
               MOVE "D" TO row-style
               PERFORM Print-Figure
               IF unmatched-callouts > 0
                   PERFORM Print-Line
                   STRING "   (callouts include " unmatched-callouts
                       " by engineers matching no employee)"
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-IF.

           PERFORM Print-Line.
           STRING "Lights: " red-count " red, " amber-count " amber"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           ADD red-count TO total-red.

       Print-Figure.
           MOVE row-label TO pw-line(1:30).
           MOVE row-this TO judged-value.
           IF row-this-known = "Y"
               PERFORM Edit-Value
               MOVE p-text TO pw-line(33:16)
           ELSE
               MOVE "n/a" TO pw-line(46:3)
           END-IF.
           MOVE row-prior TO judged-value.
           IF row-prior-known = "Y"
               PERFORM Edit-Value
               MOVE p-text TO pw-line(50:16)
           ELSE
               MOVE "n/a" TO pw-line(63:3)
           END-IF.
           IF row-this-known = "Y" AND row-prior-known = "Y"
               COMPUTE row-change = row-this - row-prior
               MOVE row-change TO judged-value
               PERFORM Edit-Value
               MOVE p-text TO pw-line(66:16)
           END-IF.
           PERFORM Judge-Figure.
           MOVE light-text TO pw-line(84:5).
           PERFORM Print-Line.

       Edit-Value.
      *    judged-value -> p-text in the row's style.
           MOVE SPACES TO p-text.
           EVALUATE row-style
               WHEN "M"
                   MOVE judged-value TO p-money
                   MOVE p-money TO p-text
               WHEN "D"
                   MOVE judged-value TO p-decimal
                   MOVE p-decimal TO p-text(4:13)
               WHEN OTHER
                   MOVE judged-value TO p-count
                   MOVE p-count TO p-text(5:12)
           END-EVALUATE.

       Judge-Figure.
      *    The department's own threshold row, else the
      *    all-department one.
           MOVE "-" TO light-text.
           MOVE 0 TO limit-hit.
           PERFORM VARYING limit-idx FROM 1 BY 1
                   UNTIL limit-idx > limit-entries
               IF lt-kpi(limit-idx) = row-code
                   IF lt-dept(limit-idx) = SPACES AND limit-hit = 0
                       MOVE limit-idx TO limit-hit
                   END-IF
                   IF lt-dept(limit-idx) NOT = SPACES AND
                           page-idx NOT = company-slot AND
                           lt-dept(limit-idx) =
                           FUNCTION UPPER-CASE(kt-dept(page-idx))
                       MOVE limit-idx TO limit-hit
                   END-IF
               END-IF
           END-PERFORM.
           IF limit-hit = 0 OR row-this-known NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF row-basis = "C"
               IF row-prior-known NOT = "Y" OR row-prior = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE judged-value ROUNDED =
                   (row-this - row-prior) * 100 / row-prior
           ELSE
               MOVE row-this TO judged-value
           END-IF.
           MOVE "GREEN" TO light-text.
           IF lt-red(limit-hit) >= lt-amber(limit-hit)
               IF judged-value >= lt-amber(limit-hit)
                   MOVE "AMBER" TO light-text
               END-IF
               IF judged-value >= lt-red(limit-hit)
                   MOVE "RED" TO light-text
               END-IF
           ELSE
               IF judged-value <= lt-amber(limit-hit)
                   MOVE "AMBER" TO light-text
               END-IF
               IF judged-value <= lt-red(limit-hit)
                   MOVE "RED" TO light-text
               END-IF
           END-IF.
           IF light-text = "RED"
               ADD 1 TO red-count
           END-IF.
           IF light-text = "AMBER"
               ADD 1 TO amber-count
           END-IF.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM KPI_Summary.
