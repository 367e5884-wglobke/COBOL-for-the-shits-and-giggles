       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Dept_Forecast INITIAL.
      ****************************
      *    Headcount and salary-cost forecast per department from
      *    the month-end snapshots in deptsnap.dat (written by
      *    Dept_Snapshot_Batch) - Dept_Trend_Report shows where a
      *    department has been, this where it is heading.
      *
      *    For each department a least-squares straight line is
      *    fitted to its stored months, headcount (active) and
      *    salary cost each against the month number: the 2 x 2
      *    normal equations, both right-hand sides at once, are
      *    solved by the shared Matrix_Solve (the Gauss-Jordan
      *    routine of Matrix_Operations). The line is then carried
      *    six months past the latest month on file, projections
      *    below zero printed as zero.
      *
      *    Each department shows its months of history, the trend
      *    per month and the fit quality R-squared (1.00 a perfect
      *    line, near 0 no trend at all) for both series. A
      *    projection is flagged NOT TRUSTED, rather than printed
      *    as if it were sound, when the department has fewer than
      *    FORECAST_MIN_MONTHS stored months (default 6) or either
      *    R-squared is under FORECAST_MIN_FIT (default 0.50) - see
      *    Run_Parameter. A department with a single month has no
      *    trend and gets no projection. The listing goes through
      *    Print_Writer to deptforecast.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT snapshot-file ASSIGN TO "deptsnap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS snapshot-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  snapshot-file.
       01  snapshot-record.
           05  ds-month    PIC X(6).
           05  ds-month-num REDEFINES ds-month.
               10  ds-year     PIC 9(4).
               10  ds-mm       PIC 99.
           05  ds-dept     PIC X(20).
           05  ds-active   PIC 9(5).
           05  ds-terminated PIC 9(5).
           05  ds-salary   PIC 9(11)v9(2).
           05  ds-fte      PIC 9(5)v9(2).

       WORKING-STORAGE SECTION.
       01  snapshot-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
      *    Months are numbered year * 12 + month - 1, so a gap in
      *    the snapshots stays a gap on the line.
       01  snap-table OCCURS 600.
           05  st-month    PIC X(6).
           05  st-number   PIC 9(6).
           05  st-dept     PIC X(20).
           05  st-active   PIC 9(5).
           05  st-salary   PIC 9(11)v9(2).
           05  st-done     PIC X.
       01  snap-entries    PIC 9(3) VALUE 0.
       01  snap-idx        PIC 9(3).
       01  scan-idx        PIC 9(3).
       01  first-number    PIC 9(6) VALUE 999999.
       01  latest-number   PIC 9(6) VALUE 0.
       01  dept-count      PIC 9(3) VALUE 0.
       01  flagged-count   PIC 9(3) VALUE 0.
       01  group-dept      PIC X(20).
       01  group-first     PIC X(6).
       01  group-last      PIC X(6).
       01  month-count     PIC 9(3).
       01  ahead-idx       PIC 9.
       01  ahead-number    PIC 9(6).
       01  ahead-month.
           05  ahead-year  PIC 9(4).
           05  ahead-mm    PIC 99.
      *    Sums for the normal equations and the fit.
       01  sum-n           USAGE COMP-2.
       01  sum-x           USAGE COMP-2.
       01  sum-xx          USAGE COMP-2.
       01  sum-head        USAGE COMP-2.
       01  sum-x-head      USAGE COMP-2.
       01  sum-cost        USAGE COMP-2.
       01  sum-x-cost      USAGE COMP-2.
       01  point-x         USAGE COMP-2.
       01  head-base       USAGE COMP-2.
       01  head-slope      USAGE COMP-2.
       01  cost-base       USAGE COMP-2.
       01  cost-slope      USAGE COMP-2.
       01  head-mean       USAGE COMP-2.
       01  cost-mean       USAGE COMP-2.
       01  head-ss-tot     USAGE COMP-2.
       01  head-ss-res     USAGE COMP-2.
       01  cost-ss-tot     USAGE COMP-2.
       01  cost-ss-res     USAGE COMP-2.
       01  head-fit        USAGE COMP-2.
       01  cost-fit        USAGE COMP-2.
       01  fit-value       USAGE COMP-2.
       01  projected       USAGE COMP-2.
       01  min-months      PIC 9(3) VALUE 6.
       01  min-fit         PIC 9v99 VALUE 0.50.
       01  setting-text    PIC X(40).
       01  trust-flag      PIC X.
      *    Matrix_Solve arguments.
       01  ms-size         PIC 999.
       01  ms-aug-cols     PIC 999.
       COPY "06-workmatrix.cpy".
       01  ms-singular     PIC X.
      *    Print fields.
       01  p-months        PIC ZZ9.
       01  p-head-slope    PIC +++++9.99.
       01  p-cost-slope    PIC +++,+++,++9.99.
       01  p-fit           PIC -9.99.
       01  p-min-fit       PIC 9.99.
       01  p-head          PIC ZZ,ZZ9.9.
       01  p-cost          PIC $$,$$$,$$$,$$9.
       01  column-at       PIC 999.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Dept_Forecast".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Department Headcount and Cost Forecast".
       01  pw-filename     PIC X(255) VALUE "deptforecast.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           MOVE "FORECAST_MIN_MONTHS" TO rp-name.
           PERFORM Get-Setting.
           IF setting-text NOT = SPACES
               MOVE FUNCTION NUMVAL(setting-text) TO min-months
           END-IF.
           IF min-months < 2
               MOVE 2 TO min-months
           END-IF.
           MOVE "FORECAST_MIN_FIT" TO rp-name.
           PERFORM Get-Setting.
           IF setting-text NOT = SPACES
               MOVE FUNCTION NUMVAL(setting-text) TO min-fit
           END-IF.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           OPEN INPUT snapshot-file.
           IF snapshot-status NOT = "00" THEN
               DISPLAY "[-] Cannot open deptsnap.dat, status "
                   snapshot-status " - no snapshots yet."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ snapshot-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Load-Snapshot
               END-READ
           END-PERFORM.
           CLOSE snapshot-file.
           MOVE snap-entries TO jl-record-count.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           IF snap-entries = 0
               MOVE "No snapshots on deptsnap.dat - nothing to "
                   TO pw-line
               MOVE "forecast." TO pw-line(44:9)
               PERFORM Print-Line
           ELSE
               PERFORM Print-Heading
           END-IF.

      *    One block per department, in the order first stored.
           PERFORM VARYING snap-idx FROM 1 BY 1
                   UNTIL snap-idx > snap-entries
               IF st-done(snap-idx) = "N"
                   MOVE st-dept(snap-idx) TO group-dept
                   PERFORM Forecast-Department
               END-IF
           END-PERFORM.

           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           STRING "Departments forecast: " dept-count
               "  flagged not trusted: " flagged-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Forecast for " dept-count " department(s) "
               "written to 'deptforecast.rpt' (" flagged-count
               " not trusted).".
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Get-Setting.
      *    A setting that is not a number is ignored (default kept).
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO setting-text.
           IF setting-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(setting-text) NOT = 0
               DISPLAY "[-] " FUNCTION TRIM(rp-name) " '"
                   FUNCTION TRIM(setting-text)
                   "' is not a number - default kept."
               MOVE SPACES TO setting-text
           END-IF.

       Load-Snapshot.
           IF ds-month-num NOT NUMERIC OR ds-mm < 1 OR ds-mm > 12
               DISPLAY "[-] Snapshot row with month '" ds-month
                   "' skipped."
               EXIT PARAGRAPH
           END-IF.
           IF snap-entries = 600
               DISPLAY "[-] Snapshot table full - forecast is "
                   "INCOMPLETE!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO snap-entries.
           MOVE ds-month TO st-month(snap-entries).
           COMPUTE st-number(snap-entries) = ds-year * 12 + ds-mm - 1.
           MOVE ds-dept TO st-dept(snap-entries).
           MOVE ds-active TO st-active(snap-entries).
           MOVE ds-salary TO st-salary(snap-entries).
           MOVE "N" TO st-done(snap-entries).
           IF st-number(snap-entries) < first-number
               MOVE st-number(snap-entries) TO first-number
           END-IF.
           IF st-number(snap-entries) > latest-number
               MOVE st-number(snap-entries) TO latest-number
           END-IF.

       Print-Heading.
           MOVE min-months TO p-months.
           MOVE min-fit TO p-min-fit.
           STRING "Trusted when at least " p-months
               " month(s) of history and R-squared of at least "
               p-min-fit " for both headcount and cost"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "Projected" TO pw-line(4:9).
           MOVE 20 TO column-at.
           PERFORM VARYING ahead-idx FROM 1 BY 1 UNTIL ahead-idx > 6
               COMPUTE ahead-number = latest-number + ahead-idx
               PERFORM Number-To-Month
               MOVE ahead-month TO pw-line(column-at + 8:6)
               ADD 15 TO column-at
           END-PERFORM.
           PERFORM Print-Line.

       Forecast-Department.
      *    Sums over the department's months (x counted from the
      *    earliest month on file, keeping the numbers small).
           ADD 1 TO dept-count.
           MOVE 0 TO sum-n sum-x sum-xx sum-head sum-x-head
               sum-cost sum-x-cost.
           MOVE HIGH-VALUES TO group-first.
           MOVE LOW-VALUES TO group-last.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > snap-entries
               IF st-dept(scan-idx) = group-dept
                   MOVE "Y" TO st-done(scan-idx)
                   COMPUTE point-x =
                       st-number(scan-idx) - first-number
                   ADD 1 TO sum-n
                   ADD point-x TO sum-x
                   COMPUTE sum-xx = sum-xx + point-x * point-x
                   ADD st-active(scan-idx) TO sum-head
                   COMPUTE sum-x-head = sum-x-head
                       + point-x * st-active(scan-idx)
                   ADD st-salary(scan-idx) TO sum-cost
                   COMPUTE sum-x-cost = sum-x-cost
                       + point-x * st-salary(scan-idx)
                   IF st-month(scan-idx) < group-first
                       MOVE st-month(scan-idx) TO group-first
                   END-IF
                   IF st-month(scan-idx) > group-last
                       MOVE st-month(scan-idx) TO group-last
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE month-count = sum-n.
           MOVE month-count TO p-months.

           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           STRING "Department: " group-dept "  history " p-months
               " month(s) " group-first " to " group-last
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

      *    Normal equations  [ n   sx  ] [base ]   [ sy  ]
      *                      [ sx  sxx ] [slope] = [ sxy ]
      *    with headcount and cost as two right-hand columns.
           MOVE 2 TO ms-size.
           MOVE 4 TO ms-aug-cols.
           MOVE sum-n TO wm-entry(1, 1).
           MOVE sum-x TO wm-entry(1, 2).
           MOVE sum-head TO wm-entry(1, 3).
           MOVE sum-cost TO wm-entry(1, 4).
           MOVE sum-x TO wm-entry(2, 1).
           MOVE sum-xx TO wm-entry(2, 2).
           MOVE sum-x-head TO wm-entry(2, 3).
           MOVE sum-x-cost TO wm-entry(2, 4).
           MOVE "Y" TO ms-singular.
           IF month-count > 1
               CALL "Matrix_Solve" USING ms-size, ms-aug-cols,
                   work-matrix, ms-singular
           END-IF.
           IF ms-singular = "Y"
               ADD 1 TO flagged-count
               MOVE "   NO TREND - a single month of history, "
                   TO pw-line
               MOVE "no projection." TO pw-line(42:14)
               PERFORM Print-Line
               EXIT PARAGRAPH
           END-IF.
           MOVE wm-entry(1, 3) TO head-base.
           MOVE wm-entry(2, 3) TO head-slope.
           MOVE wm-entry(1, 4) TO cost-base.
           MOVE wm-entry(2, 4) TO cost-slope.

           PERFORM Measure-Fit.
           MOVE "Y" TO trust-flag.
           IF month-count < min-months OR head-fit < min-fit OR
                   cost-fit < min-fit
               MOVE "N" TO trust-flag
               ADD 1 TO flagged-count
           END-IF.

           COMPUTE p-head-slope ROUNDED = head-slope.
           COMPUTE p-cost-slope ROUNDED = cost-slope.
           STRING "   trend per month: heads " p-head-slope
               "  cost " p-cost-slope
               DELIMITED BY SIZE INTO pw-line.
           MOVE "R-squared: heads" TO pw-line(60:16).
           COMPUTE p-fit ROUNDED = head-fit.
           MOVE p-fit TO pw-line(77:5).
           MOVE "cost" TO pw-line(84:4).
           COMPUTE p-fit ROUNDED = cost-fit.
           MOVE p-fit TO pw-line(89:5).
           PERFORM Print-Line.
           IF trust-flag = "N"
               IF month-count < min-months
                   STRING "   NOT TRUSTED - only " p-months
                       " month(s) of history"
                       DELIMITED BY SIZE INTO pw-line
               ELSE
                   STRING "   NOT TRUSTED - the months do not "
                       "follow a straight line (poor fit)"
                       DELIMITED BY SIZE INTO pw-line
               END-IF
               PERFORM Print-Line
           END-IF.

           MOVE "Headcount" TO pw-line(4:9).
           MOVE 20 TO column-at.
           PERFORM VARYING ahead-idx FROM 1 BY 1 UNTIL ahead-idx > 6
               COMPUTE point-x =
                   latest-number + ahead-idx - first-number
               COMPUTE projected = head-base + head-slope * point-x
               IF projected < 0
                   MOVE 0 TO projected
               END-IF
               COMPUTE p-head ROUNDED = projected
               MOVE p-head TO pw-line(column-at + 6:8)
               ADD 15 TO column-at
           END-PERFORM.
           PERFORM Print-Line.
           MOVE "Salary cost" TO pw-line(4:11).
           MOVE 20 TO column-at.
           PERFORM VARYING ahead-idx FROM 1 BY 1 UNTIL ahead-idx > 6
               COMPUTE point-x =
                   latest-number + ahead-idx - first-number
               COMPUTE projected = cost-base + cost-slope * point-x
               IF projected < 0
                   MOVE 0 TO projected
               END-IF
               COMPUTE p-cost ROUNDED = projected
               MOVE p-cost TO pw-line(column-at:14)
               ADD 15 TO column-at
           END-PERFORM.
           PERFORM Print-Line.

       Measure-Fit.
      *    R-squared = 1 - residual / total sum of squares; a series
      *    that never moves is fitted exactly.
           COMPUTE head-mean = sum-head / sum-n.
           COMPUTE cost-mean = sum-cost / sum-n.
           MOVE 0 TO head-ss-tot head-ss-res cost-ss-tot cost-ss-res.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > snap-entries
               IF st-dept(scan-idx) = group-dept
                   COMPUTE point-x =
                       st-number(scan-idx) - first-number
                   COMPUTE head-ss-tot = head-ss-tot
                       + (st-active(scan-idx) - head-mean) ** 2
                   COMPUTE head-ss-res = head-ss-res
                       + (st-active(scan-idx) - head-base
                          - head-slope * point-x) ** 2
                   COMPUTE cost-ss-tot = cost-ss-tot
                       + (st-salary(scan-idx) - cost-mean) ** 2
                   COMPUTE cost-ss-res = cost-ss-res
                       + (st-salary(scan-idx) - cost-base
                          - cost-slope * point-x) ** 2
               END-IF
           END-PERFORM.
           MOVE 1 TO head-fit.
           IF head-ss-tot > 0
               COMPUTE head-fit = 1 - head-ss-res / head-ss-tot
           END-IF.
           MOVE 1 TO cost-fit.
           IF cost-ss-tot > 0
               COMPUTE cost-fit = 1 - cost-ss-res / cost-ss-tot
           END-IF.

       Number-To-Month.
           DIVIDE ahead-number BY 12 GIVING ahead-year
               REMAINDER ahead-mm.
           ADD 1 TO ahead-mm.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Dept_Forecast.
