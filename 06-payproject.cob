       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Payroll_Projection INITIAL.
      ****************************
      *    Twelve-month forward payroll cost projection for
      *    finance, instead of this month's register times twelve.
      *
      *    Starts from the active personnel master and projects the
      *    next twelve pay periods - from the pay-period calendar
      *    payperiods.dat (see Pay_Period_Lookup), the calendar
      *    month where there is no row - beginning with the first
      *    period not yet closed by a regular run on payhist.dat.
      *    Period by period:
      *
      *       - the pending changes on pendingchg.dat (SALARY,
      *         HOURLYRATE, DEPARTMENT) take effect in the period
      *         holding their effective date, exactly as
      *         Pending_Change_Batch will apply them,
      *       - salaried staff project their salary (a part-timer
      *         their FTE share of it, see Employee_FTE), hourly staff
      *         their rate times a standard month of 173.33 hours
      *         (40 hours x 52 weeks / 12),
      *       - the deductions come from Deduction_Calc at the
      *         rates in force at each period end (so a staged
      *         future rate shows from its period) and the
      *         employer's pension match and payroll taxes from
      *         Employer_Cost_Calc, the rates the payroll uses,
      *         with the INSURANCE share from the benefits election
      *         in force at each period end (Benefits_Lookup), so
      *         an open-enrollment change shows from 1 January,
      *       - loan repayments on loans.dat come off the net until
      *         each balance runs out, so the projected net pay
      *         rises as the loans end.
      *
      *    The projection (payproject.rpt, through Print_Writer)
      *    shows per period and department the projected gross,
      *    employer costs, total cost of employment, the month's
      *    phased budget from deptbudget.dat (see Budget_Maint) and
      *    the variance, then the period's net pay and loan
      *    recoveries, and a twelve-month summary per department.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT loan-file ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ln-employee-id
               FILE STATUS IS loan-status.
           SELECT OPTIONAL pending-file ASSIGN TO "pendingchg.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL history-file ASSIGN TO "payhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-status.
           SELECT budget-file ASSIGN TO "deptbudget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS budget-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  loan-file.
       01  loan-record.
           05  ln-employee-id PIC X(6).
           05  ln-principal   PIC 9(7)v9(2).
           05  ln-repayment   PIC 9(5)v9(2).
           05  ln-balance     PIC 9(7)v9(2).

       FD  pending-file.
       01  pending-record.
           05  pc-employee-id PIC X(6).
           05  pc-field       PIC X(12).
           05  pc-value       PIC X(20).
           05  pc-eff-date    PIC 9(8).
           05  pc-keyed-by    PIC X(20).
           05  pc-status      PIC X.
           05  pc-action-date PIC 9(8).

       FD  history-file.
       01  history-record.
           05  ph-period   PIC X(6).
           05  ph-date     PIC 9(8).
           05  ph-time     PIC 9(8).
           05  ph-total    PIC 9(13)v9(2).
           05  ph-count    PIC 9(6).
           05  ph-run-type PIC X.
           05  ph-approved-by   PIC X(20).
           05  ph-approved-date PIC 9(8).

       FD  budget-file.
       01  budget-record.
           05  bud-department PIC X(20).
           05  bud-month      PIC 99.
           05  bud-amount     PIC 9(9)v9(2).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  loan-status     PIC XX.
       01  history-status  PIC XX.
       01  budget-status   PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
      *    A standard month for hourly staff: 40 x 52 / 12 hours.
       01  standard-hours  CONSTANT 173.33.
      *    The active workforce as it will stand period by period.
       01  emp-table OCCURS 500.
           05  emt-id      PIC X(6).
           05  emt-dept    PIC X(20).
           05  emt-pay-type PIC X.
           05  emt-salary  PIC 9(7)v9(2).
           05  emt-fte     PIC 9(3)v9(2).
           05  emt-rate    PIC 9(3)v9(2).
           05  emt-loan-repay PIC 9(5)v9(2).
           05  emt-loan-left PIC 9(7)v9(2).
       01  emp-entries     PIC 9(3) VALUE 0.
       01  emp-idx         PIC 9(3).
       01  pend-table OCCURS 300.
           05  pt-id       PIC X(6).
           05  pt-field    PIC X(12).
           05  pt-value    PIC X(20).
           05  pt-eff-date PIC 9(8).
           05  pt-applied  PIC X.
       01  pend-entries    PIC 999 VALUE 0.
       01  pend-idx        PIC 999.
      *    The twelve periods projected.
       01  period-table OCCURS 12.
           05  pr-period   PIC X(6).
           05  pr-start    PIC 9(8).
           05  pr-end      PIC 9(8).
           05  pr-net      PIC S9(11)v9(2) USAGE COMP-3.
           05  pr-loans    PIC S9(11)v9(2) USAGE COMP-3.
       01  period-idx      PIC 99.
       01  next-period     PIC X(6).
       01  next-year       PIC 9(4).
       01  next-month      PIC 99.
       01  closed-flag     PIC X.
      *    Per department, per projected period.
       01  dept-table OCCURS 50.
           05  dt-name     PIC X(20).
           05  dt-month OCCURS 12.
               10  dm-gross   PIC S9(11)v9(2) USAGE COMP-3.
               10  dm-er-cost PIC S9(11)v9(2) USAGE COMP-3.
               10  dm-cost    PIC S9(11)v9(2) USAGE COMP-3.
           05  dt-budget   PIC S9(11)v9(2) USAGE COMP-3 OCCURS 12.
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
       01  find-dept       PIC X(20).
       01  month-no        PIC 99.
       01  gross-pay       PIC 9(7)v9(2).
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3) VALUE "GET".
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
       01  tax-amount      PIC 9(7)v9(2).
       01  pension-amount  PIC 9(7)v9(2).
       01  insurance-amount PIC 9(7)v9(2).
       01  net-amount      PIC S9(7)v9(2).
      *    Benefits election in force (see Benefits_Lookup).
       01  bl-plan         PIC X(4).
       01  bl-tier         PIC X.
       01  bl-eff-date     PIC 9(8).
       01  bl-contribution PIC 9(7)v9(2).
       01  bl-premium      PIC 9(7)v9(2).
       01  bl-status       PIC X.
       01  loan-taken      PIC 9(7)v9(2).
       01  ec-gross        PIC 9(11)v9(2).
       01  ec-pension      PIC 9(11)v9(2).
       01  ec-tax          PIC 9(11)v9(2).
       01  ec-cost         PIC 9(11)v9(2).
       01  sum-gross       PIC S9(13)v9(2) USAGE COMP-3.
       01  sum-er-cost     PIC S9(13)v9(2) USAGE COMP-3.
       01  sum-cost        PIC S9(13)v9(2) USAGE COMP-3.
       01  sum-budget      PIC S9(13)v9(2) USAGE COMP-3.
       01  variance        PIC S9(13)v9(2) USAGE COMP-3.
       01  p-gross         PIC -(9)9.99.
       01  p-er-cost       PIC -(9)9.99.
       01  p-cost          PIC -(9)9.99.
       01  p-budget        PIC -(9)9.99.
       01  p-variance      PIC -(9)9.99.
       01  p-total         PIC $$,$$$,$$$,$$9.99.
      *    Pay-period calendar lookup (see Pay_Period_Lookup).
       01  pp-function     PIC X(3).
       01  pp-date         PIC 9(8).
       01  pp-period       PIC X(6).
       01  pp-start        PIC 9(8).
       01  pp-end          PIC 9(8).
       01  pp-payment      PIC 9(8).
       01  pp-status       PIC X.
       01  work-int        PIC 9(8).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Payroll_Projection".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Twelve-Month Payroll Cost Projection".
       01  pw-filename     PIC X(255) VALUE "payproject.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF NOT emp-terminated
                           PERFORM Load-Employee
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

           PERFORM Load-Loans.
           PERFORM Load-Pending-Changes.
           PERFORM Build-Periods.
           PERFORM Load-Budgets.

           PERFORM VARYING period-idx FROM 1 BY 1
                   UNTIL period-idx > 12
               MOVE 0 TO pr-net(period-idx)
               MOVE 0 TO pr-loans(period-idx)
               PERFORM Apply-Pending-Changes
               PERFORM VARYING emp-idx FROM 1 BY 1
                       UNTIL emp-idx > emp-entries
                   PERFORM Project-Employee
               END-PERFORM
           END-PERFORM.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.
           STRING "Projection of " emp-entries " active employee(s)"
               " for periods " pr-period(1) " to " pr-period(12)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING period-idx FROM 1 BY 1
                   UNTIL period-idx > 12
               PERFORM Print-Period
           END-PERFORM.
           PERFORM Print-Summary.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Projection written to 'payproject.rpt' ("
               pr-period(1) " to " pr-period(12) ").".
           MOVE emp-entries TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Load-Employee.
           IF emp-entries NOT < 500
               DISPLAY "[-] Employee table full - " employee-id
                   " left out of the projection!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO emp-entries.
           MOVE employee-id TO emt-id(emp-entries).
           MOVE department TO emt-dept(emp-entries).
           MOVE pay-type TO emt-pay-type(emp-entries).
           MOVE salary TO emt-salary(emp-entries).
           CALL "Employee_FTE" USING ft-function, employee-id,
               ft-percent, ft-result.
           MOVE ft-percent TO emt-fte(emp-entries).
           MOVE hourly-rate TO emt-rate(emp-entries).
           MOVE 0 TO emt-loan-repay(emp-entries).
           MOVE 0 TO emt-loan-left(emp-entries).

       Load-Loans.
      *    Open loan accounts (see Loan_Maint) onto their owners.
           OPEN INPUT loan-file.
           IF loan-status NOT = "00" THEN
               CLOSE loan-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ loan-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ln-balance > 0
                           PERFORM VARYING emp-idx FROM 1 BY 1
                                   UNTIL emp-idx > emp-entries
                               IF emt-id(emp-idx) = ln-employee-id
                                   MOVE ln-repayment
                                       TO emt-loan-repay(emp-idx)
                                   MOVE ln-balance
                                       TO emt-loan-left(emp-idx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE loan-file.
           MOVE "N" TO eof-flag.

       Load-Pending-Changes.
      *    Only changes still pending - applied ones are on the
      *    master already, cancelled ones never will be.
           OPEN INPUT pending-file.
           PERFORM UNTIL eof-reached
               READ pending-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pc-status = "P" AND
                               (pc-field = "SALARY" OR
                               pc-field = "HOURLYRATE" OR
                               pc-field = "DEPARTMENT")
                           IF pend-entries < 300
                               ADD 1 TO pend-entries
                               MOVE pc-employee-id
                                   TO pt-id(pend-entries)
                               MOVE pc-field
                                   TO pt-field(pend-entries)
                               MOVE pc-value
                                   TO pt-value(pend-entries)
                               MOVE pc-eff-date
                                   TO pt-eff-date(pend-entries)
                               MOVE "N" TO pt-applied(pend-entries)
                           ELSE
                               DISPLAY "[-] Pending-change table "
                                   "full - row for " pc-employee-id
                                   " not projected!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE pending-file.
           MOVE "N" TO eof-flag.

       Build-Periods.
      *    The first period not yet closed by a regular run, and
      *    the eleven after it.
           MOVE "FND" TO pp-function.
           MOVE business-date TO pp-date.
           CALL "Pay_Period_Lookup" USING pp-function, pp-date,
               pp-period, pp-start, pp-end, pp-payment, pp-status.
           IF pp-status = "Y"
               MOVE pp-period TO next-period
           ELSE
               MOVE business-date(1:6) TO next-period
           END-IF.
           PERFORM Check-Closed.
           IF closed-flag = "Y"
               PERFORM Step-Period
           END-IF.
           PERFORM VARYING period-idx FROM 1 BY 1
                   UNTIL period-idx > 12
               MOVE next-period TO pr-period(period-idx)
               MOVE "GET" TO pp-function
               MOVE next-period TO pp-period
               CALL "Pay_Period_Lookup" USING pp-function, pp-date,
                   pp-period, pp-start, pp-end, pp-payment,
                   pp-status
               IF pp-status = "Y"
                   MOVE pp-start TO pr-start(period-idx)
                   MOVE pp-end TO pr-end(period-idx)
               ELSE
                   PERFORM Calendar-Month-Bounds
               END-IF
               PERFORM Step-Period
           END-PERFORM.

       Check-Closed.
           MOVE "N" TO closed-flag.
           OPEN INPUT history-file.
           IF history-status NOT = "00" THEN
               CLOSE history-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ history-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ph-period = next-period AND
                               ph-run-type NOT = "O" AND
                               ph-run-type NOT = "S"
                           MOVE "Y" TO closed-flag
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE history-file.
           MOVE "N" TO eof-flag.

       Step-Period.
           MOVE next-period(1:4) TO next-year.
           MOVE next-period(5:2) TO next-month.
           ADD 1 TO next-month.
           IF next-month > 12
               MOVE 1 TO next-month
               ADD 1 TO next-year
           END-IF.
           MOVE next-year TO next-period(1:4).
           MOVE next-month TO next-period(5:2).

       Calendar-Month-Bounds.
      *    No calendar row: the period is the calendar month.
           MOVE next-period TO pr-start(period-idx)(1:6).
           MOVE "01" TO pr-start(period-idx)(7:2).
           MOVE pr-start(period-idx) TO pr-end(period-idx).
           MOVE "28" TO pr-end(period-idx)(7:2).
           COMPUTE work-int =
               FUNCTION INTEGER-OF-DATE(pr-end(period-idx)) + 4.
           MOVE FUNCTION DATE-OF-INTEGER(work-int)
               TO pr-end(period-idx).
           MOVE "01" TO pr-end(period-idx)(7:2).
           COMPUTE work-int =
               FUNCTION INTEGER-OF-DATE(pr-end(period-idx)) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(work-int)
               TO pr-end(period-idx).

       Load-Budgets.
      *    The phased budget rows, matched to each projected
      *    period by its month number.
           OPEN INPUT budget-file.
           IF budget-status NOT = "00" THEN
               CLOSE budget-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ budget-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF budget-record(32:2) NOT = SPACES
                           MOVE bud-department TO find-dept
                           PERFORM Find-Department
                           IF dept-hit > 0
                               PERFORM VARYING period-idx FROM 1
                                       BY 1 UNTIL period-idx > 12
                                   MOVE pr-period(period-idx)(5:2)
                                       TO month-no
                                   IF month-no = bud-month
                                       ADD bud-amount TO
                                           dt-budget(dept-hit,
                                           period-idx)
                                   END-IF
                               END-PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE budget-file.
           MOVE "N" TO eof-flag.

       Apply-Pending-Changes.
      *    Every change effective by the end of this period, in
      *    effective-date order (the earliest left is taken first).
           MOVE 0 TO pend-idx.
           PERFORM UNTIL pend-idx = 999
               MOVE 999 TO pend-idx
               MOVE 99999999 TO work-int
               PERFORM VARYING emp-idx FROM 1 BY 1
                       UNTIL emp-idx > pend-entries
                   IF pt-applied(emp-idx) = "N" AND
                           pt-eff-date(emp-idx) <= pr-end(period-idx)
                           AND pt-eff-date(emp-idx) < work-int
                       MOVE emp-idx TO pend-idx
                       MOVE pt-eff-date(emp-idx) TO work-int
                   END-IF
               END-PERFORM
               IF pend-idx NOT = 999
                   PERFORM Apply-One-Change
               END-IF
           END-PERFORM.

       Apply-One-Change.
           MOVE "Y" TO pt-applied(pend-idx).
           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-entries
               IF emt-id(emp-idx) = pt-id(pend-idx)
                   EVALUATE pt-field(pend-idx)
                       WHEN "SALARY"
                           MOVE FUNCTION NUMVAL(pt-value(pend-idx))
                               TO emt-salary(emp-idx)
                       WHEN "HOURLYRATE"
                           MOVE FUNCTION NUMVAL(pt-value(pend-idx))
                               TO emt-rate(emp-idx)
                       WHEN "DEPARTMENT"
                           MOVE pt-value(pend-idx)
                               TO emt-dept(emp-idx)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       Project-Employee.
           IF emt-pay-type(emp-idx) = "H"
               COMPUTE gross-pay ROUNDED =
                   emt-rate(emp-idx) * standard-hours
           ELSE
               COMPUTE gross-pay ROUNDED =
                   emt-salary(emp-idx) * emt-fte(emp-idx) / 100
           END-IF.
           CALL "Deduction_Calc" USING emt-dept(emp-idx), gross-pay,
               tax-amount, pension-amount, insurance-amount,
               net-amount, pr-end(period-idx).
           CALL "Benefits_Lookup" USING emt-id(emp-idx),
               pr-end(period-idx), bl-plan, bl-tier, bl-eff-date,
               bl-contribution, bl-premium, bl-status.
           IF bl-status = "Y" OR bl-status = "W"
               MOVE bl-contribution TO insurance-amount
               COMPUTE net-amount = gross-pay - tax-amount
                   - pension-amount - insurance-amount
           END-IF.
      *    The loan repayment comes off the net until the balance
      *    is gone, capped at the net in the paycheck.
           MOVE 0 TO loan-taken.
           IF emt-loan-left(emp-idx) > 0 AND net-amount > 0
               MOVE emt-loan-repay(emp-idx) TO loan-taken
               IF loan-taken > emt-loan-left(emp-idx)
                   MOVE emt-loan-left(emp-idx) TO loan-taken
               END-IF
               IF loan-taken > net-amount
                   MOVE net-amount TO loan-taken
               END-IF
               SUBTRACT loan-taken FROM emt-loan-left(emp-idx)
               SUBTRACT loan-taken FROM net-amount
           END-IF.
           MOVE gross-pay TO ec-gross.
           CALL "Employer_Cost_Calc" USING emt-dept(emp-idx),
               ec-gross, ec-pension, ec-tax, ec-cost.
           ADD net-amount TO pr-net(period-idx).
           ADD loan-taken TO pr-loans(period-idx).
           MOVE emt-dept(emp-idx) TO find-dept.
           PERFORM Find-Department.
           IF dept-hit > 0
               ADD gross-pay TO dm-gross(dept-hit, period-idx)
               COMPUTE dm-er-cost(dept-hit, period-idx) =
                   dm-er-cost(dept-hit, period-idx)
                   + ec-pension + ec-tax
               ADD ec-cost TO dm-cost(dept-hit, period-idx)
           END-IF.

       Find-Department.
      *    Find (or add) the department row for find-dept.
           MOVE 0 TO dept-hit.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-name(dept-idx) = find-dept
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.
           IF dept-hit > 0
               EXIT PARAGRAPH
           END-IF.
           IF dept-entries < 50
               ADD 1 TO dept-entries
               MOVE dept-entries TO dept-hit
               MOVE find-dept TO dt-name(dept-hit)
               PERFORM VARYING month-no FROM 1 BY 1
                       UNTIL month-no > 12
                   MOVE 0 TO dm-gross(dept-hit, month-no)
                   MOVE 0 TO dm-er-cost(dept-hit, month-no)
                   MOVE 0 TO dm-cost(dept-hit, month-no)
                   MOVE 0 TO dt-budget(dept-hit, month-no)
               END-PERFORM
           ELSE
               DISPLAY "[-] Department table full - '"
                   FUNCTION TRIM(find-dept)
                   "' left out of the projection!"
           END-IF.

       Print-Period.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "Period " pr-period(period-idx) " ("
               pr-start(period-idx) " - " pr-end(period-idx) ")"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "   Department                   Gross"
               "   Employer cost      Total cost"
               "          Budget        Variance"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE 0 TO sum-gross.
           MOVE 0 TO sum-er-cost.
           MOVE 0 TO sum-cost.
           MOVE 0 TO sum-budget.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               ADD dm-gross(dept-idx, period-idx) TO sum-gross
               ADD dm-er-cost(dept-idx, period-idx) TO sum-er-cost
               ADD dm-cost(dept-idx, period-idx) TO sum-cost
               ADD dt-budget(dept-idx, period-idx) TO sum-budget
               MOVE dm-gross(dept-idx, period-idx) TO p-gross
               MOVE dm-er-cost(dept-idx, period-idx) TO p-er-cost
               MOVE dm-cost(dept-idx, period-idx) TO p-cost
               MOVE dt-budget(dept-idx, period-idx) TO p-budget
               COMPUTE variance = dt-budget(dept-idx, period-idx)
                   - dm-cost(dept-idx, period-idx)
               MOVE variance TO p-variance
               MOVE SPACES TO pw-line
               STRING "   " dt-name(dept-idx) p-gross "  "
                   p-er-cost "  " p-cost "  " p-budget "  "
                   p-variance
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-PERFORM.
           MOVE sum-gross TO p-gross.
           MOVE sum-er-cost TO p-er-cost.
           MOVE sum-cost TO p-cost.
           MOVE sum-budget TO p-budget.
           COMPUTE variance = sum-budget - sum-cost.
           MOVE variance TO p-variance.
           MOVE SPACES TO pw-line.
           STRING "   Period total        " p-gross "  "
               p-er-cost "  " p-cost "  " p-budget "  "
               p-variance
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE pr-net(period-idx) TO p-total.
           MOVE SPACES TO pw-line.
           STRING "   Projected net pay " p-total
               DELIMITED BY SIZE INTO pw-line.
           MOVE pr-loans(period-idx) TO p-total.
           STRING "   loan recoveries " p-total
               DELIMITED BY SIZE INTO pw-line(44:).
           PERFORM Print-Line.

       Print-Summary.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           MOVE "Twelve-month summary by department" TO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               MOVE 0 TO sum-gross
               MOVE 0 TO sum-er-cost
               MOVE 0 TO sum-cost
               MOVE 0 TO sum-budget
               PERFORM VARYING period-idx FROM 1 BY 1
                       UNTIL period-idx > 12
                   ADD dm-gross(dept-idx, period-idx) TO sum-gross
                   ADD dm-er-cost(dept-idx, period-idx)
                       TO sum-er-cost
                   ADD dm-cost(dept-idx, period-idx) TO sum-cost
                   ADD dt-budget(dept-idx, period-idx) TO sum-budget
               END-PERFORM
               MOVE sum-gross TO p-gross
               MOVE sum-er-cost TO p-er-cost
               MOVE sum-cost TO p-cost
               MOVE sum-budget TO p-budget
               COMPUTE variance = sum-budget - sum-cost
               MOVE variance TO p-variance
               MOVE SPACES TO pw-line
               STRING "   " dt-name(dept-idx) p-gross "  "
                   p-er-cost "  " p-cost "  " p-budget "  "
                   p-variance
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-PERFORM.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Payroll_Projection.
