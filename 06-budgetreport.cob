      *    with departments over on YTD flagged. Departments on
      *    the master with no budget rows are flagged too.
      *
      *    The actuals are the total cost of employment, not salary
      *    alone: each salary (and each closed month's snapshot
      *    salary) is grossed up by the employer's pension match
      *    and payroll taxes at the errates.dat rates of the
      *    department charged (see Employer_Cost_Calc), the same
      *    employer costs the payroll posts to the GL.
      *
      *    Part-timers are carried at their full-time salary on the
      *    master and paid their FTE share (see Employee_FTE); the
      *    actuals use the share actually paid. Each department's
      *    line also shows its active heads and full-time
      *    equivalents (heads and FTE count to the master
      *    department, whatever the cost split).
      *
      *    Terminated employees do not count toward actuals. The
      *    listing goes through Print_Writer to budget.rpt.
      *
      *    The COMPANY run parameter (see Run_Parameter) limits
      *    the report to the departments of one company (see
      *    Company_Lookup); blank or ALL is every company, the
      *    consolidated report.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ds-active   PIC 9(5).
           05  ds-terminated PIC 9(5).
           05  ds-salary   PIC 9(11)v9(2).
           05  ds-fte      PIC 9(5)v9(2).

      *    Cost-allocation rows for split-charged employees (the
      *    same costalloc.dat the payroll GL posting applies), so
           05  dept-ytd-actual PIC S9(11)v9(2) USAGE COMP-3.
           05  dept-ytd-budget PIC S9(11)v9(2) USAGE COMP-3.
           05  dept-has-budget PIC X.
           05  dept-heads      PIC 9(5).
           05  dept-fte        PIC 9(5)v9(2).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  found-flag      PIC X.
       01  tally-dept      PIC X(20).
       01  tally-amount    PIC S9(9)v9(2).
       01  snapshot-status PIC XX.
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3) VALUE "GET".
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
       01  fte-salary      PIC 9(7)v9(2).
       01  p-heads         PIC ZZZZ9.
       01  p-fte           PIC ZZZZ9.99.
      *    Employer-side costs (see Employer_Cost_Calc).
       01  ec-gross        PIC 9(11)v9(2).
       01  ec-pension      PIC 9(11)v9(2).
       01  ec-tax          PIC 9(11)v9(2).
       01  ec-cost         PIC 9(11)v9(2).
       01  business-date   PIC 9(8).
       01  report-month    PIC 99.
       01  report-year     PIC X(4).
       01  p-budget        PIC -(9)9.99.
       01  p-variance      PIC -(9)9.99.
       01  p-pct           PIC ZZZZ9.9.
       01  want-company    PIC X(2) VALUE SPACES.
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-job-name     PIC X(20) VALUE "Budget_Report".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  cl-function     PIC X(3).
       01  cl-code         PIC X(2).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Budget vs Actual Salary Report".
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
      *    One company, or blank / ALL for the consolidated report.
           MOVE "COMPANY" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE FUNCTION UPPER-CASE(rp-value) TO rp-value.
           IF rp-value NOT = SPACES AND rp-value NOT = "ALL"
               MOVE "GET" TO cl-function
               MOVE rp-value(1:2) TO cl-code
               CALL "Company_Lookup" USING cl-function, cl-code,
                   tally-dept, cl-name, cl-bank-code, cl-account,
                   cl-result
               IF cl-result NOT = "Y"
                   DISPLAY "[-] Company '" FUNCTION TRIM(rp-value)
                       "' is not on companies.dat - report refused."
                   GOBACK
               END-IF
               MOVE cl-code TO want-company
               STRING "Budget vs Actual Salary Report - "
                   FUNCTION TRIM(cl-name)
                   DELIMITED BY SIZE INTO pw-title
           END-IF.
           MOVE business-date(5:2) TO report-month.
           MOVE business-date(1:4) TO report-year.
           PERFORM Load-Allocations.
                   NOT AT END
                       IF NOT emp-terminated
                           PERFORM Tally-Actual
                           PERFORM Count-Head
                       END-IF
               END-READ
           END-PERFORM.
      *    Split-charged employees spread across their allocation
      *    rows, the last row taking the rounding remainder; anyone
      *    else charges wholly to their master department.
           CALL "Employee_FTE" USING ft-function, employee-id,
               ft-percent, ft-result.
           COMPUTE fte-salary ROUNDED = salary * ft-percent / 100.
           MOVE 0 TO alloc-last.
           PERFORM VARYING alloc-idx FROM 1 BY 1
                   UNTIL alloc-idx > alloc-entries
           END-PERFORM.
           IF alloc-last = 0
               MOVE department TO tally-dept
               MOVE fte-salary TO tally-amount
               PERFORM Tally-Department
               EXIT PARAGRAPH
           END-IF.
                       ae-valid(alloc-idx) = "Y"
                   IF alloc-idx = alloc-last
                       COMPUTE alloc-share =
                           fte-salary - alloc-charged
                   ELSE
                       COMPUTE alloc-share ROUNDED = fte-salary
                           * ae-percent(alloc-idx) / 100
                   END-IF
                   ADD alloc-share TO alloc-charged
           END-PERFORM.

       Tally-Department.
      *    Salary plus the employer's costs on it.
           MOVE tally-amount TO ec-gross.
           CALL "Employer_Cost_Calc" USING tally-dept, ec-gross,
               ec-pension, ec-tax, ec-cost.
           MOVE ec-cost TO tally-amount.
           MOVE "N" TO found-flag.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
                   ADD 1 TO dept-entries
                   MOVE tally-dept TO dept-name(dept-entries)
                   MOVE tally-amount TO dept-actual(dept-entries)
                   MOVE 0 TO dept-heads(dept-entries)
                   MOVE 0 TO dept-fte(dept-entries)
                   MOVE 0 TO dept-budget(dept-entries)
                   MOVE 0 TO dept-ytd-actual(dept-entries)
                   MOVE 0 TO dept-ytd-budget(dept-entries)
               END-IF
           END-IF.

       Count-Head.
      *    One head, and the employee's FTE share, to the master
      *    department (its line exists once any cost was tallied
      *    to it; a wholly split-charged employee's home
      *    department is added here).
           MOVE department TO tally-dept.
           MOVE "N" TO found-flag.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dept-name(dept-idx) = tally-dept
                   ADD 1 TO dept-heads(dept-idx)
                   COMPUTE dept-fte(dept-idx) =
                       dept-fte(dept-idx) + ft-percent / 100
                   MOVE "Y" TO found-flag
               END-IF
           END-PERFORM.
           IF NOT dept-found AND dept-entries < 50
               ADD 1 TO dept-entries
               MOVE tally-dept TO dept-name(dept-entries)
               MOVE 0 TO dept-actual(dept-entries)
               MOVE 0 TO dept-budget(dept-entries)
               MOVE 0 TO dept-ytd-actual(dept-entries)
               MOVE 0 TO dept-ytd-budget(dept-entries)
               MOVE "N" TO dept-has-budget(dept-entries)
               MOVE 1 TO dept-heads(dept-entries)
               COMPUTE dept-fte(dept-entries) = ft-percent / 100
           END-IF.

       Attach-Budget.
      *    The current month's row is the month budget; every row
      *    up to and including it joins the YTD budget.
                   ADD 1 TO dept-entries
                   MOVE bud-department TO dept-name(dept-entries)
                   MOVE 0 TO dept-actual(dept-entries)
                   MOVE 0 TO dept-heads(dept-entries)
                   MOVE 0 TO dept-fte(dept-entries)
                   MOVE 0 TO dept-budget(dept-entries)
                   MOVE 0 TO dept-ytd-actual(dept-entries)
                   MOVE 0 TO dept-ytd-budget(dept-entries)
                       MOVE ds-month(5:2) TO snap-month-no
                       IF snap-year = report-year AND
                               snap-month-no < report-month
                           MOVE ds-salary TO ec-gross
                           CALL "Employer_Cost_Calc" USING ds-dept,
                               ec-gross, ec-pension, ec-tax, ec-cost
                           PERFORM VARYING dept-idx FROM 1 BY 1
                                   UNTIL dept-idx > dept-entries
                               IF dept-name(dept-idx) = ds-dept
                                   ADD ec-cost TO
                                       dept-ytd-actual(dept-idx)
                               END-IF
                           END-PERFORM
           MOVE "N" TO eof-flag.

       Print-Department.
      *    A department belongs to one company (see
      *    Company_Lookup).
           IF want-company NOT = SPACES
               MOVE "DEP" TO cl-function
               CALL "Company_Lookup" USING cl-function, cl-code,
                   dept-name(dept-idx), cl-name, cl-bank-code,
                   cl-account, cl-result
               IF cl-code NOT = want-company
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO pw-line.
           MOVE dept-heads(dept-idx) TO p-heads.
           MOVE dept-fte(dept-idx) TO p-fte.
           STRING "Department: " dept-name(dept-idx)
               "  heads " p-heads "  FTE " p-fte
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE dept-actual(dept-idx) TO p-actual.
