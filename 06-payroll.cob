      *    file), and net pay per employee, with column totals that
      *    cross-foot at the bottom of the register.
      *
      *    Salaried staff are paid their master salary, prorated
      *    for part-timers by their FTE percentage (Employee_FTE -
      *    the master carries the full-time equivalent); hourly staff
      *    (pay-type "H") are paid from the weekly timesheet file
      *    timesheets.dat at their master hourly-rate, with time and
      *    a half past 40 hours. Timesheet lines for unknown
      *    employee-ids or claiming more than 24 hours a day are
      *    rejected and reported.
      *
      *    Hourly staff are also credited 8 hours at their rate
      *    for every Monday-Friday holiday on holidays.dat that
      *    falls in the pay period on or after their hire date
      *    (Business_Calendar), shown as the "hol" hours on the
      *    employee's hourly line of the register (the amount line
      *    is full) and carried as holiday hours on paydetail.dat.
      *    A timesheet line keyed on a holiday is flagged on the
      *    register and its hours are paid at the holiday premium
      *    (time and a half) on top of the credit - they do not
      *    also count as ordinary or overtime hours. Holidays,
      *    like the working days unpaid leave is counted in, are
      *    those of the employee's own work-location (see
      *    Business_Calendar).
      *
      *    Timesheet lines keyed with start and end times (see
      *    Timesheet_Entry) earn the shift differential for every
      *    hour that falls inside a window of the rule table
      *    diffrules.dat:
      *       department X(20)   spaces = every department
      *       from       9(4)    HHMM window start
      *       to         9(4)    HHMM window end; earlier than
      *                          from = the window spans midnight
      *       premium    9(3)v99 paid per hour inside the window
      *    A department with rules of its own uses only those; the
      *    rest use the all-department rules. The differential
      *    hours show as "diff" on the employee's hourly line of
      *    the register and are carried on paydetail.dat; old
      *    lines without times earn none.
      *
      *    Callout time logged on callouts.dat (Callout_Entry) in
      *    the pay period is paid as overtime under the rule table
      *    calloutrules.dat:
      *       department  X(20)    spaces = every department
      *       min-hours   9(2)v99  least hours paid per callout
      *       multiplier  9v99     times the hourly rate
      *    A department with a rule of its own uses it, the rest
      *    the all-department rule; no calloutrules.dat means no
      *    callout pay (claims go on corrections.dat as before).
      *    Callouts of one engineer that overlap or touch are paid
      *    as one callout (one minimum), and a callout whose end
      *    is earlier than its start ran past midnight. Engineers
      *    are matched to the master by parsed name the same way
      *    as the on-call premium; the hourly rate is the master
      *    hourly-rate, or for salaried staff salary * 12 / 2080.
      *    The callout pay is added to gross, shown on the register
      *    and carried (hours and pay) on paydetail.dat; callout
      *    engineers matching no employee are reported.
      *
      *    Approved unpaid leave (type "U" on leavetaken.dat, see
      *    Leave_Approval) reduces a salaried employee's gross in
      *    the period it falls in: salary times the unpaid working
      *    days in the period over the period's working days
      *    (Business_Calendar), never below zero. The unpaid days
      *    and amount are shown on the register and carried on
      *    paydetail.dat.
      *
      *    Terminated employees are excluded from the register and
      *    the grand total. Set the INCLUDE_TERMINATED run
      *    parameter to Y (a runparams.dat setting, see
      *    Run_Parameter; the environment variable of the same
      *    name is only the fallback when no row is set) to list
      *    them on demand - they are marked "(terminated)" and
      *    still kept out of the grand total.
      *
      *    All report lines are routed through the shared
      *    Print_Writer subprogram (see 06-printwriter.cob), which
      *    (Annual_Statement) are printed from it.
      *
      *    Besides the regular cycle there is an off-cycle run mode
      *    (run parameter OFF_CYCLE_RUN=Y, see Run_Parameter) for
      *    corrections and bonuses: it pays only the lines on
      *    corrections.dat (employee-id, amount, reason), runs them
      *    through the same Deduction_Calc and audit path, and
      *    stamps run-type "O" into payhist.dat and the bank/GL
      *    files so it never closes the period or trips the
      *    double-pay check. No run of either kind posts into a
      *    year sealed by Year_End_Close (closedyears.dat) until an
      *    ADMIN reopens it on Year_Reopen.
      *
      *    Deductions are taken at the rates and tax brackets in
      *    force on the last day of the pay period being paid (the
      *    effective-dated rows of dedrates.dat / taxbrackets.dat,
      *    see Deduction_Calc). An off-cycle correction belonging
      *    to an earlier period can be computed at that period's
      *    rates by naming it in the DEDUCTION_PERIOD run
      *    parameter (YYYYMM, as on the pay-period calendar); left
      *    blank, it uses the current period's like the regular
      *    cycle.
      *
      *    Every run is a TRIAL unless the PAYROLL_MODE run
      *    parameter is COMMIT: the trial computes everything,
      *    writes the preview register (payrolltrial.rpt) with a
      *    variance-to-last-period summary, and produces NO money
      *    files. The commit only
      *    runs once an operator has approved the trial on the
      *    Payroll_Approve screen, and the approval (who and when)
      *    is stamped into payhist.dat alongside the run.
      *
      *    The employer's own costs - its pension match and the
      *    employer payroll taxes - are computed per employee by
      *    the shared Employer_Cost_Calc from errates.dat (the
      *    dedrates.dat layout, default row and department rows),
      *    carried on paydetail.dat, posted to their own GL
      *    accounts through the ERPENSION and ERTAX components of
      *    glaccounts.dat, and shown in the register's "total cost
      *    of employment" column (gross plus both). They are not
      *    deductions: net pay and the cross-footing are unchanged.
      *
      *    Every instruction deduction actually taken by a commit
      *    (garnishments, union dues) is journalled with its payee
      *    and payee reference to the withholding journal
      *    dedwithheld.dat, which Third_Party_Remit totals per
      *    payee for accounts payable after the run.
      *
      *    Expense claims approved on the Expense_Approval screen
      *    (expclaims.dat) are paid by the next run, regular or
      *    off-cycle, whichever comes first: added to the net after
      *    every deduction (reimbursements are not taxable and no
      *    garnishment reaches them), carried on paydetail.dat,
      *    included in the bank file with the net, and posted per
      *    category to the expense accounts mapped for the "EXP"
      *    components of glaccounts.dat (EXPTRAVEL for TRAVEL, and
      *    so on). A commit stamps the claims it paid "D" with the
      *    pay period.
      *
      *    Once benefits.dat exists (Benefits_Maint), the INSURANCE
      *    deduction is the employee's share for the plan and tier
      *    in force on the business date (Benefits_Lookup, rates
      *    from planrates.dat) instead of the department rate: a
      *    waived or unenrolled employee pays none, and a plan
      *    missing from planrates.dat keeps the department rate
      *    with a warning on the register. Off-cycle pay takes no
      *    INSURANCE from enrolled staff - the monthly share comes
      *    out of the regular run only.
      *
      *    A commit's bankfile.dat and glpost.dat are entered on the
      *    outbound transmission register transmit.dat (see
      *    Transmit_Log) once they prove - the bank file with its
      *    trailer count and hash, the GL file with its line count
      *    and debit total - for the receivers' acknowledgements
      *    to be matched against (Transmit_Ack). A file that does
      *    not prove is not registered as released.
      *
      *    A trial also writes each employee it would pay to
      *    paytrialdet.dat (the paydetail.dat layout, replaced by
      *    every trial) for Payroll_Screening's red-flag checks,
      *    which Payroll_Approve insists are acknowledged first.
      *
      *    Project labour: a regular commit takes the period's
      *    rows from projlabour.dat (see Project_Costing) off the
      *    charging department's GROSS debit and debits them to
      *    each project instead - the account of the PROJLABOR
      *    row on glaccounts.dat for the project's owning
      *    department (else the default row), the project code as
      *    the cost center. A missing PROJLABOR mapping halts the
      *    posting like any other. Salaried staff's project lines
      *    on timesheets.dat are for the costing only and are not
      *    paid.
      *
      *    A timesheet line whose employee id fails its check
      *    digit (see Check_Digit) is rejected as mistyped - it
      *    could pay the wrong person - and so is such a line on
      *    corrections.dat, under EMPLOYEE_ID_CHECK=ENFORCE; by
      *    default, while the old ids are in use, it is only
      *    flagged.
      *
      *    Companies: the master pays people for more than one
      *    legal entity (company-code, see Company_Lookup). The
      *    register is taken one company at a time, in the order
      *    the master first meets them, each under its own section
      *    heading and closed by the company's own totals; each
      *    company is its own batch on bankfile.dat, its header
      *    carrying the company, its bank and the account the
      *    batch is debited to, its trailer the batch's count and
      *    hash. The GL postings are grouped by company, every
      *    line carrying it, and each department/component is
      *    mapped by the company's own glaccounts.dat row before
      *    the all-company (blank) one; project labour belongs to
      *    the company of the charging department. The trial
      *    balance is per account and company. A master paying
      *    for one company prints no section lines.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS history-status.
           SELECT OPTIONAL detail-file ASSIGN TO "paydetail.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT trialdet-file ASSIGN TO "paytrialdet.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL withheld-file ASSIGN TO "dedwithheld.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT corrections-file ASSIGN TO "corrections.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS corrections-status.
           SELECT claims-file ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS claims-status.
           SELECT flag-file ASSIGN TO "paybycheck.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS flag-status.
           SELECT timesheet-file ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS timesheet-status.
           SELECT OPTIONAL labour-file ASSIGN TO "projlabour.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS labour-status.
           SELECT schedule-file ASSIGN TO "oncallsched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS schedule-status.
           SELECT leavetaken-file ASSIGN TO "leavetaken.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS leavetaken-status.
           SELECT diffrules-file ASSIGN TO "diffrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS diffrules-status.
           SELECT callrules-file ASSIGN TO "calloutrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS callrules-status.
           SELECT callout-file ASSIGN TO "callouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS callout-status.
           SELECT OPTIONAL year-file ASSIGN TO "closedyears.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS year-status.
      ****************************
       DATA DIVISION.

           05  gl-date         PIC 9(8).
           05  gl-amount       PIC 9(11)v9(2).
           05  gl-run-type     PIC X.
           05  gl-company      PIC X(2).

      *    Employee advance/loan accounts (see Loan_Maint): the
      *    repayment comes off after the instruction deductions
           05  ga-component PIC X(9).
           05  ga-debit     PIC X(8).
           05  ga-credit    PIC X(8).
           05  ga-company   PIC X(2).

      *    Employee bank-details master (see Bank_Details_Maint):
      *    the deposit-versus-check split rests strictly on this
           05  bh-type     PIC X.
           05  bh-date     PIC 9(8).
           05  bh-run-type PIC X.
           05  bh-company  PIC X(2).
           05  bh-bank-code PIC X(6).
           05  bh-debit-account PIC X(10).
           05  bh-filler   PIC X(27).
       01  bank-detail.
           05  bd-type     PIC X.
           05  bd-employee-id PIC X(6).
           05  bt-type     PIC X.
           05  bt-count    PIC 9(6).
           05  bt-hash     PIC 9(10)V9(2).
           05  bt-company  PIC X(2).
           05  bt-filler   PIC X(34).

      *    Pay-period run history: one record per closed run, so a
      *    re-run for an already-closed period can be refused (see
           05  pd-insurance PIC 9(7)v9(2).
           05  pd-net      PIC S9(7)v9(2).
           05  pd-run-type PIC X.
           05  pd-er-pension PIC 9(7)v9(2).
           05  pd-er-tax   PIC 9(7)v9(2).
           05  pd-expenses PIC 9(7)v9(2).
           05  pd-holiday-hours PIC 9(3)v9(2).
           05  pd-diff-hours PIC 9(3)v9(2).
           05  pd-unpaid-days PIC 9(2)v9(1).
           05  pd-unpaid-amount PIC 9(7)v9(2).
           05  pd-callout-hours PIC 9(3)v9(2).
           05  pd-callout-pay PIC 9(7)v9(2).

      *    The trial's would-be pay details, paydetail.dat layout.
       FD  trialdet-file.
       01  trialdet-record PIC X(159).

      *    Withholding journal: one record per instruction
      *    deduction taken by a commit, carrying who the money is
      *    owed to - Third_Party_Remit pays it over from here.
       FD  withheld-file.
       01  withheld-record.
           05  dw-period   PIC X(6).
           05  dw-date     PIC 9(8).
           05  dw-employee-id PIC X(6).
           05  dw-name     PIC X(30).
           05  dw-type     PIC X(10).
           05  dw-payee    PIC X(20).
           05  dw-payee-ref PIC X(20).
           05  dw-amount   PIC 9(7)v9(2).
           05  dw-run-type PIC X.

      *    Cost allocation for split-charged employees (e.g. the
      *    maintenance engineers split 60/40 between Operations and
           05  al-department  PIC X(20).
           05  al-percent     PIC 9(3)v9(2).

      *    Expense claims (see Expense_Claim_Entry): approved
      *    claims are paid with the net and stamped paid.
       FD  claims-file.
       01  claims-record.
           05  ex-employee-id PIC X(6).
           05  ex-date        PIC 9(8).
           05  ex-category    PIC X(6).
           05  ex-amount      PIC 9(5)v9(2).
           05  ex-description PIC X(30).
           05  ex-status      PIC X.
           05  ex-entered     PIC 9(8).
           05  ex-approver    PIC X(6).
           05  ex-decided     PIC 9(8).
           05  ex-paid-period PIC X(6).

      *    Employees whose last deposit bounced (see Bank_Returns):
      *    they are left out of the bank file and paid by check
      *    through Check_Print until the flag is cleared.
           05  ts-date        PIC 9(8).
           05  ts-hours       PIC 9(2)v9(2).
           05  ts-approved    PIC X.
           05  ts-start       PIC X(4).
           05  ts-end         PIC X(4).
           05  ts-keyed-by    PIC X(20).
           05  ts-approved-by PIC X(20).
           05  ts-project     PIC X(8).

      *    Project labour ledger (see Project_Costing).
       FD  labour-file.
       COPY "06-projlabour.cpy".

      *    Approved leave released by Leave_Approval; only the
      *    unpaid ("U") lines matter to the payroll.
       FD  leavetaken-file.
       01  leavetaken-record.
           05  tk-employee-id PIC X(6).
           05  tk-date        PIC 9(8).
           05  tk-days        PIC 9(2)v9(1).
           05  tk-type        PIC X.

      *    Shift differential windows (night shift and the like).
       FD  diffrules-file.
       01  diffrules-record.
           05  dr-dept         PIC X(20).
           05  dr-from         PIC 9(4).
           05  dr-to           PIC 9(4).
           05  dr-premium      PIC 9(3)v9(2).

      *    Callout overtime rules and the callout incident log
      *    (layout in Callout_Entry).
       FD  callrules-file.
       01  callrules-record.
           05  cu-dept         PIC X(20).
           05  cu-min-hours    PIC 9(2)v9(2).
           05  cu-multiplier   PIC 9v9(2).
       FD  callout-file.
       01  callout-record.
           05  co-date         PIC 9(8).
           05  co-engineer     PIC X(20).
           05  co-start        PIC 9(4).
           05  co-start-hm REDEFINES co-start.
               10  co-start-hh PIC 99.
               10  co-start-mm PIC 99.
           05  co-end          PIC 9(4).
           05  co-end-hm REDEFINES co-end.
               10  co-end-hh   PIC 99.
               10  co-end-mm   PIC 99.
           05  co-summary      PIC X(40).
           05  co-tier         PIC X.

      *    On-call assignments written by On_Call_Calendar; each
      *    covered day earns the engineer a shift premium, each
      *    backup day (tier "B") the lower backup premium.
       FD  schedule-file.
       01  schedule-record.
           05  sched-date      PIC 9(8).
           05  sched-weekday   PIC X(9).
           05  sched-engineer  PIC X(20).
           05  sched-tier      PIC X.

      *    Payroll years sealed by Year_End_Close (layout there);
      *    the latest row for a year is its state.
       FD  year-file.
       01  year-record.
           05  cy-year         PIC X(4).
           05  cy-status       PIC X.
           05  FILLER          PIC X(118).

       WORKING-STORAGE SECTION.
       01  total-salary    PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  total-instr     PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  total-loans     PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  total-net       PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  total-er-pension PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  total-er-tax    PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  total-cost      PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  total-expenses  PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  cross-foot      PIC S9(13)v9(2) USAGE COMP-3.
       01  gross-pay       PIC 9(7)v9(2).
       01  tax-amount      PIC 9(7)v9(2).
       01  pension-amount  PIC 9(7)v9(2).
       01  insurance-amount PIC 9(7)v9(2).
       01  net-amount      PIC S9(7)v9(2).
      *    Employer-side costs (see Employer_Cost_Calc).
       01  ec-gross        PIC 9(11)v9(2).
       01  ec-pension      PIC 9(11)v9(2).
       01  ec-tax          PIC 9(11)v9(2).
       01  ec-cost         PIC 9(11)v9(2).
      *    Benefits election in force (see Benefits_Lookup).
       01  bl-plan         PIC X(4).
       01  bl-tier         PIC X.
       01  bl-eff-date     PIC 9(8).
       01  bl-contribution PIC 9(7)v9(2).
       01  bl-premium      PIC 9(7)v9(2).
       01  bl-status       PIC X.
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3) VALUE "GET".
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
       01  fte-salary      PIC 9(7)v9(2).
       01  p-fte           PIC ZZ9.99.
       01  er-pension-amount PIC 9(7)v9(2).
       01  er-tax-amount   PIC 9(7)v9(2).
       01  cost-amount     PIC 9(7)v9(2).
       01  p-cost          PIC $$$,$$$,$$9.99.
       01  p-er-pension    PIC $$$,$$$,$$9.99.
       01  p-er-tax        PIC $$$,$$$,$$9.99.
       01  p-salary        PIC $$$,$$$,$$9.99.
       01  p-tax           PIC $$$,$$$,$$9.99.
       01  p-pension       PIC $$$,$$$,$$9.99.
           05  gl-dept-instr   PIC S9(11)v9(2) USAGE COMP-3.
           05  gl-dept-loan    PIC S9(11)v9(2) USAGE COMP-3.
           05  gl-dept-net     PIC S9(11)v9(2) USAGE COMP-3.
           05  gl-dept-erpens  PIC S9(11)v9(2) USAGE COMP-3.
           05  gl-dept-ertax   PIC S9(11)v9(2) USAGE COMP-3.
           05  gl-dept-company PIC X(2).
       01  gl-dept-entries PIC 99 VALUE 0.
       01  gl-dept-idx     PIC 99.
       01  gl-found-flag   PIC X.
       01  credit-total    PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  bank-count      PIC 9(6) VALUE 0.
       01  bank-hash       PIC 9(10)V9(2) VALUE 0.
      *    The legal entities on the master, in the order first
      *    met (see Company_Lookup), and where each company's
      *    section of the register and batch of the bank file
      *    started.
       01  company-table OCCURS 20.
           05  co-code     PIC X(2).
           05  co-name     PIC X(30).
           05  co-bank-code PIC X(6).
           05  co-account  PIC X(10).
       01  company-entries PIC 99 VALUE 0.
       01  company-idx     PIC 99.
       01  company-hit     PIC 99.
       01  employee-company PIC X(2).
       01  cl-function     PIC X(3).
       01  cl-code         PIC X(2).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
       01  section-bank-count PIC 9(6).
       01  section-bank-hash PIC 9(10)V9(2).
       01  section-paid    PIC 9(6).
       01  section-gross   PIC S9(13)v9(2) USAGE COMP-3.
       01  section-net     PIC S9(13)v9(2) USAGE COMP-3.
       01  section-cost    PIC S9(13)v9(2) USAGE COMP-3.
       01  p-section-paid  PIC ZZZ,ZZ9.
       01  history-status  PIC XX.
       01  detail-count    PIC 9(5) VALUE 0.
       01  withheld-count  PIC 9(5) VALUE 0.
      *    "R" regular cycle, "O" off-cycle (corrections/bonuses,
      *    OFF_CYCLE_RUN=Y); the run type is stamped into
      *    payhist.dat and the bank/GL files.
           05  ce-matched  PIC X.
       01  corr-entries    PIC 9(3) VALUE 0.
       01  corr-idx        PIC 9(3).
      *    Every row of expclaims.dat, so a commit can write the
      *    file back with the paid stamps; only status "A" pays.
       01  claims-status   PIC XX.
       01  claim-table OCCURS 300.
           05  ct-id       PIC X(6).
           05  ct-date     PIC 9(8).
           05  ct-category PIC X(6).
           05  ct-amount   PIC 9(5)v9(2).
           05  ct-description PIC X(30).
           05  ct-status   PIC X.
           05  ct-entered  PIC 9(8).
           05  ct-approver PIC X(6).
           05  ct-decided  PIC 9(8).
           05  ct-paid-period PIC X(6).
       01  claim-entries   PIC 9(3) VALUE 0.
       01  claim-idx       PIC 9(3).
       01  claims-approved PIC 9(3) VALUE 0.
       01  claims-paid     PIC 9(3) VALUE 0.
       01  expense-amount  PIC 9(7)v9(2).
       01  p-expense       PIC $$$,$$$,$$9.99.
      *    Expense GL totals per department and category component.
       01  exp-gl-table OCCURS 60.
           05  eg-dept     PIC X(20).
           05  eg-component PIC X(9).
           05  eg-amount   PIC S9(11)v9(2) USAGE COMP-3.
           05  eg-company  PIC X(2).
       01  exp-gl-entries  PIC 99 VALUE 0.
       01  exp-gl-idx      PIC 99.
       01  exp-gl-hit      PIC 99.
       01  exp-component   PIC X(9).
       01  flag-status     PIC XX.
       01  flag-table OCCURS 100.
           05  fe-id       PIC X(6).
       01  gl-post-instr   PIC S9(9)v9(2).
       01  gl-post-loan    PIC S9(9)v9(2).
       01  gl-post-net     PIC S9(9)v9(2).
       01  gl-post-erpens  PIC S9(9)v9(2).
       01  gl-post-ertax   PIC S9(9)v9(2).
      *    GL account mapping (glaccounts.dat) and the per-account
      *    totals for the trial balance.
       01  glaccounts-status PIC XX.
           05  mt-component PIC X(9).
           05  mt-debit     PIC X(8).
           05  mt-credit    PIC X(8).
           05  mt-company   PIC X(2).
       01  map-entries     PIC 99 VALUE 0.
       01  map-idx         PIC 99.
       01  map-hit         PIC 99.
       01  map-rank        PIC 9.
       01  row-rank        PIC 9.
       01  find-component  PIC X(9).
       01  find-dept       PIC X(20).
       01  find-company    PIC X(2).
      *    The period's project labour (projlabour.dat), per
      *    project and charging department: debited to the
      *    project through its PROJLABOR mapping in place of the
      *    department's GROSS debit.
       01  labour-status   PIC XX.
       01  proj-gl-table OCCURS 200.
           05  pg-project      PIC X(8).
           05  pg-owner        PIC X(20).
           05  pg-dept         PIC X(20).
           05  pg-amount       PIC S9(11)v9(2) USAGE COMP-3.
           05  pg-company      PIC X(2).
       01  proj-gl-entries PIC 999 VALUE 0.
       01  proj-gl-idx     PIC 999.
       01  proj-gl-hit     PIC 999.
       01  project-reclass PIC S9(11)v9(2).
       01  dept-gross-left PIC S9(11)v9(2).
       01  full-amount     PIC S9(11)v9(2).
       01  projlabour-component PIC X(9) VALUE "PROJLABOR".
       01  component-names.
           05  FILLER PIC X(9) VALUE "GROSS".
           05  FILLER PIC X(9) VALUE "TAX".
           05  FILLER PIC X(9) VALUE "INSTRUCT".
           05  FILLER PIC X(9) VALUE "LOAN".
           05  FILLER PIC X(9) VALUE "NET".
           05  FILLER PIC X(9) VALUE "ERPENSION".
           05  FILLER PIC X(9) VALUE "ERTAX".
       01  component-table REDEFINES component-names.
           05  component-name PIC X(9) OCCURS 9.
       01  component-idx   PIC 9.
       01  component-amount PIC S9(11)v9(2).
       01  posting-halted  PIC X.
       01  acct-table OCCURS 60.
           05  act-account PIC X(8).
           05  act-company PIC X(2).
           05  act-debits  PIC S9(13)v9(2) USAGE COMP-3.
           05  act-credits PIC S9(13)v9(2) USAGE COMP-3.
       01  acct-entries    PIC 99 VALUE 0.
       01  charged-instr   PIC S9(9)v9(2).
       01  charged-loan    PIC S9(9)v9(2).
       01  charged-net     PIC S9(9)v9(2).
       01  charged-erpens  PIC S9(9)v9(2).
       01  charged-ertax   PIC S9(9)v9(2).
       01  timesheet-status PIC XX.
       01  business-time   PIC 9(8).
      *    Per-employee weekly hours aggregated from the timesheet
       01  ts-table OCCURS 200.
           05  tse-id      PIC X(6).
           05  tse-hours   PIC 9(4)v9(2).
           05  tse-hol-worked PIC 9(4)v9(2).
      *        Minutes worked inside each differential window.
           05  tse-rule-minutes PIC 9(5) OCCURS 20.
           05  tse-matched PIC X.
       01  ts-entries      PIC 9(3) VALUE 0.
       01  ts-idx          PIC 9(3).
       01  overtime-hours  PIC 9(4)v9(2).
       01  p-hours         PIC ZZ9.99.
       01  shift-premium   CONSTANT 50.00.
       01  backup-premium  CONSTANT 20.00.
      *    Holiday pay for hourly staff: the hours credited per
      *    weekday holiday, and the premium on hours worked on one.
       01  holiday-day-hours CONSTANT 8.
       01  holiday-premium CONSTANT 1.5.
       01  holiday-hours   PIC 9(3)v9(2).
       01  holiday-worked  PIC 9(4)v9(2).
       01  holiday-line-count PIC 9(5) VALUE 0.
       01  total-holiday-hours PIC 9(7)v9(2) VALUE 0.
       01  p-hol-hours     PIC ZZ9.99.
       01  p-total-hours   PIC Z,ZZZ,ZZ9.99.
       01  period-start    PIC 9(8).
       01  period-end      PIC 9(8).
       01  hol-from-date   PIC 9(8).
       01  next-month-date PIC 9(8).
      *    The day whose deduction rates apply (Deduction_Calc).
       01  rate-date       PIC 9(8).
       01  deduction-period PIC X(6).
      *    Shift differential rules and the clock arithmetic that
      *    lays a shift over them (minutes from midnight of the
      *    work date; a window or shift past midnight runs beyond
      *    1440).
       01  diffrules-status PIC XX.
       01  rule-table OCCURS 20.
           05  rt-dept     PIC X(20).
           05  rt-from     PIC 9(4).
           05  rt-to       PIC 9(4).
           05  rt-premium  PIC 9(3)v9(2).
       01  rule-entries    PIC 99 VALUE 0.
       01  rule-idx        PIC 99.
       01  dept-rules      PIC X.
       01  clock-value.
           05  clock-hh    PIC 99.
           05  clock-mm    PIC 99.
       01  clock-minutes   PIC 9(4).
       01  line-from       PIC 9(4).
       01  line-to         PIC 9(4).
       01  window-from     PIC S9(5).
       01  window-to       PIC S9(5).
       01  window-shift    PIC S9(5).
       01  overlap-from    PIC S9(5).
       01  overlap-to      PIC S9(5).
       01  emp-ts-hit      PIC 9(3).
       01  diff-minutes    PIC 9(5).
       01  diff-hours      PIC 9(3)v9(2).
       01  diff-pay        PIC 9(7)v9(2).
       01  total-diff-hours PIC 9(7)v9(2) VALUE 0.
       01  p-diff-hours    PIC ZZ9.99.
       01  p-diff-pay      PIC $$$,$$9.99.
      *    Callout overtime: the rules, the engineers on the log
      *    (matched like the on-call table) and their callouts in
      *    the period as minutes from day 1 of the calendar.
       01  callrules-status PIC XX.
       01  callout-status  PIC XX.
       01  callrule-table OCCURS 20.
           05  cut-dept    PIC X(20).
           05  cut-min     PIC 9(2)v9(2).
           05  cut-mult    PIC 9v9(2).
       01  callrule-entries PIC 99 VALUE 0.
       01  callrule-idx    PIC 99.
       01  callrule-hit    PIC 99.
       01  callout-eng-table OCCURS 50.
           05  cg-first-name   PIC X(20).
           05  cg-last-name    PIC X(20).
           05  cg-full-name    PIC X(20).
           05  cg-matched      PIC X.
       01  callout-eng-entries PIC 99 VALUE 0.
       01  cg-idx          PIC 99.
       01  cg-hit          PIC 99.
       01  callout-table OCCURS 300.
           05  ci-eng      PIC 99.
           05  ci-start    PIC 9(11).
           05  ci-end      PIC 9(11).
           05  ci-used     PIC X.
       01  callout-entries PIC 9(3) VALUE 0.
       01  ci-idx          PIC 9(3).
       01  ci-next         PIC 9(3).
       01  block-start     PIC 9(11).
       01  block-end       PIC 9(11).
       01  block-hours     PIC 9(3)v9(2).
       01  callout-count   PIC 9(3).
       01  callout-hours   PIC 9(3)v9(2).
       01  callout-pay     PIC 9(7)v9(2).
       01  callout-rate    PIC 9(5)v9(2).
       01  total-callout-hours PIC 9(7)v9(2) VALUE 0.
       01  total-callout-pay   PIC 9(9)v9(2) VALUE 0.
       01  p-callout-pay   PIC $$$,$$9.99.
       01  p-callout-mult  PIC 9.99.
       01  p-callout-count PIC ZZ9.
      *    Unpaid leave days per employee falling in the period.
       01  leavetaken-status PIC XX.
       01  unpaid-table OCCURS 200.
           05  ul-id       PIC X(6).
           05  ul-days     PIC 9(3)v9(1).
       01  unpaid-entries  PIC 9(3) VALUE 0.
       01  unpaid-idx      PIC 9(3).
       01  unpaid-hit      PIC 9(3).
       01  unpaid-days     PIC 9(2)v9(1).
       01  unpaid-amount   PIC 9(7)v9(2).
       01  total-unpaid    PIC 9(9)v9(2) VALUE 0.
       01  period-work-days PIC S9(5).
      *    Each employee's work-location, for the holidays they
      *    keep (see Business_Calendar), and pay type.
       01  location-table OCCURS 500.
           05  lc-id       PIC X(6).
           05  lc-location PIC X(2).
           05  lc-pay-type PIC X.
       01  location-entries PIC 9(3) VALUE 0.
       01  location-idx    PIC 9(3).
       01  location-id     PIC X(6).
       01  employee-location PIC X(2).
       01  employee-pay-type PIC X.
       01  project-only-count PIC 9(5) VALUE 0.
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  leave-day-int   PIC 9(8).
       01  leave-left      PIC 9(2)v9(1).
       01  leave-portion   PIC 9(2)v9(1).
       01  leave-in-period PIC 9(3)v9(1).
       01  leave-guard     PIC 9(4).
       01  p-unpaid-days   PIC Z9.9.
       01  p-work-days     PIC ZZ9.
       01  p-unpaid-amount PIC $$$,$$9.99.
       01  schedule-status PIC XX.
      *    Shift counts per scheduled engineer, matched against the
      *    master by parsed name (Name_Parser conventions).
           05  oc-last-name    PIC X(20).
           05  oc-full-name    PIC X(20).
           05  oc-shifts       PIC 99.
           05  oc-backups      PIC 99.
           05  oc-matched      PIC X.
       01  oncall-entries  PIC 99 VALUE 0.
       01  oc-idx          PIC 99.
               10  dia-type    PIC X(10).
               10  dia-amount  PIC 9(7)v9(2).
               10  dia-left    PIC 9(7)v9(2).
               10  dia-payee   PIC X(20).
               10  dia-payee-ref PIC X(20).
       01  dia-idx         PIC 9.
       01  p-instr         PIC $$$,$$$,$$9.99.
       01  p-left          PIC $$$,$$$,$$9.99.
       01  pp-payment      PIC 9(8).
       01  pp-status       PIC X.
       01  bc-function     PIC X(3).
       01  bc-date-1       PIC 9(8).
       01  bc-date-2       PIC 9(8).
       01  bc-result       PIC S9(5).
       01  period-closed   PIC X VALUE "N".
           88  period-is-closed VALUE "Y".
       01  year-status     PIC XX.
       01  year-state      PIC X VALUE SPACE.
           88  year-is-closed VALUE "C".
       01  override-flag   PIC X.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Payroll_Register".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Outbound transmission register (see Transmit_Log).
       01  tx-file-name    PIC X(30).
       01  tx-record-count PIC 9(6).
       01  tx-amount-total PIC 9(11)v9(2).
       01  gl-line-count   PIC 9(6) VALUE 0.
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60) VALUE "Payroll Register".
       01  pw-filename     PIC X(255) VALUE "payroll.rpt".
      ****************************
       PROCEDURE DIVISION.

           MOVE "INCLUDE_TERMINATED" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO include-terminated.
           CALL "Get_Business_Date" USING business-date,
               business-time.

      *    One run per pay period: the period identifier is the
      *    business year-month, and a period already on the history
      *    file is closed. A re-run is refused unless a supervisor
      *    override is given (run parameter SUPERVISOR_OVERRIDE=Y,
      *    see Run_Parameter).
      *    Payroll should run on a working day (see
      *    Business_Calendar); a weekend or holiday run is almost
      *    always an operator on the wrong date.
      *    the corrections file, through the same deduction and
      *    audit path as regular pay; the regular double-pay check
      *    does not apply to it, and it never closes the period.
           MOVE "OFF_CYCLE_RUN" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO off-cycle-text.
           IF off-cycle-text = "Y" OR off-cycle-text = "y"
               MOVE "O" TO run-type
               PERFORM Load-Corrections
               PERFORM Load-Claims
               IF corr-entries = 0 AND claims-approved = 0
                   DISPLAY "[-] Off-cycle run requested but "
                       "corrections.dat is empty or missing and no "
                       "expense claims are approved - nothing to "
                       "pay, run refused."
                   GOBACK
               END-IF
           ELSE
               PERFORM Load-Work-Locations
               PERFORM Load-Diff-Rules
               PERFORM Load-Timesheets
               PERFORM Load-Oncall-Schedule
               PERFORM Load-Claims
           END-IF.

      *    Trial unless the operator says commit: the trial
      *    computes and previews everything but writes none of the
      *    money files; the commit only runs against a trial
      *    approved on the Payroll_Approve screen.
           MOVE "PAYROLL_MODE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO mode-text.
           IF FUNCTION UPPER-CASE(mode-text) = "COMMIT"
               MOVE "COMMIT" TO run-mode
               DISPLAY "[+] COMMIT run - money files will be "
               pp-status.
           IF pp-status = "Y"
               MOVE pp-period TO period-id
               MOVE pp-start TO period-start
               MOVE pp-end TO period-end
               IF business-date NOT = pp-payment
                   DISPLAY "[-] Warning: the calendar pays period "
                       period-id " on " pp-payment ", not "
               END-IF
           ELSE
               MOVE business-date(1:6) TO period-id
               MOVE business-date TO period-start
               MOVE "01" TO period-start(7:2)
               COMPUTE next-month-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(period-start) + 31)
               MOVE "01" TO next-month-date(7:2)
               COMPUTE period-end = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(next-month-date) - 1)
               DISPLAY "[+] No pay-period calendar row for "
                   business-date " - using month " period-id "."
           END-IF.
           MOVE period-end TO rate-date.
           IF off-cycle-run
               PERFORM Find-Deduction-Period
           END-IF.
           PERFORM Check-Period.
      *    Nothing posts into a year Year_End_Close has sealed -
      *    its statements are out - unless an ADMIN reopened it.
           PERFORM Check-Year.
           IF year-is-closed THEN
               DISPLAY "[-] Pay year " period-id(1:4) " is closed "
                   "(Year_End_Close) - run refused. An ADMIN must "
                   "reopen it on Year_Reopen first."
               GOBACK
           END-IF.
           IF NOT off-cycle-run
               PERFORM Load-Unpaid-Leave
               PERFORM Load-Callout-Rules
               PERFORM Load-Callouts
           END-IF.
           IF period-is-closed AND NOT off-cycle-run THEN
               MOVE "SUPERVISOR_OVERRIDE" TO rp-name
               CALL "Run_Parameter" USING rp-function, jl-job-name,
                   rp-name, rp-value, rp-result
               MOVE rp-value TO override-flag
               IF override-flag = "Y" OR override-flag = "y"
                   DISPLAY "[+] Period " period-id " already "
                       "closed - re-running under supervisor "

           IF commit-mode
               OPEN EXTEND detail-file
               OPEN EXTEND withheld-file
               OPEN OUTPUT bank-file
           ELSE
               OPEN OUTPUT trialdet-file
           END-IF.

      *    One pass of the master per company it pays.
           PERFORM Load-Companies.
           PERFORM VARYING company-idx FROM 1 BY 1
                   UNTIL company-idx > company-entries
               PERFORM Register-Company
           END-PERFORM.
           IF commit-mode
               CLOSE detail-file
               CLOSE withheld-file
               DISPLAY "[+] " detail-count " detail record(s) "
                   "added to 'paydetail.dat'."
               DISPLAY "[+] " withheld-count " withholding(s) "
                   "added to 'dedwithheld.dat'."
           ELSE
               CLOSE trialdet-file
           END-IF.

      *    Any timesheet left unmatched carries an employee-id that
                   PERFORM Print-Line
               END-IF
           END-PERFORM.
           PERFORM VARYING cg-idx FROM 1 BY 1
                   UNTIL cg-idx > callout-eng-entries
               IF cg-matched(cg-idx) NOT = "Y"
                   MOVE SPACES TO pw-line
                   STRING "[-] Callout engineer '"
                       FUNCTION TRIM(cg-full-name(cg-idx))
                       "' matched no employee - callout pay NOT "
                       "paid!"
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-PERFORM.
           IF terminated-count > 0 THEN
               MOVE SPACES TO pw-line
               STRING "Terminated (excluded from total): "
           STRING "Total loans     : " p-total-salary
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE total-expenses TO p-total-salary.
           STRING "Total expenses  : " p-total-salary
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF total-holiday-hours > 0
               MOVE total-holiday-hours TO p-total-hours
               STRING "Holiday hours   : " p-total-hours
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           IF total-diff-hours > 0
               MOVE total-diff-hours TO p-total-hours
               STRING "Differential hrs: " p-total-hours
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           IF total-callout-hours > 0
               MOVE total-callout-hours TO p-total-hours
               STRING "Callout hours   : " p-total-hours
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               MOVE total-callout-pay TO p-total-salary
               STRING "Callout pay     : " p-total-salary
                   " (in gross)"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           IF total-unpaid > 0
               MOVE total-unpaid TO p-total-salary
               STRING "Unpaid leave    : " p-total-salary
                   " (already out of gross)"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           MOVE total-net TO p-total-salary.
           STRING "Total net       : " p-total-salary
               DELIMITED BY SIZE INTO pw-line.
           STRING "Grand total for pay period: " p-total-salary
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE total-er-pension TO p-total-salary.
           STRING "Employer pension: " p-total-salary
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE total-er-tax TO p-total-salary.
           STRING "Employer tax    : " p-total-salary
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE total-cost TO p-total-salary.
           STRING "Total cost of employment  : " p-total-salary
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

      *    Prove the columns cross-foot: gross less the deduction
      *    totals (the rate deductions and the per-employee
      *    instructions) plus the expense reimbursements must equal
      *    the net total.
           COMPUTE cross-foot = total-salary - total-tax
               - total-pension - total-insurance - total-instr
               - total-loans + total-expenses.
           IF cross-foot = total-net THEN
               MOVE "Columns cross-foot." TO pw-line
           ELSE
                   "period " period-id " (approved by "
                   FUNCTION TRIM(approver-name) ")."
               PERFORM Update-Loan-Balances
               PERFORM Mark-Claims-Paid
               PERFORM Consume-Trial
           ELSE
               PERFORM Write-Trial-Token
               jl-record-count, jl-outcome.

           IF commit-mode
      *        Every batch is sealed with its own trailer; prove
      *        the file's hash.
               CLOSE bank-file
      *        The hash plus any net paid by check (returned
      *        deposits) must add back to the register's net
                       " transfer(s), " check-paid-count
                       " paid by check; totals prove against the "
                       "register)."
                   MOVE "bankfile.dat" TO tx-file-name
                   MOVE bank-count TO tx-record-count
                   MOVE bank-hash TO tx-amount-total
                   CALL "Transmit_Log" USING tx-file-name,
                       jl-job-name, tx-record-count,
                       tx-amount-total
               ELSE
                   DISPLAY "[-] BANK FILE HASH DOES NOT PROVE - "
                       "do not send bankfile.dat to the bank!"
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO ts-read-count
      *                A salaried employee's project line is there
      *                for Project_Costing only - the salary pays it.
                       MOVE ts-employee-id TO location-id
                       PERFORM Find-Work-Location
                       MOVE ts-employee-id TO cd-value
                       CALL "Check_Digit" USING cd-function,
                           cd-value, cd-bank-code, cd-result
                       IF cd-result = "W"
                           DISPLAY "[-] Warning: timesheet id "
                               ts-employee-id " fails its check "
                               "digit."
                       END-IF
                       EVALUATE TRUE
                           WHEN cd-result NOT = "Y" AND
                                   cd-result NOT = "W"
                               ADD 1 TO ts-reject-count
                               DISPLAY "[-] Timesheet rejected: "
                                   ts-employee-id " fails its "
                                   "check digit - mistyped id."
                           WHEN ts-project NOT = SPACES AND
                                   employee-pay-type NOT = SPACES AND
                                   employee-pay-type NOT = "H"
                               ADD 1 TO project-only-count
                           WHEN ts-hours > 24
                               ADD 1 TO ts-reject-count
                               DISPLAY "[-] Timesheet rejected: "
                                   ts-employee-id " claims " ts-hours
                                   " hours on " ts-date "."
      *                    Only lines approved on the
      *                    Timesheet_Approval screen are paid.
                           WHEN ts-approved = "Y"
                               PERFORM Tally-Timesheet
                           WHEN OTHER
                               PERFORM Note-Unapproved
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE timesheet-file.
           MOVE "N" TO eof-flag.
           DISPLAY "[+] Timesheet lines read " ts-read-count
               ", rejected " ts-reject-count ".".
           IF project-only-count > 0
               DISPLAY "[+] " project-only-count " salaried project "
                   "line(s) left to Project_Costing - not paid."
           END-IF.
           IF holiday-line-count > 0
               DISPLAY "[+] " holiday-line-count " timesheet line(s) "
                   "keyed on a holiday - paid at the holiday "
                   "premium, flagged on the register."
           END-IF.

       Load-Work-Locations.
           OPEN INPUT personnel-file.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF location-entries < 500
                           ADD 1 TO location-entries
                           MOVE employee-id
                               TO lc-id(location-entries)
                           MOVE work-location
                               TO lc-location(location-entries)
                           MOVE pay-type
                               TO lc-pay-type(location-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

       Find-Work-Location.
      *    Unknown employees keep the company-wide holidays.
           MOVE SPACES TO employee-location.
           MOVE SPACES TO employee-pay-type.
           PERFORM VARYING location-idx FROM 1 BY 1
                   UNTIL location-idx > location-entries
               IF lc-id(location-idx) = location-id
                   MOVE lc-location(location-idx)
                       TO employee-location
                   MOVE lc-pay-type(location-idx)
                       TO employee-pay-type
               END-IF
           END-PERFORM.

       Note-Unapproved.
           IF unapproved-count < 100
           END-IF.

       Tally-Timesheet.
      *    Hours keyed on a holiday are held apart from the ordinary
      *    hours: paid at the holiday premium, never double-counted
      *    against the holiday credit. The employee's location is
      *    already found (Load-Timesheets).
           MOVE "HOL" TO bc-function.
           MOVE ts-date TO bc-date-1.
           CALL "Business_Calendar" USING bc-function, bc-date-1,
               bc-date-2, bc-result, employee-location.
           MOVE 0 TO ts-hit.
           PERFORM VARYING ts-idx FROM 1 BY 1
                   UNTIL ts-idx > ts-entries
               IF ts-entries < 200
                   ADD 1 TO ts-entries
                   MOVE ts-employee-id TO tse-id(ts-entries)
                   MOVE 0 TO tse-hours(ts-entries)
                   MOVE 0 TO tse-hol-worked(ts-entries)
                   PERFORM VARYING rule-idx FROM 1 BY 1
                           UNTIL rule-idx > 20
                       MOVE 0 TO tse-rule-minutes(ts-entries,
                           rule-idx)
                   END-PERFORM
                   MOVE "N" TO tse-matched(ts-entries)
                   MOVE ts-entries TO ts-hit
               ELSE
                   ADD 1 TO ts-reject-count
                   DISPLAY "[-] Timesheet table full - line for "
                       ts-employee-id " dropped!"
               END-IF
           END-IF.
           IF ts-hit = 0
               EXIT PARAGRAPH
           END-IF.
           IF bc-result = 1
               ADD ts-hours TO tse-hol-worked(ts-hit)
               ADD 1 TO holiday-line-count
           ELSE
               ADD ts-hours TO tse-hours(ts-hit)
           END-IF.
           IF rule-entries > 0 AND ts-start IS NUMERIC AND
                   ts-end IS NUMERIC
               PERFORM Tally-Differential
           END-IF.

       Tally-Differential.
      *    Lay the shift over every window on the work date, the
      *    day before and the day after, so a shift or window
      *    crossing midnight is caught either way.
           MOVE ts-start TO clock-value.
           COMPUTE line-from = clock-hh * 60 + clock-mm.
           MOVE ts-end TO clock-value.
           COMPUTE line-to = clock-hh * 60 + clock-mm.
           IF line-to <= line-from
               ADD 1440 TO line-to
           END-IF.
           PERFORM VARYING rule-idx FROM 1 BY 1
                   UNTIL rule-idx > rule-entries
               PERFORM VARYING window-shift FROM -1440 BY 1440
                       UNTIL window-shift > 1440
                   PERFORM Tally-Window
               END-PERFORM
           END-PERFORM.

       Tally-Window.
           MOVE rt-from(rule-idx) TO clock-value.
           COMPUTE window-from = clock-hh * 60 + clock-mm
               + window-shift.
           MOVE rt-to(rule-idx) TO clock-value.
           COMPUTE window-to = clock-hh * 60 + clock-mm
               + window-shift.
           IF rt-to(rule-idx) <= rt-from(rule-idx)
               ADD 1440 TO window-to
           END-IF.
           MOVE window-from TO overlap-from.
           IF line-from > overlap-from
               MOVE line-from TO overlap-from
           END-IF.
           MOVE window-to TO overlap-to.
           IF line-to < overlap-to
               MOVE line-to TO overlap-to
           END-IF.
           IF overlap-to > overlap-from
               COMPUTE tse-rule-minutes(ts-hit, rule-idx) =
                   tse-rule-minutes(ts-hit, rule-idx)
                   + overlap-to - overlap-from
           END-IF.

       Load-Unpaid-Leave.
      *    Spread each approved unpaid absence over the working
      *    days from its start date and keep the days that fall in
      *    this period, per employee.
           OPEN INPUT leavetaken-file.
           IF leavetaken-status NOT = "00" THEN
               CLOSE leavetaken-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ leavetaken-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF (tk-type = "U" OR tk-type = "u") AND
                               tk-date <= period-end
                           PERFORM Tally-Unpaid-Leave
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE leavetaken-file.
           MOVE "N" TO eof-flag.

       Tally-Unpaid-Leave.
           MOVE 0 TO leave-in-period.
           MOVE tk-days TO leave-left.
           MOVE FUNCTION INTEGER-OF-DATE(tk-date) TO leave-day-int.
           MOVE 0 TO leave-guard.
           MOVE tk-employee-id TO location-id.
           PERFORM Find-Work-Location.
           MOVE "IWD" TO bc-function.
           PERFORM UNTIL leave-left = 0 OR leave-guard > 400
               ADD 1 TO leave-guard
               MOVE FUNCTION DATE-OF-INTEGER(leave-day-int)
                   TO bc-date-1
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result,
                   employee-location
               IF bc-result = 1
                   MOVE leave-left TO leave-portion
                   IF leave-portion > 1
                       MOVE 1 TO leave-portion
                   END-IF
                   IF bc-date-1 >= period-start AND
                           bc-date-1 <= period-end
                       ADD leave-portion TO leave-in-period
                   END-IF
                   SUBTRACT leave-portion FROM leave-left
               END-IF
               ADD 1 TO leave-day-int
           END-PERFORM.
           IF leave-in-period = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO unpaid-hit.
           PERFORM VARYING unpaid-idx FROM 1 BY 1
                   UNTIL unpaid-idx > unpaid-entries
               IF ul-id(unpaid-idx) = tk-employee-id
                   MOVE unpaid-idx TO unpaid-hit
               END-IF
           END-PERFORM.
           IF unpaid-hit = 0
               IF unpaid-entries < 200
                   ADD 1 TO unpaid-entries
                   MOVE tk-employee-id TO ul-id(unpaid-entries)
                   MOVE 0 TO ul-days(unpaid-entries)
                   MOVE unpaid-entries TO unpaid-hit
               ELSE
                   DISPLAY "[-] Unpaid-leave table full - leave for "
                       tk-employee-id " NOT deducted!"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD leave-in-period TO ul-days(unpaid-hit).

       Prorate-Salary.
      *    The master salary is the full-time equivalent; a
      *    part-timer is paid their FTE share of it.
           CALL "Employee_FTE" USING ft-function, employee-id,
               ft-percent, ft-result.
           IF ft-percent < 100
               COMPUTE fte-salary ROUNDED = salary * ft-percent / 100
               MOVE salary TO p-salary
               MOVE ft-percent TO p-fte
               MOVE SPACES TO pw-line
               STRING "   (part-time " p-fte "% of FTE salary "
                   p-salary ")"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           ELSE
               MOVE salary TO fte-salary
           END-IF.
           MOVE fte-salary TO gross-pay.

       Apply-Unpaid-Leave.
      *    Salary prorated by working days: the unpaid share of the
      *    period's working days comes off the gross (the FTE share
      *    for a part-timer).
           MOVE 0 TO unpaid-hit.
           PERFORM VARYING unpaid-idx FROM 1 BY 1
                   UNTIL unpaid-idx > unpaid-entries
               IF ul-id(unpaid-idx) = employee-id
                   MOVE unpaid-idx TO unpaid-hit
               END-IF
           END-PERFORM.
           IF unpaid-hit = 0
               EXIT PARAGRAPH
           END-IF.
      *    The period's working days at the employee's location.
           MOVE "WDB" TO bc-function.
           COMPUTE bc-date-1 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(period-start) - 1).
           MOVE period-end TO bc-date-2.
           CALL "Business_Calendar" USING bc-function, bc-date-1,
               bc-date-2, bc-result, work-location.
           MOVE bc-result TO period-work-days.
           IF period-work-days <= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE ul-days(unpaid-hit) TO unpaid-days.
           COMPUTE unpaid-amount ROUNDED =
               fte-salary * ul-days(unpaid-hit) / period-work-days.
           IF unpaid-amount > gross-pay
               MOVE gross-pay TO unpaid-amount
           END-IF.
           SUBTRACT unpaid-amount FROM gross-pay.
           ADD unpaid-amount TO total-unpaid.
           MOVE unpaid-days TO p-unpaid-days.
           MOVE unpaid-amount TO p-unpaid-amount.
           MOVE period-work-days TO p-work-days.
           MOVE SPACES TO pw-line.
           STRING "   (unpaid leave: " p-unpaid-days " day(s) of "
               p-work-days " working, less " p-unpaid-amount ")"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Load-Diff-Rules.
      *    No diffrules.dat means no differential is paid.
           OPEN INPUT diffrules-file.
           IF diffrules-status NOT = "00" THEN
               CLOSE diffrules-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ diffrules-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF rule-entries < 20
                           ADD 1 TO rule-entries
                           MOVE dr-dept TO rt-dept(rule-entries)
                           MOVE dr-from TO rt-from(rule-entries)
                           MOVE dr-to TO rt-to(rule-entries)
                           MOVE dr-premium
                               TO rt-premium(rule-entries)
                       ELSE
                           DISPLAY "[-] Differential rule table "
                               "full - rule for '"
                               FUNCTION TRIM(dr-dept) "' dropped!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE diffrules-file.
           MOVE "N" TO eof-flag.

       Compute-Hourly-Gross.
      *    Hours times rate, with the overtime premium (time and a
      *    half) past 40 hours in the week.
           MOVE 0 TO week-hours.
           MOVE 0 TO holiday-worked.
           MOVE 0 TO emp-ts-hit.
           PERFORM VARYING ts-idx FROM 1 BY 1
                   UNTIL ts-idx > ts-entries
               IF tse-id(ts-idx) = employee-id
                   MOVE tse-hours(ts-idx) TO week-hours
                   MOVE tse-hol-worked(ts-idx) TO holiday-worked
                   MOVE ts-idx TO emp-ts-hit
                   MOVE "Y" TO tse-matched(ts-idx)
               END-IF
           END-PERFORM.
           ELSE
               COMPUTE gross-pay ROUNDED = week-hours * hourly-rate
           END-IF.
           PERFORM Add-Holiday-Pay.
           PERFORM Add-Differential.
           MOVE week-hours TO p-hours.
           MOVE holiday-hours TO p-hol-hours.
           MOVE diff-hours TO p-diff-hours.
           MOVE SPACES TO pw-line.
           STRING "   (hourly: " p-hours " hour(s) at rate "
               hourly-rate "  hol " p-hol-hours "  diff "
               p-diff-hours " hour(s))"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF diff-pay > 0
               MOVE diff-pay TO p-diff-pay
               MOVE SPACES TO pw-line
               STRING "   (shift differential: " p-diff-pay ")"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.

       Add-Differential.
      *    The department's own rules when it has any, else the
      *    all-department rules; premium per hour in the window.
           MOVE 0 TO diff-minutes.
           MOVE 0 TO diff-pay.
           MOVE 0 TO diff-hours.
           IF emp-ts-hit = 0 OR rule-entries = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO dept-rules.
           PERFORM VARYING rule-idx FROM 1 BY 1
                   UNTIL rule-idx > rule-entries
               IF rt-dept(rule-idx) = department
                   MOVE "Y" TO dept-rules
               END-IF
           END-PERFORM.
           PERFORM VARYING rule-idx FROM 1 BY 1
                   UNTIL rule-idx > rule-entries
               IF (dept-rules = "Y" AND
                       rt-dept(rule-idx) = department) OR
                       (dept-rules = "N" AND
                       rt-dept(rule-idx) = SPACES)
                   ADD tse-rule-minutes(emp-ts-hit, rule-idx)
                       TO diff-minutes
                   COMPUTE diff-pay ROUNDED = diff-pay
                       + tse-rule-minutes(emp-ts-hit, rule-idx)
                       * rt-premium(rule-idx) / 60
               END-IF
           END-PERFORM.
           COMPUTE diff-hours ROUNDED = diff-minutes / 60.
           ADD diff-pay TO gross-pay.
           ADD diff-hours TO total-diff-hours.

       Add-Holiday-Pay.
      *    The credit: 8 hours at rate for each weekday holiday in
      *    the period from the hire date on. Hours actually worked
      *    on a holiday add the premium on top.
           MOVE period-start TO hol-from-date.
           IF hire-date > period-start
               MOVE hire-date TO hol-from-date
           END-IF.
           MOVE "HDB" TO bc-function.
           COMPUTE bc-date-1 = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(hol-from-date) - 1).
           MOVE period-end TO bc-date-2.
           CALL "Business_Calendar" USING bc-function, bc-date-1,
               bc-date-2, bc-result, work-location.
           IF bc-result > 0
               COMPUTE holiday-hours = bc-result * holiday-day-hours
               COMPUTE gross-pay ROUNDED = gross-pay
                   + holiday-hours * hourly-rate
               ADD holiday-hours TO total-holiday-hours
           END-IF.
           IF holiday-worked > 0
               COMPUTE gross-pay ROUNDED = gross-pay
                   + holiday-worked * hourly-rate * holiday-premium
               MOVE holiday-worked TO p-hours
               MOVE SPACES TO pw-line
               STRING "   (holiday: " p-hours " hour(s) keyed on a "
                   "holiday - paid at the holiday premium, check "
                   "the timesheet)"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.

       Load-Oncall-Schedule.
      *    Tally shifts per engineer from oncallsched.dat, parsing
                   TO oc-first-name(oncall-entries)
               MOVE parsed-last-name
                   TO oc-last-name(oncall-entries)
               MOVE 0 TO oc-shifts(oncall-entries)
               MOVE 0 TO oc-backups(oncall-entries)
               MOVE "N" TO oc-matched(oncall-entries)
               MOVE oncall-entries TO oc-hit
           END-IF.
           IF sched-tier = "B"
               ADD 1 TO oc-backups(oc-hit)
           ELSE
               ADD 1 TO oc-shifts(oc-hit)
           END-IF.

       Add-Oncall-Premium.
      *    A per-shift premium for every day this employee covered
      *    on the on-call calendar (the backup premium for a backup
      *    day), added to gross before the deductions are taken.
           PERFORM VARYING oc-idx FROM 1 BY 1
                   UNTIL oc-idx > oncall-entries
               IF oc-first-name(oc-idx) = first-name AND
                   MOVE "Y" TO oc-matched(oc-idx)
                   COMPUTE premium-amount =
                       oc-shifts(oc-idx) * shift-premium
                       + oc-backups(oc-idx) * backup-premium
                   ADD premium-amount TO gross-pay
                   MOVE premium-amount TO p-premium
                   MOVE SPACES TO pw-line
                   IF oc-backups(oc-idx) = 0
                       STRING "   (on-call premium: "
                           oc-shifts(oc-idx) " shift(s), "
                           p-premium ")"
                           DELIMITED BY SIZE INTO pw-line
                   ELSE
                       STRING "   (on-call premium: "
                           oc-shifts(oc-idx) " shift(s), "
                           oc-backups(oc-idx) " backup day(s), "
                           p-premium ")"
                           DELIMITED BY SIZE INTO pw-line
                   END-IF
                   PERFORM Print-Line
               END-IF
           END-PERFORM.

       Load-Callout-Rules.
      *    No calloutrules.dat means no callout pay.
           OPEN INPUT callrules-file.
           IF callrules-status NOT = "00" THEN
               CLOSE callrules-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ callrules-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF callrule-entries < 20
                           ADD 1 TO callrule-entries
                           MOVE cu-dept
                               TO cut-dept(callrule-entries)
                           MOVE cu-min-hours
                               TO cut-min(callrule-entries)
                           MOVE cu-multiplier
                               TO cut-mult(callrule-entries)
                       ELSE
                           DISPLAY "[-] Callout rule table full - "
                               "rule for '" FUNCTION TRIM(cu-dept)
                               "' dropped!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE callrules-file.
           MOVE "N" TO eof-flag.

       Load-Callouts.
      *    The period's callouts, per engineer, as start and end
      *    minutes; only read when there are rules to pay them.
           IF callrule-entries = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT callout-file.
           IF callout-status NOT = "00" THEN
               CLOSE callout-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ callout-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF co-date >= period-start AND
                               co-date <= period-end
                           PERFORM Tally-Callout
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE callout-file.
           MOVE "N" TO eof-flag.

       Tally-Callout.
           IF co-start NOT NUMERIC OR co-end NOT NUMERIC OR
                   co-start-hh > 23 OR co-start-mm > 59 OR
                   co-end-hh > 23 OR co-end-mm > 59
               DISPLAY "[-] Callout of " FUNCTION TRIM(co-engineer)
                   " on " co-date " has no valid times - not paid!"
               EXIT PARAGRAPH
           END-IF.
           IF callout-entries = 300
               DISPLAY "[-] Callout table full - callout of "
                   FUNCTION TRIM(co-engineer) " on " co-date
                   " dropped, NOT paid!"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO cg-hit.
           PERFORM VARYING cg-idx FROM 1 BY 1
                   UNTIL cg-idx > callout-eng-entries
               IF cg-full-name(cg-idx) = co-engineer
                   MOVE cg-idx TO cg-hit
               END-IF
           END-PERFORM.
           IF cg-hit = 0
               IF callout-eng-entries = 50
                   DISPLAY "[-] Callout engineer table full - '"
                       FUNCTION TRIM(co-engineer)
                       "' dropped, callout pay NOT paid!"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO callout-eng-entries
               MOVE callout-eng-entries TO cg-hit
               MOVE co-engineer TO cg-full-name(cg-hit)
               MOVE SPACES TO parsed-full-name
               MOVE co-engineer TO parsed-full-name
               CALL "Name_Parser" USING parsed-full-name,
                   parsed-first-name, parsed-middle-name,
                   parsed-last-name
               MOVE parsed-first-name TO cg-first-name(cg-hit)
               MOVE parsed-last-name TO cg-last-name(cg-hit)
               MOVE "N" TO cg-matched(cg-hit)
           END-IF.
           ADD 1 TO callout-entries.
           MOVE cg-hit TO ci-eng(callout-entries).
           COMPUTE ci-start(callout-entries) =
               FUNCTION INTEGER-OF-DATE(co-date) * 1440
               + co-start-hh * 60 + co-start-mm.
           COMPUTE ci-end(callout-entries) =
               FUNCTION INTEGER-OF-DATE(co-date) * 1440
               + co-end-hh * 60 + co-end-mm.
           IF co-end < co-start
               ADD 1440 TO ci-end(callout-entries)
           END-IF.
           MOVE "N" TO ci-used(callout-entries).

       Add-Callout-Pay.
      *    This employee's callouts in start order; overlapping or
      *    touching ones merge into one block, and every block is
      *    paid at least the rule's minimum hours.
           IF callout-eng-entries = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO cg-hit.
           PERFORM VARYING cg-idx FROM 1 BY 1
                   UNTIL cg-idx > callout-eng-entries
               IF cg-first-name(cg-idx) = first-name AND
                       cg-last-name(cg-idx) = last-name
                   MOVE cg-idx TO cg-hit
               END-IF
           END-PERFORM.
           IF cg-hit = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO cg-matched(cg-hit).
           MOVE 0 TO callrule-hit.
           PERFORM VARYING callrule-idx FROM 1 BY 1
                   UNTIL callrule-idx > callrule-entries
               IF cut-dept(callrule-idx) = department OR
                       (cut-dept(callrule-idx) = SPACES AND
                        callrule-hit = 0)
                   MOVE callrule-idx TO callrule-hit
               END-IF
           END-PERFORM.
           IF callrule-hit = 0
               MOVE SPACES TO pw-line
               STRING "   (callouts logged but no calloutrules.dat "
                   "row for the department - NOT paid)"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               EXIT PARAGRAPH
           END-IF.
           IF pay-hourly
               MOVE hourly-rate TO callout-rate
           ELSE
               COMPUTE callout-rate ROUNDED = salary * 12 / 2080
           END-IF.

           MOVE 0 TO callout-count.
           MOVE 0 TO block-start.
           MOVE 0 TO block-end.
           PERFORM Next-Callout.
           PERFORM UNTIL ci-next = 0
               IF block-end > 0 AND ci-start(ci-next) <= block-end
                   IF ci-end(ci-next) > block-end
                       MOVE ci-end(ci-next) TO block-end
                   END-IF
               ELSE
                   IF block-end > 0
                       PERFORM Pay-Callout-Block
                   END-IF
                   MOVE ci-start(ci-next) TO block-start
                   MOVE ci-end(ci-next) TO block-end
               END-IF
               MOVE "Y" TO ci-used(ci-next)
               PERFORM Next-Callout
           END-PERFORM.
           IF block-end > 0
               PERFORM Pay-Callout-Block
           END-IF.

           COMPUTE callout-pay ROUNDED = callout-hours * callout-rate
               * cut-mult(callrule-hit).
           ADD callout-pay TO gross-pay.
           ADD callout-hours TO total-callout-hours.
           ADD callout-pay TO total-callout-pay.
           MOVE callout-count TO p-callout-count.
           MOVE callout-hours TO p-diff-hours.
           MOVE cut-mult(callrule-hit) TO p-callout-mult.
           MOVE callout-pay TO p-callout-pay.
           MOVE SPACES TO pw-line.
           STRING "   (callout pay: " p-callout-count
               " callout(s), " p-diff-hours " hour(s) at x"
               p-callout-mult ", " p-callout-pay ")"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Next-Callout.
      *    The earliest of the employee's callouts not yet taken.
           MOVE 0 TO ci-next.
           PERFORM VARYING ci-idx FROM 1 BY 1
                   UNTIL ci-idx > callout-entries
               IF ci-eng(ci-idx) = cg-hit AND ci-used(ci-idx) = "N"
                   IF ci-next = 0
                       MOVE ci-idx TO ci-next
                   ELSE
                       IF ci-start(ci-idx) < ci-start(ci-next)
                           MOVE ci-idx TO ci-next
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Pay-Callout-Block.
           COMPUTE block-hours ROUNDED =
               (block-end - block-start) / 60.
           IF block-hours < cut-min(callrule-hit)
               MOVE cut-min(callrule-hit) TO block-hours
           END-IF.
           ADD block-hours TO callout-hours.
           ADD 1 TO callout-count.

       Check-Period.
           MOVE "N" TO period-closed.
           OPEN INPUT history-file.
           CLOSE history-file.
           MOVE "N" TO eof-flag.

       Find-Deduction-Period.
      *    An off-cycle correction for an earlier period takes that
      *    period's deduction rates: the last day of the calendar
      *    period named, or of the month where the calendar has no
      *    row for it.
           MOVE "DEDUCTION_PERIOD" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO deduction-period.
           IF deduction-period = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF deduction-period NOT NUMERIC OR
                   deduction-period(5:2) < "01" OR
                   deduction-period(5:2) > "12"
               DISPLAY "[-] DEDUCTION_PERIOD '" deduction-period
                   "' is not a YYYYMM period - using the rates "
                   "for " period-id "."
               EXIT PARAGRAPH
           END-IF.
           MOVE "GET" TO pp-function.
           MOVE deduction-period TO pp-period.
           CALL "Pay_Period_Lookup" USING pp-function, pp-date,
               pp-period, pp-start, pp-end, pp-payment,
               pp-status.
           IF pp-status = "Y"
               MOVE pp-end TO rate-date
           ELSE
               MOVE deduction-period TO next-month-date(1:6)
               MOVE "01" TO next-month-date(7:2)
               COMPUTE next-month-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(next-month-date) + 31)
               MOVE "01" TO next-month-date(7:2)
               COMPUTE rate-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(next-month-date) - 1)
           END-IF.
           DISPLAY "[+] Off-cycle deductions at the rates in force "
               "on " rate-date " (period " deduction-period ").".

       Check-Year.
           MOVE SPACE TO year-state.
           OPEN INPUT year-file.
           IF year-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ year-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF cy-year = period-id(1:4)
                               MOVE cy-status TO year-state
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE year-file.
           MOVE "N" TO eof-flag.

       Check-Trial-Approval.
      *    A commit only runs against a trial for this period that
      *    the Payroll_Approve screen marked approved.
               READ corrections-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE corr-employee-id TO cd-value
                       CALL "Check_Digit" USING cd-function,
                           cd-value, cd-bank-code, cd-result
                       IF cd-result = "W"
                           DISPLAY "[-] Warning: correction id "
                               corr-employee-id " fails its check "
                               "digit."
                       END-IF
                       EVALUATE TRUE
                           WHEN cd-result NOT = "Y" AND
                                   cd-result NOT = "W"
                               DISPLAY "[-] Correction for "
                                   corr-employee-id " dropped - the id "
                                   "fails its check digit."
                           WHEN corr-entries < 200
                               ADD 1 TO corr-entries
                               MOVE corr-employee-id
                                   TO ce-id(corr-entries)
                               MOVE corr-amount
                                   TO ce-amount(corr-entries)
                               MOVE corr-reason
                                   TO ce-reason(corr-entries)
                               MOVE "N" TO ce-matched(corr-entries)
                           WHEN OTHER
                               DISPLAY "[-] Corrections table full - "
                                   "line for " corr-employee-id
                                   " dropped!"
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE corrections-file.
      *    lines for one employee pay as one check through the same
      *    Deduction_Calc and audit path as regular pay.
           MOVE 0 TO gross-pay.
           MOVE 0 TO holiday-hours.
           MOVE 0 TO diff-hours.
           MOVE 0 TO unpaid-days.
           MOVE 0 TO unpaid-amount.
           PERFORM VARYING corr-idx FROM 1 BY 1
                   UNTIL corr-idx > corr-entries
               IF ce-id(corr-idx) = employee-id
                   ADD ce-amount(corr-idx) TO gross-pay
               END-IF
           END-PERFORM.
      *    Approved expense claims pay off-cycle too, with or
      *    without a correction line.
           PERFORM Total-Claims.
           IF gross-pay = 0 AND expense-amount = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO pw-line.
           END-PERFORM.
           CALL "Deduction_Calc" USING department, gross-pay,
               tax-amount, pension-amount, insurance-amount,
               net-amount, rate-date.
           PERFORM Apply-Benefits.
           PERFORM Compute-Employer-Cost.
           PERFORM Apply-Instructions.
           PERFORM Apply-Loan.
           PERFORM Pay-Expenses.
           MOVE gross-pay TO p-salary.
           MOVE tax-amount TO p-tax.
           MOVE pension-amount TO p-pension.
           MOVE SPACES TO pw-line.
           STRING "   gross " p-salary "  tax " p-tax
               "  pens " p-pension "  ins " p-insurance
               "  net " p-net "  cost " p-cost
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Employer-Line.

       Apply-Instructions.
      *    Per-employee deduction instructions - garnishments, union
                       DELIMITED BY SIZE INTO pw-line
               END-IF
               PERFORM Print-Line
               IF commit-mode
                   PERFORM Write-Withholding
               END-IF
           END-PERFORM.

       Write-Withholding.
      *    Journal one instruction deduction for the third-party
      *    remittance (see Third_Party_Remit).
           MOVE period-id TO dw-period.
           MOVE business-date TO dw-date.
           MOVE employee-id TO dw-employee-id.
           MOVE SPACES TO dw-name.
           STRING FUNCTION TRIM(first-name) " "
               FUNCTION TRIM(last-name)
               DELIMITED BY SIZE INTO dw-name.
           MOVE dia-type(dia-idx) TO dw-type.
           MOVE dia-payee(dia-idx) TO dw-payee.
           MOVE dia-payee-ref(dia-idx) TO dw-payee-ref.
           MOVE dia-amount(dia-idx) TO dw-amount.
           MOVE run-type TO dw-run-type.
           WRITE withheld-record.
           ADD 1 TO withheld-count.

       Load-Loans.
      *    Open loan accounts (see Loan_Maint): the repayment
      *    comes off each paycheck until the balance is zero.
      *    One pay-detail history record per employee paid; the sum
      *    of a period's details must match that period's payhist.dat
      *    stamp (Annual_Statement proves it at year end). A trial
      *    tallies the variance summary and writes the record to
      *    paytrialdet.dat instead.
           IF NOT commit-mode
               PERFORM Tally-Variance
           END-IF.
           MOVE period-id TO pd-period.
           MOVE business-date TO pd-date.
           MOVE insurance-amount TO pd-insurance.
           MOVE net-amount TO pd-net.
           MOVE run-type TO pd-run-type.
           MOVE er-pension-amount TO pd-er-pension.
           MOVE er-tax-amount TO pd-er-tax.
           MOVE expense-amount TO pd-expenses.
           MOVE holiday-hours TO pd-holiday-hours.
           MOVE diff-hours TO pd-diff-hours.
           MOVE unpaid-days TO pd-unpaid-days.
           MOVE unpaid-amount TO pd-unpaid-amount.
           MOVE callout-hours TO pd-callout-hours.
           MOVE callout-pay TO pd-callout-pay.
           IF NOT commit-mode
               MOVE detail-record TO trialdet-record
               WRITE trialdet-record
               EXIT PARAGRAPH
           END-IF.
           WRITE detail-record.
           ADD 1 TO detail-count.

           DISPLAY "[+] " bankdetails-entries " active bank "
               "record(s) loaded from 'bankdetails.dat'.".

       Load-Companies.
      *    A pass of the master for the companies it pays; with no
      *    companies.dat there is the one company, code spaces.
           MOVE 0 TO company-entries.
           OPEN INPUT personnel-file.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Resolve-Company
                       PERFORM Keep-Company
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

       Resolve-Company.
      *    Blank is the home company (see Company_Lookup).
           MOVE "GET" TO cl-function.
           MOVE company-code TO cl-code.
           CALL "Company_Lookup" USING cl-function, cl-code,
               department, cl-name, cl-bank-code, cl-account,
               cl-result.
           MOVE cl-code TO employee-company.

       Keep-Company.
           MOVE 0 TO company-hit.
           PERFORM VARYING company-idx FROM 1 BY 1
                   UNTIL company-idx > company-entries
               IF co-code(company-idx) = employee-company
                   MOVE company-idx TO company-hit
               END-IF
           END-PERFORM.
           IF company-hit NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF company-entries = 20
               DISPLAY "[-] Company table full - employee "
                   employee-id " of company " employee-company
                   " NOT paid!"
               EXIT PARAGRAPH
           END-IF.
           IF cl-result = "N"
               DISPLAY "[-] Company '" employee-company "' of "
                   "employee " employee-id " is not on "
                   "companies.dat - its batch has no debit account!"
           END-IF.
           ADD 1 TO company-entries.
           MOVE employee-company TO co-code(company-entries).
           MOVE cl-name TO co-name(company-entries).
           MOVE cl-bank-code TO co-bank-code(company-entries).
           MOVE cl-account TO co-account(company-entries).

       Register-Company.
      *    One company's section of the register and its own batch
      *    on the bank file, debited to the company's account. The
      *    section totals are what the run totals grew by.
           MOVE bank-count TO section-bank-count.
           MOVE bank-hash TO section-bank-hash.
           COMPUTE section-paid = bank-count + check-paid-count.
           MOVE total-salary TO section-gross.
           MOVE total-net TO section-net.
           MOVE total-cost TO section-cost.
           IF company-entries > 1
               MOVE SPACES TO pw-line
               STRING "*** Company " co-code(company-idx) " "
                   co-name(company-idx) " ***"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           IF commit-mode
               MOVE "H" TO bh-type
               MOVE business-date TO bh-date
               MOVE run-type TO bh-run-type
               MOVE co-code(company-idx) TO bh-company
               MOVE co-bank-code(company-idx) TO bh-bank-code
               MOVE co-account(company-idx) TO bh-debit-account
               MOVE SPACES TO bh-filler
               WRITE bank-header
           END-IF.

           OPEN INPUT personnel-file.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Resolve-Company
                       IF employee-company = co-code(company-idx)
                           IF off-cycle-run
                               PERFORM Register-Correction
                           ELSE
                               PERFORM Register-Employee
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

           IF commit-mode
               MOVE "T" TO bt-type
               COMPUTE bt-count = bank-count - section-bank-count
               COMPUTE bt-hash = bank-hash - section-bank-hash
               MOVE co-code(company-idx) TO bt-company
               MOVE SPACES TO bt-filler
               WRITE bank-trailer
           END-IF.
           IF company-entries > 1
               COMPUTE section-paid = bank-count + check-paid-count
                   - section-paid
               MOVE section-paid TO p-section-paid
               MOVE SPACES TO pw-line
               STRING "*** Company " co-code(company-idx)
                   " - employees paid " p-section-paid
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               COMPUTE section-gross = total-salary - section-gross
               MOVE section-gross TO p-total-salary
               STRING "    Company gross : " p-total-salary
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               COMPUTE section-net = total-net - section-net
               MOVE section-net TO p-total-salary
               STRING "    Company net   : " p-total-salary
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               COMPUTE section-cost = total-cost - section-cost
               MOVE section-cost TO p-total-salary
               STRING "    Company cost  : " p-total-salary
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.

       Write-Bank-Detail.
      *    Deposit only with an active bank-details record and no
      *    bounced-deposit flag (see Bank_Returns); anyone else is
               EXIT PARAGRAPH
           END-IF.

           IF NOT off-cycle-run
               PERFORM Load-Project-Labour
           END-IF.

      *    First prove every needed mapping exists.
           MOVE "N" TO posting-halted.
           PERFORM VARYING gl-dept-idx FROM 1 BY 1
                   UNTIL gl-dept-idx > gl-dept-entries
               PERFORM VARYING component-idx FROM 1 BY 1
                       UNTIL component-idx > 9
                   PERFORM Pick-Component-Amount
                   IF component-amount NOT = 0
                       PERFORM Find-GL-Mapping
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING exp-gl-idx FROM 1 BY 1
                   UNTIL exp-gl-idx > exp-gl-entries
               PERFORM Find-Expense-Mapping
               IF map-hit = 0
                   MOVE "Y" TO posting-halted
                   DISPLAY "[-] No GL mapping for department '"
                       FUNCTION TRIM(eg-dept(exp-gl-idx))
                       "' component " eg-component(exp-gl-idx) "."
               END-IF
           END-PERFORM.
           PERFORM VARYING proj-gl-idx FROM 1 BY 1
                   UNTIL proj-gl-idx > proj-gl-entries
               IF pg-amount(proj-gl-idx) NOT = 0
                   PERFORM Find-Project-Mapping
                   IF map-hit = 0
                       MOVE "Y" TO posting-halted
                       DISPLAY "[-] No GL mapping for department '"
                           FUNCTION TRIM(pg-owner(proj-gl-idx))
                           "' component " projlabour-component
                           " (project "
                           FUNCTION TRIM(pg-project(proj-gl-idx))
                           ")."
                   END-IF
               END-IF
           END-PERFORM.
           IF posting-halted = "Y"
               DISPLAY "[-] POSTING HALTED - glpost.dat NOT "
                   "written; complete glaccounts.dat and re-run."
               EXIT PARAGRAPH
           END-IF.

      *    The postings go out company by company.
           OPEN OUTPUT gl-file.
           PERFORM VARYING company-idx FROM 1 BY 1
                   UNTIL company-idx > company-entries
               PERFORM Post-Company-GL
           END-PERFORM.
           CLOSE gl-file.

           IF debit-total = credit-total THEN
               DISPLAY "[+] GL postings written to 'glpost.dat' - "
                   "debits and credits prove equal."
               MOVE "glpost.dat" TO tx-file-name
               MOVE gl-line-count TO tx-record-count
               MOVE debit-total TO tx-amount-total
               CALL "Transmit_Log" USING tx-file-name, jl-job-name,
                   tx-record-count, tx-amount-total
           ELSE
               DISPLAY "[-] GL POSTING TOTALS DO NOT PROVE - "
                   "do not hand glpost.dat to accounting!"
           END-IF.
           PERFORM Print-Trial-Balance.

       Post-Company-GL.
           PERFORM VARYING gl-dept-idx FROM 1 BY 1
                   UNTIL gl-dept-idx > gl-dept-entries
               IF gl-dept-company(gl-dept-idx) = co-code(company-idx)
                   PERFORM VARYING component-idx FROM 1 BY 1
                           UNTIL component-idx > 9
                       PERFORM Pick-Component-Amount
                       IF component-amount NOT = 0
                           PERFORM Find-GL-Mapping
                           PERFORM Find-Project-Reclass
                           PERFORM Post-Component
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING exp-gl-idx FROM 1 BY 1
                   UNTIL exp-gl-idx > exp-gl-entries
               IF eg-company(exp-gl-idx) = co-code(company-idx)
                   PERFORM Find-Expense-Mapping
                   PERFORM Post-Expense
               END-IF
           END-PERFORM.
           PERFORM VARYING proj-gl-idx FROM 1 BY 1
                   UNTIL proj-gl-idx > proj-gl-entries
               IF pg-amount(proj-gl-idx) NOT = 0 AND
                       pg-company(proj-gl-idx) = co-code(company-idx)
                   PERFORM Find-Project-Mapping
                   PERFORM Post-Project-Labour
               END-IF
           END-PERFORM.

       Pick-Component-Amount.
           EVALUATE component-idx
               WHEN 1
               WHEN 7
                   MOVE gl-dept-net(gl-dept-idx)
                       TO component-amount
               WHEN 8
                   MOVE gl-dept-erpens(gl-dept-idx)
                       TO component-amount
               WHEN 9
                   MOVE gl-dept-ertax(gl-dept-idx)
                       TO component-amount
           END-EVALUATE.

       Find-GL-Mapping.
           MOVE component-name(component-idx) TO find-component.
           MOVE gl-dept-name(gl-dept-idx) TO find-dept.
           MOVE gl-dept-company(gl-dept-idx) TO find-company.
           PERFORM Find-Mapping.

       Find-Expense-Mapping.
      *    The same lookup for an expense category component.
           MOVE eg-component(exp-gl-idx) TO find-component.
           MOVE eg-dept(exp-gl-idx) TO find-dept.
           MOVE eg-company(exp-gl-idx) TO find-company.
           PERFORM Find-Mapping.

       Find-Mapping.
      *    A department-specific row wins over the default (blank
      *    department) row, the Deduction_Calc convention, and at
      *    either level the company's own row wins over the
      *    all-company (blank company) one.
           MOVE 0 TO map-hit.
           MOVE 0 TO map-rank.
           PERFORM VARYING map-idx FROM 1 BY 1
                   UNTIL map-idx > map-entries
               IF mt-component(map-idx) = find-component AND
                       (mt-dept(map-idx) = SPACES OR
                       mt-dept(map-idx) = find-dept) AND
                       (mt-company(map-idx) = SPACES OR
                       mt-company(map-idx) = find-company)
                   MOVE 1 TO row-rank
                   IF mt-dept(map-idx) NOT = SPACES
                       ADD 2 TO row-rank
                   END-IF
                   IF mt-company(map-idx) NOT = SPACES
                       ADD 1 TO row-rank
                   END-IF
                   IF row-rank > map-rank
                       MOVE map-idx TO map-hit
                       MOVE row-rank TO map-rank
                   END-IF
               END-IF
           END-PERFORM.

       Post-Expense.
      *    Debit the category's expense account, credit its
      *    clearing account - the reimbursement leaves with NET.
           MOVE eg-amount(exp-gl-idx) TO component-amount.
           MOVE "D" TO gl-type.
           MOVE mt-debit(map-hit) TO gl-account.
           MOVE eg-dept(exp-gl-idx) TO gl-cost-center.
           MOVE business-date TO gl-date.
           MOVE component-amount TO gl-amount.
           MOVE run-type TO gl-run-type.
           MOVE eg-company(exp-gl-idx) TO gl-company.
           WRITE gl-record.
           ADD 1 TO gl-line-count.
           ADD component-amount TO debit-total.
           MOVE mt-debit(map-hit) TO tally-account.
           MOVE "D" TO tally-side.
           MOVE "C" TO gl-type.
           MOVE mt-credit(map-hit) TO gl-account.
           WRITE gl-record.
           ADD 1 TO gl-line-count.
           ADD component-amount TO credit-total.
           MOVE mt-credit(map-hit) TO tally-account.
           MOVE "C" TO tally-side.
           PERFORM Tally-GL-Account.

       Post-Component.
      *    One debit and one matching credit line per mapped
      *    department/component amount. The department's project
      *    labour is taken off its GROSS debit - the projects
      *    carry it (Post-Project-Labour); the credit is whole.
           MOVE component-amount TO full-amount.
           SUBTRACT project-reclass FROM component-amount.
           MOVE gl-dept-name(gl-dept-idx) TO gl-cost-center.
           MOVE business-date TO gl-date.
           MOVE run-type TO gl-run-type.
           MOVE gl-dept-company(gl-dept-idx) TO gl-company.
           IF component-amount NOT = 0
               MOVE "D" TO gl-type
               MOVE mt-debit(map-hit) TO gl-account
               MOVE component-amount TO gl-amount
               WRITE gl-record
               ADD 1 TO gl-line-count
               ADD component-amount TO debit-total
               MOVE mt-debit(map-hit) TO tally-account
               MOVE "D" TO tally-side
               PERFORM Tally-GL-Account
           END-IF.
           MOVE full-amount TO component-amount.
           MOVE "C" TO gl-type.
           MOVE mt-credit(map-hit) TO gl-account.
           WRITE gl-record.
           ADD 1 TO gl-line-count.
           ADD component-amount TO credit-total.
           MOVE mt-credit(map-hit) TO tally-account.
           MOVE "C" TO tally-side.
           PERFORM Tally-GL-Account.

       Post-Project-Labour.
      *    The project's labour debited to its PROJLABOR account,
      *    the project code as the cost center; the matching
      *    credit is inside the charging department's GROSS.
           MOVE pg-amount(proj-gl-idx) TO component-amount.
           MOVE "D" TO gl-type.
           MOVE mt-debit(map-hit) TO gl-account.
           MOVE pg-project(proj-gl-idx) TO gl-cost-center.
           MOVE business-date TO gl-date.
           MOVE component-amount TO gl-amount.
           MOVE run-type TO gl-run-type.
           MOVE pg-company(proj-gl-idx) TO gl-company.
           WRITE gl-record.
           ADD 1 TO gl-line-count.
           ADD component-amount TO debit-total.
           MOVE mt-debit(map-hit) TO tally-account.
           MOVE "D" TO tally-side.
           PERFORM Tally-GL-Account.

       Find-Project-Reclass.
      *    The charging department's project labour, GROSS only.
           MOVE 0 TO project-reclass.
           IF component-idx NOT = 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING proj-gl-idx FROM 1 BY 1
                   UNTIL proj-gl-idx > proj-gl-entries
               IF pg-dept(proj-gl-idx) = gl-dept-name(gl-dept-idx)
                       AND pg-company(proj-gl-idx) =
                       gl-dept-company(gl-dept-idx)
                   ADD pg-amount(proj-gl-idx) TO project-reclass
               END-IF
           END-PERFORM.

       Find-Project-Mapping.
      *    The PROJLABOR row of the project's owning department,
      *    else the default (blank department) row.
           MOVE projlabour-component TO find-component.
           MOVE pg-owner(proj-gl-idx) TO find-dept.
           MOVE pg-company(proj-gl-idx) TO find-company.
           PERFORM Find-Mapping.

       Load-Project-Labour.
      *    This period's rows from Project_Costing, summed per
      *    project and charging department. No department gives
      *    up more than its GROSS on this run; the excess is not
      *    posted and is reported.
           MOVE 0 TO proj-gl-entries.
           OPEN INPUT labour-file.
           IF labour-status NOT = "00" THEN
               CLOSE labour-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ labour-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pl-period = period-id
                           PERFORM Keep-Project-Labour
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE labour-file.
           MOVE "N" TO eof-flag.
           PERFORM VARYING proj-gl-hit FROM 1 BY 1
                   UNTIL proj-gl-hit > proj-gl-entries
               MOVE 0 TO dept-gross-left
               PERFORM VARYING gl-dept-idx FROM 1 BY 1
                       UNTIL gl-dept-idx > gl-dept-entries
                   IF gl-dept-name(gl-dept-idx) = pg-dept(proj-gl-hit)
                           AND gl-dept-company(gl-dept-idx) =
                           pg-company(proj-gl-hit)
                       MOVE gl-dept-total(gl-dept-idx)
                           TO dept-gross-left
                   END-IF
               END-PERFORM
               PERFORM VARYING proj-gl-idx FROM 1 BY 1
                       UNTIL proj-gl-idx = proj-gl-hit
                   IF pg-dept(proj-gl-idx) = pg-dept(proj-gl-hit)
                       SUBTRACT pg-amount(proj-gl-idx)
                           FROM dept-gross-left
                   END-IF
               END-PERFORM
               IF dept-gross-left < 0
                   MOVE 0 TO dept-gross-left
               END-IF
               IF pg-amount(proj-gl-hit) > dept-gross-left
                   DISPLAY "[-] Project "
                       FUNCTION TRIM(pg-project(proj-gl-hit))
                       " labour from '"
                       FUNCTION TRIM(pg-dept(proj-gl-hit))
                       "' exceeds its GROSS this run - only the "
                       "GROSS is posted to the project."
                   MOVE dept-gross-left TO pg-amount(proj-gl-hit)
               END-IF
           END-PERFORM.
           IF proj-gl-entries > 0
               DISPLAY "[+] Project labour for " period-id
                   " posted to " proj-gl-entries " project/"
                   "department line(s) (projlabour.dat)."
           END-IF.

       Keep-Project-Labour.
           MOVE 0 TO proj-gl-hit.
           PERFORM VARYING proj-gl-idx FROM 1 BY 1
                   UNTIL proj-gl-idx > proj-gl-entries
               IF pg-project(proj-gl-idx) = pl-project AND
                       pg-dept(proj-gl-idx) = pl-dept
                   MOVE proj-gl-idx TO proj-gl-hit
               END-IF
           END-PERFORM.
           IF proj-gl-hit = 0
               IF proj-gl-entries = 200
                   DISPLAY "[-] Project labour table full - project "
                       FUNCTION TRIM(pl-project) " stays in '"
                       FUNCTION TRIM(pl-dept) "' GROSS."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO proj-gl-entries
               MOVE proj-gl-entries TO proj-gl-hit
               MOVE pl-project TO pg-project(proj-gl-hit)
               MOVE pl-owner-dept TO pg-owner(proj-gl-hit)
               MOVE pl-dept TO pg-dept(proj-gl-hit)
               MOVE 0 TO pg-amount(proj-gl-hit)
      *        The charging department's company carries it.
               MOVE "DEP" TO cl-function
               CALL "Company_Lookup" USING cl-function, cl-code,
                   pl-dept, cl-name, cl-bank-code, cl-account,
                   cl-result
               MOVE cl-code TO pg-company(proj-gl-hit)
           END-IF.
           ADD pl-cost TO pg-amount(proj-gl-hit).

       Tally-GL-Account.
           MOVE 0 TO acct-hit.
           PERFORM VARYING acct-idx FROM 1 BY 1
                   UNTIL acct-idx > acct-entries
               IF act-account(acct-idx) = tally-account AND
                       act-company(acct-idx) = gl-company
                   MOVE acct-idx TO acct-hit
               END-IF
           END-PERFORM.
                   ADD 1 TO acct-entries
                   MOVE acct-entries TO acct-hit
                   MOVE tally-account TO act-account(acct-hit)
                   MOVE gl-company TO act-company(acct-hit)
                   MOVE 0 TO act-debits(acct-hit)
                   MOVE 0 TO act-credits(acct-hit)
               ELSE
                           MOVE ga-debit TO mt-debit(map-entries)
                           MOVE ga-credit
                               TO mt-credit(map-entries)
                           MOVE FUNCTION UPPER-CASE(ga-company)
                               TO mt-company(map-entries)
                       ELSE
                           DISPLAY "[-] Mapping table full - row "
                               "for '" FUNCTION TRIM(ga-dept)
               MOVE act-debits(acct-idx) TO p-debit
               MOVE act-credits(acct-idx) TO p-credit
               MOVE SPACES TO pw-line
               IF company-entries > 1
                   STRING "Account " act-account(acct-idx)
                       " company " act-company(acct-idx)
                       "  debits " p-debit
                       "  credits " p-credit
                       DELIMITED BY SIZE INTO pw-line
               ELSE
                   STRING "Account " act-account(acct-idx)
                       "  debits " p-debit
                       "  credits " p-credit
                       DELIMITED BY SIZE INTO pw-line
               END-IF
               PERFORM Print-Line
           END-PERFORM.
           MOVE SPACES TO pw-line.
               MOVE instr-amount TO gl-post-instr
               MOVE loan-taken TO gl-post-loan
               MOVE net-amount TO gl-post-net
               MOVE er-pension-amount TO gl-post-erpens
               MOVE er-tax-amount TO gl-post-ertax
               PERFORM Tally-GL-Department
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO charged-instr.
           MOVE 0 TO charged-loan.
           MOVE 0 TO charged-net.
           MOVE 0 TO charged-erpens.
           MOVE 0 TO charged-ertax.
           PERFORM VARYING alloc-idx FROM 1 BY 1
                   UNTIL alloc-idx > alloc-entries
               IF ae-id(alloc-idx) = employee-id AND
                           loan-taken - charged-loan
                       COMPUTE gl-post-net =
                           net-amount - charged-net
                       COMPUTE gl-post-erpens =
                           er-pension-amount - charged-erpens
                       COMPUTE gl-post-ertax =
                           er-tax-amount - charged-ertax
                   ELSE
                       COMPUTE alloc-fraction =
                           ae-percent(alloc-idx) / 100
                           loan-taken * alloc-fraction
                       COMPUTE gl-post-net ROUNDED =
                           net-amount * alloc-fraction
                       COMPUTE gl-post-erpens ROUNDED =
                           er-pension-amount * alloc-fraction
                       COMPUTE gl-post-ertax ROUNDED =
                           er-tax-amount * alloc-fraction
                   END-IF
                   ADD gl-post-amount TO alloc-charged
                   ADD gl-post-tax TO charged-tax
                   ADD gl-post-instr TO charged-instr
                   ADD gl-post-loan TO charged-loan
                   ADD gl-post-net TO charged-net
                   ADD gl-post-erpens TO charged-erpens
                   ADD gl-post-ertax TO charged-ertax
                   MOVE ae-dept(alloc-idx) TO gl-post-dept
                   PERFORM Tally-GL-Department
               END-IF
           MOVE "N" TO gl-found-flag.
           PERFORM VARYING gl-dept-idx FROM 1 BY 1
                   UNTIL gl-dept-idx > gl-dept-entries
               IF gl-dept-name(gl-dept-idx) = gl-post-dept AND
                       gl-dept-company(gl-dept-idx) = employee-company
                   ADD gl-post-amount TO gl-dept-total(gl-dept-idx)
                   ADD gl-post-tax TO gl-dept-tax(gl-dept-idx)
                   ADD gl-post-pens TO gl-dept-pens(gl-dept-idx)
                   ADD gl-post-instr TO gl-dept-instr(gl-dept-idx)
                   ADD gl-post-loan TO gl-dept-loan(gl-dept-idx)
                   ADD gl-post-net TO gl-dept-net(gl-dept-idx)
                   ADD gl-post-erpens
                       TO gl-dept-erpens(gl-dept-idx)
                   ADD gl-post-ertax TO gl-dept-ertax(gl-dept-idx)
                   MOVE "Y" TO gl-found-flag
               END-IF
           END-PERFORM.
                   ADD 1 TO gl-dept-entries
                   MOVE gl-post-dept
                       TO gl-dept-name(gl-dept-entries)
                   MOVE employee-company
                       TO gl-dept-company(gl-dept-entries)
                   MOVE gl-post-amount
                       TO gl-dept-total(gl-dept-entries)
                   MOVE gl-post-tax
                       TO gl-dept-loan(gl-dept-entries)
                   MOVE gl-post-net
                       TO gl-dept-net(gl-dept-entries)
                   MOVE gl-post-erpens
                       TO gl-dept-erpens(gl-dept-entries)
                   MOVE gl-post-ertax
                       TO gl-dept-ertax(gl-dept-entries)
               ELSE
                   DISPLAY "[-] GL department table full - expense "
                       "for '" FUNCTION TRIM(gl-post-dept)
               END-IF
           END-IF.

       Load-Claims.
      *    The whole claims file, so a commit can rewrite it with
      *    the paid stamps. A file bigger than the table pays no
      *    claims at all this run rather than losing rows.
           OPEN INPUT claims-file.
           IF claims-status NOT = "00" THEN
               CLOSE claims-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ claims-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF claim-entries < 300
                           ADD 1 TO claim-entries
                           MOVE ex-employee-id TO ct-id(claim-entries)
                           MOVE ex-date TO ct-date(claim-entries)
                           MOVE ex-category
                               TO ct-category(claim-entries)
                           MOVE ex-amount TO ct-amount(claim-entries)
                           MOVE ex-description
                               TO ct-description(claim-entries)
                           MOVE ex-status TO ct-status(claim-entries)
                           MOVE ex-entered
                               TO ct-entered(claim-entries)
                           MOVE ex-approver
                               TO ct-approver(claim-entries)
                           MOVE ex-decided
                               TO ct-decided(claim-entries)
                           MOVE ex-paid-period
                               TO ct-paid-period(claim-entries)
                           IF ex-status = "A"
                               ADD 1 TO claims-approved
                           END-IF
                       ELSE
                           DISPLAY "[-] expclaims.dat is bigger than "
                               "the claims table (300) - NO expense "
                               "claims paid this run; archive the "
                               "paid rows."
                           MOVE 0 TO claim-entries
                           MOVE 0 TO claims-approved
                           SET eof-reached TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE claims-file.
           MOVE "N" TO eof-flag.
           IF claims-approved > 0
               DISPLAY "[+] " claims-approved " approved expense "
                   "claim(s) to pay."
           END-IF.

       Total-Claims.
      *    This employee's approved, unpaid claims.
           MOVE 0 TO expense-amount.
           PERFORM VARYING claim-idx FROM 1 BY 1
                   UNTIL claim-idx > claim-entries
               IF ct-id(claim-idx) = employee-id AND
                       ct-status(claim-idx) = "A"
                   ADD ct-amount(claim-idx) TO expense-amount
               END-IF
           END-PERFORM.

       Pay-Expenses.
      *    Reimbursements go on top of the net after every
      *    deduction, one line per claim on the register, and are
      *    tallied per department and category for the GL.
           IF expense-amount = 0
               EXIT PARAGRAPH
           END-IF.
           ADD expense-amount TO net-amount.
           ADD expense-amount TO total-expenses.
           PERFORM VARYING claim-idx FROM 1 BY 1
                   UNTIL claim-idx > claim-entries
               IF ct-id(claim-idx) = employee-id AND
                       ct-status(claim-idx) = "A"
                   MOVE ct-amount(claim-idx) TO p-expense
                   MOVE SPACES TO pw-line
                   STRING "   (expense "
                       FUNCTION TRIM(ct-category(claim-idx)) " "
                       ct-date(claim-idx) ": " p-expense
                       ", not taxed)"
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
                   PERFORM Tally-Expense-GL
      *            Marked here so Mark-Claims-Paid knows which
      *            rows this run paid.
                   MOVE "p" TO ct-status(claim-idx)
                   ADD 1 TO claims-paid
               END-IF
           END-PERFORM.

       Tally-Expense-GL.
           MOVE SPACES TO exp-component.
           STRING "EXP" ct-category(claim-idx)
               DELIMITED BY SIZE INTO exp-component.
           MOVE 0 TO exp-gl-hit.
           PERFORM VARYING exp-gl-idx FROM 1 BY 1
                   UNTIL exp-gl-idx > exp-gl-entries
               IF eg-dept(exp-gl-idx) = department AND
                       eg-component(exp-gl-idx) = exp-component AND
                       eg-company(exp-gl-idx) = employee-company
                   MOVE exp-gl-idx TO exp-gl-hit
               END-IF
           END-PERFORM.
           IF exp-gl-hit = 0
               IF exp-gl-entries < 60
                   ADD 1 TO exp-gl-entries
                   MOVE exp-gl-entries TO exp-gl-hit
                   MOVE department TO eg-dept(exp-gl-hit)
                   MOVE exp-component TO eg-component(exp-gl-hit)
                   MOVE employee-company TO eg-company(exp-gl-hit)
                   MOVE 0 TO eg-amount(exp-gl-hit)
               ELSE
                   DISPLAY "[-] Expense GL table full - claim for "
                       employee-id " NOT posted, GL totals will not "
                       "prove!"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD ct-amount(claim-idx) TO eg-amount(exp-gl-hit).

       Mark-Claims-Paid.
      *    Commit only: the claims this run paid are stamped "D"
      *    with the pay period and the file is written back whole.
           IF claims-paid = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT claims-file.
           PERFORM VARYING claim-idx FROM 1 BY 1
                   UNTIL claim-idx > claim-entries
               IF ct-status(claim-idx) = "p"
                   MOVE "D" TO ct-status(claim-idx)
                   MOVE period-id TO ct-paid-period(claim-idx)
               END-IF
               MOVE ct-id(claim-idx) TO ex-employee-id
               MOVE ct-date(claim-idx) TO ex-date
               MOVE ct-category(claim-idx) TO ex-category
               MOVE ct-amount(claim-idx) TO ex-amount
               MOVE ct-description(claim-idx) TO ex-description
               MOVE ct-status(claim-idx) TO ex-status
               MOVE ct-entered(claim-idx) TO ex-entered
               MOVE ct-approver(claim-idx) TO ex-approver
               MOVE ct-decided(claim-idx) TO ex-decided
               MOVE ct-paid-period(claim-idx) TO ex-paid-period
               WRITE claims-record
           END-PERFORM.
           CLOSE claims-file.
           DISPLAY "[+] " claims-paid " expense claim(s) stamped "
               "paid on 'expclaims.dat'.".

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
                   last-name " " department
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               MOVE 0 TO holiday-hours
               MOVE 0 TO diff-hours
               MOVE 0 TO unpaid-days
               MOVE 0 TO unpaid-amount
               MOVE 0 TO callout-hours
               MOVE 0 TO callout-pay
               IF pay-hourly THEN
                   PERFORM Compute-Hourly-Gross
               ELSE
                   PERFORM Prorate-Salary
                   PERFORM Apply-Unpaid-Leave
               END-IF
               PERFORM Add-Oncall-Premium
               PERFORM Add-Callout-Pay
               CALL "Deduction_Calc" USING department, gross-pay,
                   tax-amount, pension-amount, insurance-amount,
                   net-amount, rate-date
               PERFORM Apply-Benefits
               PERFORM Compute-Employer-Cost
               PERFORM Apply-Instructions
               PERFORM Apply-Loan
               PERFORM Total-Claims
               PERFORM Pay-Expenses
               MOVE gross-pay TO p-salary
               MOVE tax-amount TO p-tax
               MOVE pension-amount TO p-pension
               PERFORM Write-Bank-Detail
               STRING "   gross " p-salary "  tax " p-tax
                   "  pens " p-pension "  ins " p-insurance
                   "  net " p-net "  cost " p-cost
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               PERFORM Print-Employer-Line
           END-IF.

       Apply-Benefits.
      *    The plan's employee share replaces the department
      *    INSURANCE rate once enrollment is on file; off-cycle pay
      *    carries none for anyone enrolled or waived.
           CALL "Benefits_Lookup" USING employee-id, business-date,
               bl-plan, bl-tier, bl-eff-date, bl-contribution,
               bl-premium, bl-status.
           EVALUATE TRUE
               WHEN bl-status = "N"
                   EXIT PARAGRAPH
               WHEN off-cycle-run
                   MOVE 0 TO insurance-amount
               WHEN bl-status = "Y"
                   MOVE bl-contribution TO insurance-amount
               WHEN bl-status = "W"
                   MOVE 0 TO insurance-amount
               WHEN OTHER
                   MOVE SPACES TO pw-line
                   STRING "   (plan " bl-plan " tier " bl-tier
                       " not on planrates.dat - department "
                       "insurance rate kept)"
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
                   EXIT PARAGRAPH
           END-EVALUATE.
           COMPUTE net-amount = gross-pay - tax-amount
               - pension-amount - insurance-amount.

       Compute-Employer-Cost.
      *    The employer's pension match and payroll taxes on this
      *    gross (see Employer_Cost_Calc) - costs on top of the
      *    pay, never taken out of it.
           MOVE gross-pay TO ec-gross.
           CALL "Employer_Cost_Calc" USING department, ec-gross,
               ec-pension, ec-tax, ec-cost.
           MOVE ec-pension TO er-pension-amount.
           MOVE ec-tax TO er-tax-amount.
           MOVE ec-cost TO cost-amount.
           MOVE cost-amount TO p-cost.
           ADD er-pension-amount TO total-er-pension.
           ADD er-tax-amount TO total-er-tax.
           ADD cost-amount TO total-cost.

       Print-Employer-Line.
           IF er-pension-amount = 0 AND er-tax-amount = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE er-pension-amount TO p-er-pension.
           MOVE er-tax-amount TO p-er-tax.
           MOVE SPACES TO pw-line.
           STRING "   employer pension " p-er-pension
               "  employer tax " p-er-tax
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
