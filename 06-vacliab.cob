       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Vacation_Liability INITIAL.
      ****************************
      *    Month-end valuation of untaken vacation for the balance
      *    sheet, instead of the accountants' estimate off
      *    leavebal.rpt:
      *
      *    1. Every active employee's vacation balance on
      *       leavebal.dat is valued at their daily rate from the
      *       master - salary x 12 / 260 working days (the
      *       Final_Settlement payout rate) for salaried staff,
      *       hourly-rate x 8 for hourly staff. A negative balance
      *       is owed TO the company and carries no liability.
      *    2. The liability report (vacliab.rpt, via Print_Writer)
      *       lists the employees by department with a department
      *       total and the change from last month's valuation.
      *    3. The month's valuation is kept per department on
      *       vacliab.dat (period X(6), department X(20), days
      *       S9(7)v99, value 9(11)v99) - the "last month" the
      *       next run compares against. A re-run replaces its own
      *       period's rows.
      *    4. The GL accrual goes to vacaccrual.dat in the
      *       glpost.dat layout, mapped through the VACATION
      *       component of glaccounts.dat (department row, else
      *       the default row): last month's accrual is reversed
      *       (debit the liability, credit the expense) and this
      *       month's full valuation accrued (debit the expense,
      *       credit the liability), so the ledger moves by the
      *       change. Both carry run-type "V", and the company
      *       of the department (see Company_Lookup), whose own
      *       VACATION row wins over the all-company one.
      *
      *    A batch step: Month_End_Close runs it in its built-in
      *    sequence, and the report it catalogs goes into the
      *    sealed close manifest.
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
           SELECT balance-file ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS lb-employee-id
               FILE STATUS IS balance-status.
           SELECT valuation-file ASSIGN TO "vacliab.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS valuation-status.
           SELECT glaccounts-file ASSIGN TO "glaccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS glaccounts-status.
           SELECT gl-file ASSIGN TO "vacaccrual.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  balance-file.
       01  balance-record.
           05  lb-employee-id PIC X(6).
           05  lb-name        PIC X(30).
           05  lb-balance     PIC S9(4)v9(2).
           05  lb-sick-balance PIC S9(4)v9(2).

       FD  valuation-file.
       01  valuation-record.
           05  vl-period   PIC X(6).
           05  vl-dept     PIC X(20).
           05  vl-days     PIC S9(7)v9(2).
           05  vl-value    PIC 9(11)v9(2).

       FD  glaccounts-file.
       01  glaccounts-record.
           05  ga-dept      PIC X(20).
           05  ga-component PIC X(9).
           05  ga-debit     PIC X(8).
           05  ga-credit    PIC X(8).
           05  ga-company   PIC X(2).

       FD  gl-file.
       01  gl-record.
           05  gl-type         PIC X.
           05  gl-account      PIC X(8).
           05  gl-cost-center  PIC X(20).
           05  gl-date         PIC 9(8).
           05  gl-amount       PIC 9(11)v9(2).
           05  gl-run-type     PIC X.
           05  gl-company      PIC X(2).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  balance-status  PIC XX.
       01  valuation-status PIC XX.
       01  glaccounts-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  period-id       PIC X(6).
       01  prior-period    PIC X(6) VALUE SPACES.
      *    One row per active employee valued.
       01  emp-table OCCURS 500.
           05  emt-id      PIC X(6).
           05  emt-name    PIC X(30).
           05  emt-dept    PIC X(20).
           05  emt-days    PIC S9(4)v9(2).
           05  emt-rate    PIC 9(7)v9(2).
           05  emt-value   PIC 9(9)v9(2).
       01  emp-entries     PIC 9(3) VALUE 0.
       01  emp-idx         PIC 9(3).
      *    Per department: this month and last month.
       01  dept-table OCCURS 50.
           05  dt-name     PIC X(20).
           05  dt-count    PIC 9(4).
           05  dt-days     PIC S9(7)v9(2).
           05  dt-value    PIC 9(11)v9(2).
           05  dt-prior    PIC 9(11)v9(2).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
      *    vacliab.dat held whole so this period's rows can be
      *    replaced on a re-run.
       01  history-table OCCURS 1200.
           05  ht-period   PIC X(6).
           05  ht-dept     PIC X(20).
           05  ht-days     PIC S9(7)v9(2).
           05  ht-value    PIC 9(11)v9(2).
       01  history-entries PIC 9(4) VALUE 0.
       01  history-idx     PIC 9(4).
       01  history-overflow PIC X VALUE "N".
      *    The VACATION rows of the chart-of-accounts mapping.
       01  map-table OCCURS 60.
           05  mt-dept     PIC X(20).
           05  mt-debit    PIC X(8).
           05  mt-credit   PIC X(8).
           05  mt-company  PIC X(2).
       01  map-entries     PIC 99 VALUE 0.
       01  map-idx         PIC 99.
       01  map-hit         PIC 99.
       01  map-rank        PIC 9.
       01  row-rank        PIC 9.
      *    The department's legal entity (see Company_Lookup).
       01  cl-function     PIC X(3) VALUE "DEP".
       01  cl-code         PIC X(2).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
       01  unmapped-count  PIC 99 VALUE 0.
       01  gl-count        PIC 9(5) VALUE 0.
       01  post-amount     PIC 9(11)v9(2).
       01  daily-rate      PIC 9(7)v9(2).
       01  change-amount   PIC S9(11)v9(2).
       01  total-days      PIC S9(7)v9(2) VALUE 0.
       01  total-value     PIC 9(11)v9(2) VALUE 0.
       01  total-prior     PIC 9(11)v9(2) VALUE 0.
       01  negative-count  PIC 9(5) VALUE 0.
       01  missing-count   PIC 9(5) VALUE 0.
       01  p-days          PIC -(5)9.99.
       01  p-rate          PIC $$$,$$9.99.
       01  p-value         PIC $$,$$$,$$$,$$9.99.
       01  p-prior         PIC $$,$$$,$$$,$$9.99.
       01  p-change        PIC +$,$$$,$$$,$$9.99.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Vacation_Liability".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Vacation Liability Valuation".
       01  pw-filename     PIC X(255) VALUE "vacliab.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Vacation Liability Valuation".
           DISPLAY "================================".
      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           CALL "Get_Business_Date" USING business-date.
           MOVE business-date(1:6) TO period-id.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           OPEN INPUT balance-file.
           IF balance-status NOT = "00" THEN
               DISPLAY "[-] Cannot open leavebal.dat, status "
                   balance-status " - no balances to value."
               CLOSE personnel-file
               MOVE 8 TO RETURN-CODE
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
                           PERFORM Value-Employee
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE balance-file.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

           PERFORM Load-History.
           PERFORM Load-Mapping.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.
           IF prior-period = SPACES
               STRING "Period " period-id " - no earlier valuation "
                   "on file, change shown against zero"
                   DELIMITED BY SIZE INTO pw-line
           ELSE
               STRING "Period " period-id " - change against "
                   "period " prior-period
                   DELIMITED BY SIZE INTO pw-line
           END-IF.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               PERFORM Print-Department
           END-PERFORM.

           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           MOVE total-days TO p-days.
           MOVE total-value TO p-value.
           MOVE SPACES TO pw-line.
           STRING "Total liability : " p-value "  on " p-days
               " day(s)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE total-prior TO p-prior.
           MOVE SPACES TO pw-line.
           STRING "Last month      : " p-prior
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           COMPUTE change-amount = total-value - total-prior.
           MOVE change-amount TO p-change.
           MOVE SPACES TO pw-line.
           STRING "Change          : " p-change
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "Employees valued: " emp-entries
               "   negative balances (no liability): "
               negative-count "   no leavebal.dat row: "
               missing-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

           PERFORM Write-Accrual.
           PERFORM Save-History.

           MOVE SPACES TO pw-line.
           STRING "GL lines written to vacaccrual.dat: " gl-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF unmapped-count > 0
               MOVE SPACES TO pw-line
               STRING "[-] " unmapped-count " department(s) with "
                   "no VACATION mapping on glaccounts.dat - not "
                   "posted!"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Report written to 'vacliab.rpt', accrual "
               "postings to 'vacaccrual.dat' (" gl-count
               " line(s)).".
           MOVE emp-entries TO jl-record-count.
           IF unmapped-count > 0
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO jl-outcome
           ELSE
               MOVE "OK" TO jl-outcome
           END-IF.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Value-Employee.
           MOVE employee-id TO lb-employee-id.
           READ balance-file
               INVALID KEY
                   ADD 1 TO missing-count
                   EXIT PARAGRAPH
           END-READ.
           IF emp-entries NOT < 500
               DISPLAY "[-] Employee table full - " employee-id
                   " NOT valued!"
               EXIT PARAGRAPH
           END-IF.
           IF pay-hourly
               COMPUTE daily-rate ROUNDED = hourly-rate * 8
           ELSE
               COMPUTE daily-rate ROUNDED = salary * 12 / 260
           END-IF.
           ADD 1 TO emp-entries.
           MOVE employee-id TO emt-id(emp-entries).
           MOVE SPACES TO emt-name(emp-entries).
           STRING FUNCTION TRIM(first-name) " "
               FUNCTION TRIM(last-name)
               DELIMITED BY SIZE INTO emt-name(emp-entries).
           MOVE department TO emt-dept(emp-entries).
           MOVE lb-balance TO emt-days(emp-entries).
           MOVE daily-rate TO emt-rate(emp-entries).
           IF lb-balance > 0
               COMPUTE emt-value(emp-entries) ROUNDED =
                   lb-balance * daily-rate
           ELSE
               MOVE 0 TO emt-value(emp-entries)
               IF lb-balance < 0
                   ADD 1 TO negative-count
               END-IF
           END-IF.

           MOVE 0 TO dept-hit.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-name(dept-idx) = department
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.
           IF dept-hit = 0
               IF dept-entries < 50
                   ADD 1 TO dept-entries
                   MOVE dept-entries TO dept-hit
                   MOVE department TO dt-name(dept-hit)
                   MOVE 0 TO dt-count(dept-hit)
                   MOVE 0 TO dt-days(dept-hit)
                   MOVE 0 TO dt-value(dept-hit)
                   MOVE 0 TO dt-prior(dept-hit)
               ELSE
                   DISPLAY "[-] Department table full - "
                       FUNCTION TRIM(department) " NOT totalled!"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO dt-count(dept-hit).
           ADD lb-balance TO dt-days(dept-hit).
           ADD emt-value(emp-entries) TO dt-value(dept-hit).
           ADD lb-balance TO total-days.
           ADD emt-value(emp-entries) TO total-value.

       Print-Department.
           MOVE SPACES TO pw-line.
           STRING "Department " dt-name(dept-idx)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-entries
               IF emt-dept(emp-idx) = dt-name(dept-idx)
                   MOVE emt-days(emp-idx) TO p-days
                   MOVE emt-rate(emp-idx) TO p-rate
                   MOVE emt-value(emp-idx) TO p-value
                   MOVE SPACES TO pw-line
                   STRING "   " emt-id(emp-idx) " "
                       emt-name(emp-idx) " " p-days " day(s) at "
                       p-rate "  " p-value
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-PERFORM.
           MOVE dt-value(dept-idx) TO p-value.
           MOVE dt-prior(dept-idx) TO p-prior.
           COMPUTE change-amount = dt-value(dept-idx)
               - dt-prior(dept-idx).
           MOVE change-amount TO p-change.
           MOVE SPACES TO pw-line.
           STRING "   department total " p-value "  last month "
               p-prior "  change " p-change
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.

       Load-History.
      *    The latest earlier period on file is "last month"; its
      *    rows give each department's prior valuation. A
      *    department that has since emptied still gets its prior
      *    accrual reversed.
           OPEN INPUT valuation-file.
           IF valuation-status NOT = "00" THEN
               CLOSE valuation-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ valuation-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF vl-period NOT = period-id
                           IF history-entries < 1200
                               ADD 1 TO history-entries
                               MOVE vl-period
                                   TO ht-period(history-entries)
                               MOVE vl-dept
                                   TO ht-dept(history-entries)
                               MOVE vl-days
                                   TO ht-days(history-entries)
                               MOVE vl-value
                                   TO ht-value(history-entries)
                               IF vl-period < period-id AND
                                       (prior-period = SPACES OR
                                       vl-period > prior-period)
                                   MOVE vl-period TO prior-period
                               END-IF
                           ELSE
                               MOVE "Y" TO history-overflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE valuation-file.
           MOVE "N" TO eof-flag.
           PERFORM VARYING history-idx FROM 1 BY 1
                   UNTIL history-idx > history-entries
               IF ht-period(history-idx) = prior-period
                   PERFORM Note-Prior-Value
               END-IF
           END-PERFORM.

       Note-Prior-Value.
           MOVE 0 TO dept-hit.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-name(dept-idx) = ht-dept(history-idx)
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.
           IF dept-hit = 0
               IF dept-entries < 50
                   ADD 1 TO dept-entries
                   MOVE dept-entries TO dept-hit
                   MOVE ht-dept(history-idx) TO dt-name(dept-hit)
                   MOVE 0 TO dt-count(dept-hit)
                   MOVE 0 TO dt-days(dept-hit)
                   MOVE 0 TO dt-value(dept-hit)
                   MOVE 0 TO dt-prior(dept-hit)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE ht-value(history-idx) TO dt-prior(dept-hit).
           ADD ht-value(history-idx) TO total-prior.

       Save-History.
      *    The earlier periods back as they were, then this
      *    period's departments. A file too big for the table is
      *    left alone rather than cut short.
           IF history-overflow = "Y"
               DISPLAY "[-] vacliab.dat holds more rows than this "
                   "run can carry (1200) - this month's valuation "
                   "NOT saved; archive the old periods."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT valuation-file.
           PERFORM VARYING history-idx FROM 1 BY 1
                   UNTIL history-idx > history-entries
               MOVE ht-period(history-idx) TO vl-period
               MOVE ht-dept(history-idx) TO vl-dept
               MOVE ht-days(history-idx) TO vl-days
               MOVE ht-value(history-idx) TO vl-value
               WRITE valuation-record
           END-PERFORM.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-count(dept-idx) > 0
                   MOVE period-id TO vl-period
                   MOVE dt-name(dept-idx) TO vl-dept
                   MOVE dt-days(dept-idx) TO vl-days
                   MOVE dt-value(dept-idx) TO vl-value
                   WRITE valuation-record
               END-IF
           END-PERFORM.
           CLOSE valuation-file.

       Load-Mapping.
           OPEN INPUT glaccounts-file.
           IF glaccounts-status NOT = "00" THEN
               CLOSE glaccounts-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ glaccounts-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ga-component = "VACATION" AND
                               map-entries < 60
                           ADD 1 TO map-entries
                           MOVE ga-dept TO mt-dept(map-entries)
                           MOVE ga-debit TO mt-debit(map-entries)
                           MOVE ga-credit TO mt-credit(map-entries)
                           MOVE FUNCTION UPPER-CASE(ga-company)
                               TO mt-company(map-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE glaccounts-file.
           MOVE "N" TO eof-flag.

       Write-Accrual.
           OPEN OUTPUT gl-file.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-value(dept-idx) > 0 OR dt-prior(dept-idx) > 0
                   PERFORM Post-Department
               END-IF
           END-PERFORM.
           CLOSE gl-file.

       Post-Department.
      *    A department-specific row wins over the default (blank
      *    department) row, the Deduction_Calc convention, and at
      *    either level the department's company's own row wins
      *    over the all-company one.
           CALL "Company_Lookup" USING cl-function, cl-code,
               dt-name(dept-idx), cl-name, cl-bank-code,
               cl-account, cl-result.
           MOVE 0 TO map-hit.
           MOVE 0 TO map-rank.
           PERFORM VARYING map-idx FROM 1 BY 1
                   UNTIL map-idx > map-entries
               IF (mt-dept(map-idx) = SPACES OR
                       mt-dept(map-idx) = dt-name(dept-idx)) AND
                       (mt-company(map-idx) = SPACES OR
                       mt-company(map-idx) = cl-code)
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
           IF map-hit = 0
               ADD 1 TO unmapped-count
               DISPLAY "[-] No VACATION mapping for department "
                   FUNCTION TRIM(dt-name(dept-idx)) " - not posted."
               EXIT PARAGRAPH
           END-IF.
           MOVE dt-name(dept-idx) TO gl-cost-center.
           MOVE business-date TO gl-date.
           MOVE "V" TO gl-run-type.
           MOVE cl-code TO gl-company.
      *    Reverse last month's accrual...
           IF dt-prior(dept-idx) > 0
               MOVE dt-prior(dept-idx) TO post-amount
               MOVE "D" TO gl-type
               MOVE mt-credit(map-hit) TO gl-account
               MOVE post-amount TO gl-amount
               WRITE gl-record
               MOVE "C" TO gl-type
               MOVE mt-debit(map-hit) TO gl-account
               WRITE gl-record
               ADD 2 TO gl-count
           END-IF.
      *    ...and accrue this month's full valuation.
           IF dt-value(dept-idx) > 0
               MOVE dt-value(dept-idx) TO post-amount
               MOVE "D" TO gl-type
               MOVE mt-debit(map-hit) TO gl-account
               MOVE post-amount TO gl-amount
               WRITE gl-record
               MOVE "C" TO gl-type
               MOVE mt-credit(map-hit) TO gl-account
               WRITE gl-record
               ADD 2 TO gl-count
           END-IF.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Vacation_Liability.
