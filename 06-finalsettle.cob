      *
      *       1. prorates the salaried monthly pay to the
      *          termination date using working days from
      *          Business_Calendar at the leaver's work location
      *          (hourly staff settle at zero
      *          salary - their hours pay through the timesheets),
      *          a part-timer's at their FTE share of the salary
      *          (see Employee_FTE),
      *       2. pays out the unused vacation balance from
      *          leavebal.dat at the daily rate (salary x 12 /
      *          260 working days) and zeroes both balances -
      *          sick leave is forfeit on leaving; the full-time
      *          salary is right here even for a part-timer, whose
      *          balance was already accrued at their FTE share,
      *       3. runs the settlement gross through Deduction_Calc,
      *       4. recovers any outstanding loan balance from the
      *          net (see Loan_Maint) and reports a shortfall,
      *          the glaccounts.dat mapping, and a payhist.dat
      *          stamp with run-type "S"; the GL posting covers
      *          every component - GROSS, TAX, PENSION,
      *          INSURANCE, LOAN, NET, and the employer's own
      *          ERPENSION and ERTAX (see Employer_Cost_Calc) -
      *          through the same glaccounts.dat mapping the
      *          payroll run uses,
      *       6. appends one pay-detail history row per leaver
      *          (paydetail.dat, run-type "S") so the final pay
      *          reaches the Annual_Statement like any other run,
      *       7. registers the leaver on settledpay.dat so the
      *          settlement never pays twice.
      *
      *    The GL lines carry the leaver's company (see
      *    Company_Lookup) and take that company's glaccounts.dat
      *    row where it has one, as the payroll posting does.
      *
      *    settlebank.dat, once sealed, is entered on the outbound
      *    transmission register transmit.dat with its trailer
      *    count and hash (see Transmit_Log).
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  gl-date         PIC 9(8).
           05  gl-amount       PIC 9(11)v9(2).
           05  gl-run-type     PIC X.
           05  gl-company      PIC X(2).

       FD  history-file.
       01  history-record.
           05  ga-component PIC X(9).
           05  ga-debit     PIC X(8).
           05  ga-credit    PIC X(8).
           05  ga-company   PIC X(2).

       FD  bankdetails-file.
       01  bankdetails-record.
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

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  pension-amount  PIC 9(7)v9(2).
       01  insurance-amount PIC 9(7)v9(2).
       01  net-amount      PIC S9(7)v9(2).
      *    Employer-side costs (see Employer_Cost_Calc).
       01  ec-gross        PIC 9(11)v9(2).
       01  ec-pension      PIC 9(11)v9(2).
       01  ec-tax          PIC 9(11)v9(2).
       01  ec-cost         PIC 9(11)v9(2).
       01  daily-rate      PIC 9(5)v9(2).
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3) VALUE "GET".
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
       01  leave-days      PIC S9(4)v9(2).
       01  leave-payout    PIC 9(7)v9(2).
       01  loan-recovered  PIC 9(7)v9(2).
           05  mt-component PIC X(9).
           05  mt-debit     PIC X(8).
           05  mt-credit    PIC X(8).
           05  mt-company   PIC X(2).
       01  map-entries     PIC 99 VALUE 0.
       01  map-idx         PIC 99.
       01  map-hit         PIC 99.
       01  map-rank        PIC 9.
       01  row-rank        PIC 9.
       01  wanted-component PIC X(9).
      *    The leaver's legal entity (see Company_Lookup).
       01  cl-function     PIC X(3) VALUE "GET".
       01  cl-code         PIC X(2).
       01  cl-department   PIC X(20).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
       01  post-amount     PIC 9(11)v9(2).
       01  p-amount        PIC $$$,$$$,$$9.99.
       01  p-days          PIC ZZZ9.99.
       01  jl-job-name     PIC X(20) VALUE "Final_Settlement".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Outbound transmission register (see Transmit_Log).
       01  tx-file-name    PIC X(30) VALUE "settlebank.dat".
       01  tx-record-count PIC 9(6).
       01  tx-amount-total PIC 9(11)v9(2).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Final-Pay Settlement Statements".
           MOVE SPACES TO bt-filler.
           WRITE bank-trailer.
           CLOSE bank-file.
           MOVE bank-count TO tx-record-count.
           MOVE bank-hash TO tx-amount-total.
           CALL "Transmit_Log" USING tx-file-name, jl-job-name,
               tx-record-count, tx-amount-total.

           IF settled-count > 0
      *        Stamp the settlement run into the pay history with
               MOVE prior-day TO bc-date-1
               MOVE month-end TO bc-date-2
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result, work-location
               MOVE bc-result TO month-days
               MOVE termination-date TO bc-date-2
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result, work-location
               MOVE bc-result TO worked-days
               CALL "Employee_FTE" USING ft-function, employee-id,
                   ft-percent, ft-result
               IF month-days > 0
                   COMPUTE gross-pay ROUNDED =
                       salary * ft-percent / 100
                       * worked-days / month-days
               END-IF
           END-IF.

           CALL "Deduction_Calc" USING department, gross-pay,
               tax-amount, pension-amount, insurance-amount,
               net-amount.
           MOVE gross-pay TO ec-gross.
           CALL "Employer_Cost_Calc" USING department, ec-gross,
               ec-pension, ec-tax, ec-cost.

      *    Recover the outstanding loan from the net (see
      *    Loan_Maint); what the net cannot cover is reported.
           STRING "   final net " p-amount
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF ec-pension > 0 OR ec-tax > 0
               MOVE ec-pension TO p-amount
               MOVE SPACES TO pw-line
               STRING "   employer pension " p-amount
                   DELIMITED BY SIZE INTO pw-line
               MOVE ec-tax TO p-amount
               STRING "  employer tax " p-amount
                   DELIMITED BY SIZE INTO pw-line(40:)
               PERFORM Print-Line
           END-IF.

       Write-Money-Entries.
      *    Bank detail (settlebank.dat, the bankfile.dat layout)
      *    the withheld deductions, the recovered loan, and the
      *    NET actually paid; an unmapped pair is reported and
      *    skipped with RETURN-CODE 8.
           MOVE company-code TO cl-code.
           CALL "Company_Lookup" USING cl-function, cl-code,
               cl-department, cl-name, cl-bank-code, cl-account,
               cl-result.
           MOVE "GROSS" TO wanted-component.
           MOVE gross-pay TO post-amount.
           PERFORM Post-Settlement-Component.
               MOVE net-amount TO post-amount
               PERFORM Post-Settlement-Component
           END-IF.
           MOVE "ERPENSION" TO wanted-component.
           MOVE ec-pension TO post-amount.
           PERFORM Post-Settlement-Component.
           MOVE "ERTAX" TO wanted-component.
           MOVE ec-tax TO post-amount.
           PERFORM Post-Settlement-Component.

       Write-Pay-Detail.
      *    The final pay joins the pay-detail history with
           MOVE insurance-amount TO pd-insurance.
           MOVE net-amount TO pd-net.
           MOVE "S" TO pd-run-type.
           MOVE ec-pension TO pd-er-pension.
           MOVE ec-tax TO pd-er-tax.
           MOVE 0 TO pd-expenses.
           MOVE 0 TO pd-holiday-hours.
           MOVE 0 TO pd-diff-hours.
           MOVE 0 TO pd-unpaid-days.
           MOVE 0 TO pd-unpaid-amount.
           MOVE 0 TO pd-callout-hours.
           MOVE 0 TO pd-callout-pay.
           WRITE detail-record.

       Post-Settlement-Component.
           IF post-amount = 0
               EXIT PARAGRAPH
           END-IF.
      *    A department row wins over the default (blank
      *    department) row, and at either level the leaver's
      *    company's own row wins over the all-company one.
           MOVE 0 TO map-hit.
           MOVE 0 TO map-rank.
           PERFORM VARYING map-idx FROM 1 BY 1
                   UNTIL map-idx > map-entries
               IF mt-component(map-idx) = wanted-component AND
                       (mt-dept(map-idx) = SPACES OR
                        mt-dept(map-idx) = department) AND
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
           MOVE business-date TO gl-date.
           MOVE post-amount TO gl-amount.
           MOVE "S" TO gl-run-type.
           MOVE cl-code TO gl-company.
           WRITE gl-record.
           MOVE "C" TO gl-type.
           MOVE mt-credit(map-hit) TO gl-account.
                           MOVE ga-debit TO mt-debit(map-entries)
                           MOVE ga-credit
                               TO mt-credit(map-entries)
                           MOVE FUNCTION UPPER-CASE(ga-company)
                               TO mt-company(map-entries)
                       END-IF
               END-READ
           END-PERFORM.
