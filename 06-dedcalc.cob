      *       department     PIC X(20)   spaces = default rate
      *       rate           PIC 9v9(4)  fraction of gross, implied
      *                                  decimal (02200 = 0.2200)
      *       effective-from PIC 9(8)    first day the row applies
      *                                  (spaces/zero on rows older
      *                                  than the field: always)
      *
      *    A department-specific row overrides the default row for
      *    that deduction type; a type with no row at all deducts
      *    nothing. Of the rows for one type and department, the
      *    one in force for the pay period being computed is the
      *    latest whose effective-from is not after the period's
      *    last day - so a new rate is staged ahead of time (see
      *    Rate_Maint) and an off-cycle correction for an earlier
      *    period is computed at that period's rate.
      *
      *    A deduction type can instead be computed progressively
      *    from the bracket table file taxbrackets.dat (loaded once
      *                                  bracket starts, rows in
      *                                  ascending threshold order
      *       rate           PIC 9v9(4)  marginal rate above it
      *       effective-from PIC 9(8)    as for the rates
      *
      *    The rows of one type sharing an effective-from are one
      *    bracket set; the set in force for the period is the
      *    latest one not after its last day, chosen the same way.
      *    A type with bracket rows annualizes the period gross
      *    (12 pay periods a year), applies each marginal rate to
      *    the slice of annual income inside its bracket, and
      *       ded-pension    : output
      *       ded-insurance  : output
      *       ded-net        : output, gross less the three above
      *       ded-rate-date  : optional input, the last day of the
      *                        pay period being computed (pp-end
      *                        from Pay_Period_Lookup); omitted,
      *                        the period holding the business
      *                        date, the calendar month where the
      *                        calendar has no row
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  rates-type  PIC X(9).
           05  rates-dept  PIC X(20).
           05  rates-value PIC 9v9(4).
           05  rates-eff-from PIC 9(8).

       FD  bracket-file.
       01  bracket-record.
           05  brk-type      PIC X(9).
           05  brk-threshold PIC 9(9)v9(2).
           05  brk-rate      PIC 9v9(4).
           05  brk-eff-from  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  rates-status    PIC XX.
           88  rates-are-loaded VALUE "Y".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  rate-table OCCURS 200.
           05  rate-type   PIC X(9).
           05  rate-dept   PIC X(20).
           05  rate-value  PIC 9v9(4).
           05  rate-eff-from PIC 9(8).
       01  rate-entries    PIC 9(3) VALUE 0.
       01  rate-idx        PIC 9(3).
       01  wanted-type     PIC X(9).
       01  found-rate      PIC 9v9(4).
       01  found-eff-from  PIC 9(8).
       01  dept-rate       PIC 9v9(4).
       01  dept-eff-from   PIC 9(8).
       01  dept-found      PIC X.
      *    The last day of the period being computed, and the
      *    business-date period's, worked out on the first call
      *    that omits it.
       01  rate-date       PIC 9(8).
       01  default-rate-date PIC 9(8) VALUE 0.
       01  business-date   PIC 9(8).
       01  next-month-date PIC 9(8).
       01  pp-function     PIC X(3) VALUE "FND".
       01  pp-date         PIC 9(8).
       01  pp-period       PIC X(6).
       01  pp-start        PIC 9(8).
       01  pp-end          PIC 9(8).
       01  pp-payment      PIC 9(8).
       01  pp-status       PIC X.
      *    Monthly payroll: twelve pay periods to the year, for
      *    annualizing the period gross against the brackets.
       01  periods-per-year CONSTANT 12.
       01  bracket-status  PIC XX.
       01  bracket-table OCCURS 100.
           05  bt-type       PIC X(9).
           05  bt-threshold  PIC 9(9)v9(2).
           05  bt-rate       PIC 9v9(4).
           05  bt-eff-from   PIC 9(8).
       01  bracket-entries PIC 9(3) VALUE 0.
       01  bracket-idx     PIC 9(3).
       01  bracket-scan    PIC 9(3).
       01  bracket-found   PIC X.
       01  set-eff-from    PIC 9(8).
       01  annual-gross    PIC 9(9)v9(2).
       01  annual-amount   PIC 9(9)v9(2).
       01  slice-top       PIC 9(9)v9(2).
       01  ded-pension     PIC 9(7)v9(2).
       01  ded-insurance   PIC 9(7)v9(2).
       01  ded-net         PIC S9(7)v9(2).
       01  ded-rate-date   PIC 9(8).
      ****************************
       PROCEDURE DIVISION USING ded-department, ded-gross,
               ded-tax, ded-pension, ded-insurance, ded-net,
               OPTIONAL ded-rate-date.

           IF NOT rates-are-loaded THEN
               PERFORM Load-Rates
               PERFORM Load-Brackets
           END-IF.

           MOVE 0 TO rate-date.
           IF ADDRESS OF ded-rate-date NOT = NULL THEN
               MOVE ded-rate-date TO rate-date
           END-IF.
           IF rate-date = 0
               IF default-rate-date = 0
                   PERFORM Find-Default-Rate-Date
               END-IF
               MOVE default-rate-date TO rate-date
           END-IF.

           MOVE "TAX" TO wanted-type.
           PERFORM Compute-Deduction.
           MOVE found-amount TO ded-tax.
                   READ rates-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF rate-entries < 200
                               ADD 1 TO rate-entries
                               MOVE rates-type
                                   TO rate-type(rate-entries)
                                   TO rate-dept(rate-entries)
                               MOVE rates-value
                                   TO rate-value(rate-entries)
                               IF rates-eff-from IS NUMERIC
                                   MOVE rates-eff-from
                                       TO rate-eff-from(rate-entries)
                               ELSE
                                   MOVE 0
                                       TO rate-eff-from(rate-entries)
                               END-IF
                           ELSE
                               DISPLAY "[-] Deduction_Calc: rate "
                                   "table full - row for '"
           END-IF.

       Compute-Deduction.
      *    A type with a bracket set in force computes
      *    progressively; any other type takes its flat rate of
      *    gross as always.
           MOVE "N" TO bracket-found.
           MOVE 0 TO set-eff-from.
           PERFORM VARYING bracket-idx FROM 1 BY 1
                   UNTIL bracket-idx > bracket-entries
               IF bt-type(bracket-idx) = wanted-type AND
                       bt-eff-from(bracket-idx) <= rate-date AND
                       (bracket-found = "N" OR
                        bt-eff-from(bracket-idx) > set-eff-from)
                   MOVE "Y" TO bracket-found
                   MOVE bt-eff-from(bracket-idx) TO set-eff-from
               END-IF
           END-PERFORM.
           IF bracket-found = "Y"

       Compute-Progressive.
      *    Annualize the period gross, tax each slice of annual
      *    income at its bracket's marginal rate (the next higher
      *    threshold of the same set caps the slice), and prorate
      *    back to the period.
           COMPUTE annual-gross = ded-gross * periods-per-year.
           MOVE 0 TO annual-amount.
           PERFORM VARYING bracket-idx FROM 1 BY 1
                   UNTIL bracket-idx > bracket-entries
               IF bt-type(bracket-idx) = wanted-type AND
                       bt-eff-from(bracket-idx) = set-eff-from
                   MOVE annual-gross TO slice-top
                   PERFORM VARYING bracket-scan FROM 1 BY 1
                           UNTIL bracket-scan > bracket-entries
                       IF bt-type(bracket-scan) = wanted-type AND
                               bt-eff-from(bracket-scan) =
                                   set-eff-from AND
                               bt-threshold(bracket-scan) >
                                   bt-threshold(bracket-idx) AND
                               bt-threshold(bracket-scan) <
                                   slice-top
                           MOVE bt-threshold(bracket-scan)
                               TO slice-top
                       END-IF
                   END-PERFORM
                   COMPUTE slice-amount = slice-top
                       - bt-threshold(bracket-idx)
                   IF slice-amount > 0
               READ bracket-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF bracket-entries < 100
                           ADD 1 TO bracket-entries
                           MOVE brk-type
                               TO bt-type(bracket-entries)
                               TO bt-threshold(bracket-entries)
                           MOVE brk-rate
                               TO bt-rate(bracket-entries)
                           IF brk-eff-from IS NUMERIC
                               MOVE brk-eff-from
                                   TO bt-eff-from(bracket-entries)
                           ELSE
                               MOVE 0 TO bt-eff-from(bracket-entries)
                           END-IF
                       ELSE
                           DISPLAY "[-] Deduction_Calc: bracket "
                               "table full - row for '"
           MOVE "N" TO eof-flag.

       Find-Rate.
      *    A department-specific row wins over the default row;
      *    of either kind, the latest in force by rate-date.
           MOVE 0 TO found-rate.
           MOVE 0 TO found-eff-from.
           MOVE "N" TO dept-found.
           MOVE 0 TO dept-rate.
           MOVE 0 TO dept-eff-from.
           PERFORM VARYING rate-idx FROM 1 BY 1
                   UNTIL rate-idx > rate-entries
               IF rate-type(rate-idx) = wanted-type AND
                       rate-eff-from(rate-idx) <= rate-date
                   EVALUATE TRUE
                       WHEN rate-dept(rate-idx) = SPACES
                           IF rate-eff-from(rate-idx) >=
                                   found-eff-from
                               MOVE rate-value(rate-idx)
                                   TO found-rate
                               MOVE rate-eff-from(rate-idx)
                                   TO found-eff-from
                           END-IF
                       WHEN rate-dept(rate-idx) = ded-department
                           IF rate-eff-from(rate-idx) >=
                                   dept-eff-from
                               MOVE "Y" TO dept-found
                               MOVE rate-value(rate-idx)
                                   TO dept-rate
                               MOVE rate-eff-from(rate-idx)
                                   TO dept-eff-from
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF dept-found = "Y"
               MOVE dept-rate TO found-rate
           END-IF.

       Find-Default-Rate-Date.
      *    The last day of the pay period holding the business
      *    date; the calendar month's where the calendar has none.
           CALL "Get_Business_Date" USING business-date.
           MOVE business-date TO pp-date.
           CALL "Pay_Period_Lookup" USING pp-function, pp-date,
               pp-period, pp-start, pp-end, pp-payment,
               pp-status.
           IF pp-status = "Y"
               MOVE pp-end TO default-rate-date
           ELSE
               MOVE business-date TO next-month-date
               MOVE "01" TO next-month-date(7:2)
               COMPUTE next-month-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(next-month-date) + 31)
               MOVE "01" TO next-month-date(7:2)
               COMPUTE default-rate-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(next-month-date) - 1)
           END-IF.

       END PROGRAM Deduction_Calc.
