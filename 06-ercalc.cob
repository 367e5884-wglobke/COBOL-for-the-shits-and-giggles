       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Employer_Cost_Calc.
      ****************************
      *    Shared subprogram computing the employer's own payroll
      *    costs for one employee (same CALL pattern as
      *    Deduction_Calc, which computes only what comes out of
      *    the employee's pay). The rates come from the
      *    employer-contribution rates file errates.dat, laid out
      *    like dedrates.dat and loaded once on the first call of
      *    the run unit:
      *
      *       contribution-type PIC X(9)    PENSION (the employer's
      *                                     pension match) / TAX
      *                                     (employer payroll taxes)
      *       department        PIC X(20)   spaces = default rate
      *       rate              PIC 9v9(4)  fraction of gross,
      *                                     implied decimal
      *
      *    A department-specific row overrides the default row for
      *    that type; a type with no row at all costs nothing, so
      *    without errates.dat on disk every amount is zero.
      *
      *    Arguments:
      *       ec-department : input, the department charged
      *       ec-gross      : input, gross pay (or a department's
      *                       salary total - the rates are flat)
      *       ec-pension    : output, employer pension contribution
      *       ec-tax        : output, employer payroll tax
      *       ec-cost       : output, total cost of employment -
      *                       gross plus the two above
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rates-file ASSIGN TO "errates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rates-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  rates-file.
       01  rates-record.
           05  rates-type  PIC X(9).
           05  rates-dept  PIC X(20).
           05  rates-value PIC 9v9(4).

       WORKING-STORAGE SECTION.
       01  rates-status    PIC XX.
       01  rates-loaded    PIC X VALUE "N".
           88  rates-are-loaded VALUE "Y".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  rate-table OCCURS 50.
           05  rate-type   PIC X(9).
           05  rate-dept   PIC X(20).
           05  rate-value  PIC 9v9(4).
       01  rate-entries    PIC 99 VALUE 0.
       01  rate-idx        PIC 99.
       01  wanted-type     PIC X(9).
       01  found-rate      PIC 9v9(4).

       LINKAGE SECTION.
       01  ec-department   PIC X(20).
       01  ec-gross        PIC 9(11)v9(2).
       01  ec-pension      PIC 9(11)v9(2).
       01  ec-tax          PIC 9(11)v9(2).
       01  ec-cost         PIC 9(11)v9(2).
      ****************************
       PROCEDURE DIVISION USING ec-department, ec-gross,
               ec-pension, ec-tax, ec-cost.

           IF NOT rates-are-loaded THEN
               PERFORM Load-Rates
           END-IF.

           MOVE "PENSION" TO wanted-type.
           PERFORM Find-Rate.
           COMPUTE ec-pension ROUNDED = ec-gross * found-rate.

           MOVE "TAX" TO wanted-type.
           PERFORM Find-Rate.
           COMPUTE ec-tax ROUNDED = ec-gross * found-rate.

           COMPUTE ec-cost = ec-gross + ec-pension + ec-tax.

           EXIT PROGRAM.

       Load-Rates.
      *    No errates.dat is not an error: the employer costs are
      *    simply zero until the table is set up.
           MOVE "Y" TO rates-loaded.
           MOVE 0 TO rate-entries.
           OPEN INPUT rates-file.
           IF rates-status NOT = "00" THEN
               CLOSE rates-file
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO eof-flag.
           PERFORM UNTIL eof-reached
               READ rates-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF rate-entries < 50
                           ADD 1 TO rate-entries
                           MOVE rates-type
                               TO rate-type(rate-entries)
                           MOVE rates-dept
                               TO rate-dept(rate-entries)
                           MOVE rates-value
                               TO rate-value(rate-entries)
                       ELSE
                           DISPLAY "[-] Employer_Cost_Calc: rate "
                               "table full - row for '"
                               FUNCTION TRIM(rates-type)
                               "' dropped!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE rates-file.

       Find-Rate.
      *    A department-specific row wins over the default row.
           MOVE 0 TO found-rate.
           PERFORM VARYING rate-idx FROM 1 BY 1
                   UNTIL rate-idx > rate-entries
               IF rate-type(rate-idx) = wanted-type AND
                       rate-dept(rate-idx) = SPACES AND
                       found-rate = 0
                   MOVE rate-value(rate-idx) TO found-rate
               END-IF
           END-PERFORM.
           PERFORM VARYING rate-idx FROM 1 BY 1
                   UNTIL rate-idx > rate-entries
               IF rate-type(rate-idx) = wanted-type AND
                       rate-dept(rate-idx) = ec-department
                   MOVE rate-value(rate-idx) TO found-rate
               END-IF
           END-PERFORM.

       END PROGRAM Employer_Cost_Calc.
