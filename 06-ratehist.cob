       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Rate_History INITIAL.
      ****************************
      *    Rate-history report: which deduction rates and tax
      *    bracket sets applied to which pay periods, for the
      *    auditor asking what rate an old payslip was computed
      *    at and for checking a staged change before it bites.
      *
      *    Every row of dedrates.dat and taxbrackets.dat carries
      *    the date it takes effect from (see Deduction_Calc and
      *    Rate_Maint), and a pay period is computed at the row in
      *    force on its last day. So a row applies from the period
      *    holding its effective-from date up to the period before
      *    the one its successor (the next row for the same type
      *    and department, or the next bracket set for the type)
      *    first applies to. Periods come from the pay-period
      *    calendar (see Pay_Period_Lookup), calendar months where
      *    it has no row, as the payroll run takes them.
      *
      *    Each row is listed in type / department / date order
      *    with its first and last period and its state as of the
      *    business date:
      *
      *       IN FORCE   applies to the current period onward,
      *       SUPERSEDED applied to the periods shown, replaced
      *                  since,
      *       STAGED     keyed ahead, first applies to the period
      *                  shown,
      *       NEVER      replaced before any period ended under
      *                  it - no pay was computed at it.
      *
      *    A row with no effective-from date (keyed before the
      *    field existed) has applied since the beginning.
      *
      *    The report goes through Print_Writer to ratehist.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rates-file ASSIGN TO "dedrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rates-status.
           SELECT bracket-file ASSIGN TO "taxbrackets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bracket-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  rates-file.
       01  rates-record.
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
       01  bracket-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  current-period  PIC X(6).
      *    Every rate row, sorted so a row's successor follows it.
       01  rate-list.
           05  rate-entries PIC 9(3) VALUE 0.
           05  rate-entry OCCURS 1 TO 200
                   DEPENDING ON rate-entries.
               10  re-type     PIC X(9).
               10  re-dept     PIC X(20).
               10  re-eff-from PIC 9(8).
               10  re-value    PIC 9v9(4).
       01  rate-idx        PIC 9(3).
      *    Every bracket row, sorted by type, set and threshold.
       01  bracket-list.
           05  bracket-entries PIC 9(3) VALUE 0.
           05  bracket-entry OCCURS 1 TO 100
                   DEPENDING ON bracket-entries.
               10  be-type      PIC X(9).
               10  be-eff-from  PIC 9(8).
               10  be-threshold PIC 9(9)v9(2).
               10  be-rate      PIC 9v9(4).
       01  bracket-idx     PIC 9(3).
       01  bracket-scan    PIC 9(3).
       01  set-count       PIC 9(3) VALUE 0.
      *    The row being placed on the period calendar.
       01  row-eff-from    PIC 9(8).
       01  next-eff-from   PIC 9(8).
       01  first-period    PIC X(6).
       01  last-period     PIC X(6).
       01  row-state       PIC X(10).
       01  staged-count    PIC 9(3) VALUE 0.
      *    Period-Of-Date: the period holding work-date.
       01  work-date       PIC 9(8).
       01  work-period     PIC X(6).
       01  work-start      PIC 9(8).
       01  pp-function     PIC X(3) VALUE "FND".
       01  pp-date         PIC 9(8).
       01  pp-period       PIC X(6).
       01  pp-start        PIC 9(8).
       01  pp-end          PIC 9(8).
       01  pp-payment      PIC 9(8).
       01  pp-status       PIC X.
       01  p-dept          PIC X(20).
       01  p-rate          PIC 9.9999.
       01  p-threshold     PIC ZZZ,ZZZ,ZZ9.99.
       01  p-eff-from      PIC X(10).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Rate_History".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Deduction Rate History by Pay Period".
       01  pw-filename     PIC X(255) VALUE "ratehist.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           CALL "Get_Business_Date" USING business-date.
           MOVE business-date TO work-date.
           PERFORM Period-Of-Date.
           MOVE work-period TO current-period.

           PERFORM Load-Rates.
           PERFORM Load-Brackets.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           STRING "Current period " current-period
               " (business date " business-date ")"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.
           MOVE "Deduction rates (dedrates.dat)" TO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.
           STRING "   Type      Department           Rate    "
               "From        First   Last    State"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "   --------- -------------------- ------  "
               "----------  ------  ------  ----------"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING rate-idx FROM 1 BY 1
                   UNTIL rate-idx > rate-entries
               PERFORM Print-Rate-Row
           END-PERFORM.
           IF rate-entries = 0
               MOVE "   ** No rate rows **" TO pw-line
               PERFORM Print-Line
           END-IF.

           PERFORM Print-Line.
           MOVE "Tax bracket sets (taxbrackets.dat)" TO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING bracket-idx FROM 1 BY 1
                   UNTIL bracket-idx > bracket-entries
               IF bracket-idx = 1
                   PERFORM Print-Bracket-Set
               ELSE
                   IF be-type(bracket-idx) NOT =
                           be-type(bracket-idx - 1) OR
                           be-eff-from(bracket-idx) NOT =
                           be-eff-from(bracket-idx - 1)
                       PERFORM Print-Bracket-Set
                   END-IF
               END-IF
               MOVE be-threshold(bracket-idx) TO p-threshold
               MOVE be-rate(bracket-idx) TO p-rate
               STRING "      above " p-threshold "  " p-rate
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-PERFORM.
           IF bracket-entries = 0
               PERFORM Print-Line
               STRING "   ** No bracket sets - every type on its "
                   "flat rate **"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.

           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           COMPUTE jl-record-count = rate-entries + bracket-entries.
           DISPLAY "[+] " rate-entries " rate row(s), " set-count
               " bracket set(s), " staged-count " staged - see "
               "'ratehist.rpt'.".
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Print-Rate-Row.
           MOVE re-eff-from(rate-idx) TO row-eff-from.
           MOVE 0 TO next-eff-from.
           IF rate-idx < rate-entries
               IF re-type(rate-idx + 1) = re-type(rate-idx) AND
                       re-dept(rate-idx + 1) = re-dept(rate-idx)
                   MOVE re-eff-from(rate-idx + 1) TO next-eff-from
               END-IF
           END-IF.
           PERFORM Place-Row.
           MOVE re-dept(rate-idx) TO p-dept.
           IF p-dept = SPACES
               MOVE "(default)" TO p-dept
           END-IF.
           MOVE re-value(rate-idx) TO p-rate.
           STRING "   " re-type(rate-idx) " " p-dept " " p-rate
               "  " p-eff-from "  " first-period "  " last-period
               "  " row-state
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Bracket-Set.
      *    bracket-idx is the first row of a set; its successor is
      *    the next set of the same type.
           ADD 1 TO set-count.
           MOVE be-eff-from(bracket-idx) TO row-eff-from.
           MOVE 0 TO next-eff-from.
           PERFORM VARYING bracket-scan FROM bracket-idx BY 1
                   UNTIL bracket-scan > bracket-entries OR
                   next-eff-from NOT = 0
               IF be-type(bracket-scan) = be-type(bracket-idx) AND
                       be-eff-from(bracket-scan) > row-eff-from
                   MOVE be-eff-from(bracket-scan) TO next-eff-from
               END-IF
           END-PERFORM.
           PERFORM Place-Row.
           PERFORM Print-Line.
           STRING "   " be-type(bracket-idx) " from " p-eff-from
               "  periods " first-period " - " last-period
               "  " row-state
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Place-Row.
      *    row-eff-from / next-eff-from (0 = no successor) to the
      *    first and last period and the state.
           IF row-eff-from = 0
               MOVE "(always)" TO p-eff-from
               MOVE "start" TO first-period
           ELSE
               STRING row-eff-from(1:4) "-" row-eff-from(5:2) "-"
                   row-eff-from(7:2)
                   DELIMITED BY SIZE INTO p-eff-from
               MOVE row-eff-from TO work-date
               PERFORM Period-Of-Date
               MOVE work-period TO first-period
           END-IF.
           IF next-eff-from = 0
               MOVE "-" TO last-period
           ELSE
      *        The successor's first period, less one.
               MOVE next-eff-from TO work-date
               PERFORM Period-Of-Date
               COMPUTE work-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(work-start) - 1)
               PERFORM Period-Of-Date
               MOVE work-period TO last-period
           END-IF.
           EVALUATE TRUE
               WHEN first-period NOT = "start" AND
                       first-period > current-period
                   MOVE "STAGED" TO row-state
                   ADD 1 TO staged-count
               WHEN next-eff-from NOT = 0 AND
                       first-period NOT = "start" AND
                       last-period < first-period
                   MOVE "NEVER" TO row-state
                   MOVE "-" TO last-period
               WHEN last-period = "-" OR
                       last-period >= current-period
                   MOVE "IN FORCE" TO row-state
               WHEN OTHER
                   MOVE "SUPERSEDED" TO row-state
           END-EVALUATE.

       Period-Of-Date.
      *    The calendar period holding work-date; its month where
      *    the calendar has no row.
           MOVE work-date TO pp-date.
           CALL "Pay_Period_Lookup" USING pp-function, pp-date,
               pp-period, pp-start, pp-end, pp-payment,
               pp-status.
           IF pp-status = "Y"
               MOVE pp-period TO work-period
               MOVE pp-start TO work-start
           ELSE
               MOVE work-date(1:6) TO work-period
               MOVE work-date TO work-start
               MOVE "01" TO work-start(7:2)
           END-IF.

       Load-Rates.
           OPEN INPUT rates-file.
           IF rates-status NOT = "00" THEN
               DISPLAY "[-] Cannot open dedrates.dat, status "
                   rates-status " - no rates to list."
               CLOSE rates-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ rates-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF rates-type NOT = SPACES
                           IF rate-entries < 200
                               ADD 1 TO rate-entries
                               MOVE rates-type
                                   TO re-type(rate-entries)
                               MOVE rates-dept
                                   TO re-dept(rate-entries)
                               MOVE rates-value
                                   TO re-value(rate-entries)
                               IF rates-eff-from IS NUMERIC
                                   MOVE rates-eff-from
                                       TO re-eff-from(rate-entries)
                               ELSE
                                   MOVE 0 TO re-eff-from(rate-entries)
                               END-IF
                           ELSE
                               DISPLAY "[-] Rate table full - "
                                   "report is INCOMPLETE!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE rates-file.
           MOVE "N" TO eof-flag.
           IF rate-entries > 1
               SORT rate-entry ON ASCENDING KEY re-type re-dept
                   re-eff-from
           END-IF.

       Load-Brackets.
           OPEN INPUT bracket-file.
           IF bracket-status NOT = "00" THEN
               CLOSE bracket-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ bracket-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF brk-type NOT = SPACES
                           IF bracket-entries < 100
                               ADD 1 TO bracket-entries
                               MOVE brk-type
                                   TO be-type(bracket-entries)
                               MOVE brk-threshold
                                   TO be-threshold(bracket-entries)
                               MOVE brk-rate
                                   TO be-rate(bracket-entries)
                               IF brk-eff-from IS NUMERIC
                                   MOVE brk-eff-from
                                       TO be-eff-from(bracket-entries)
                               ELSE
                                   MOVE 0
                                       TO be-eff-from(bracket-entries)
                               END-IF
                           ELSE
                               DISPLAY "[-] Bracket table full - "
                                   "report is INCOMPLETE!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE bracket-file.
           MOVE "N" TO eof-flag.
           IF bracket-entries > 1
               SORT bracket-entry ON ASCENDING KEY be-type
                   be-eff-from be-threshold
           END-IF.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Rate_History.
