       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Rate_Maint INITIAL.
      ****************************
      *    Maintenance screen for the deduction rates dedrates.dat
      *    and the tax brackets taxbrackets.dat (layouts in
      *    Deduction_Calc). Every row carries the date it takes
      *    effect from, and Deduction_Calc applies the row in
      *    force for the pay period it computes - so next year's
      *    rates are keyed here ahead of time and simply start
      *    applying with the first period they cover, while the
      *    current ones run on until then:
      *
      *       (L)ist    every rate row and bracket set, marked
      *                 IN FORCE / STAGED / SUPERSEDED as of the
      *                 end of the current pay period,
      *       (R)ate    stage one rate row - type, department
      *                 (blank = the default row), rate and the
      *                 effective-from date; a row already staged
      *                 for the same type, department and date is
      *                 replaced,
      *       (B)rackets stage a whole bracket set for a type from
      *                 a date, thresholds keyed in ascending
      *                 order (the first at zero); a set already
      *                 staged for the type and date is replaced,
      *       (D)elete  a staged rate row or bracket set.
      *
      *    Deduction_Calc takes the row in force on a period's
      *    end date, so the current period is the end of the pay
      *    period holding the business date (Pay_Period_Lookup;
      *    the calendar month's end where the calendar has none).
      *    A row dated on or before it is already in force - the
      *    trial run and commit for this period deduct at it, and
      *    Rate_History lists it so. The effective-from date must
      *    fall after the current period, and only staged rows,
      *    those after it, can be deleted: the rows already in
      *    force are what this and past periods were paid at, and
      *    Rate_History and off-cycle corrections still read them.
      *    Rows with no effective-from date (keyed
      *    before the field existed) count as in force from the
      *    beginning and are written back with zeros.
      *
      *    Every stage and delete is journaled to ratelog.dat with
      *    the row image, the loanhist.dat pattern. Maintenance
      *    needs the PAYROLL role.
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
           SELECT OPTIONAL journal-file ASSIGN TO "ratelog.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  journal-file.
       01  journal-record.
           05  rj-action   PIC X(6).
           05  rj-date     PIC 9(8).
           05  rj-time     PIC 9(8).
           05  rj-operator PIC X(20).
           05  rj-file     PIC X(8).
           05  rj-row      PIC X(42).

       WORKING-STORAGE SECTION.
       01  rates-status    PIC XX.
       01  bracket-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
      *    The end of the current pay period - the date rows are
      *    in force or staged against.
       01  period-end      PIC 9(8).
       01  next-month-date PIC 9(8).
       01  pp-function     PIC X(3) VALUE "FND".
       01  pp-date         PIC 9(8).
       01  pp-period       PIC X(6).
       01  pp-start        PIC 9(8).
       01  pp-end          PIC 9(8).
       01  pp-payment      PIC 9(8).
       01  pp-status       PIC X.
       01  operator-name   PIC X(20).
       01  rate-table OCCURS 200.
           05  rt-type     PIC X(9).
           05  rt-dept     PIC X(20).
           05  rt-value    PIC 9v9(4).
           05  rt-eff-from PIC 9(8).
       01  rate-entries    PIC 9(3) VALUE 0.
       01  rate-idx        PIC 9(3).
       01  rate-scan       PIC 9(3).
       01  rate-hit        PIC 9(3).
       01  bracket-table OCCURS 100.
           05  bt-type       PIC X(9).
           05  bt-threshold  PIC 9(9)v9(2).
           05  bt-rate       PIC 9v9(4).
           05  bt-eff-from   PIC 9(8).
       01  bracket-entries PIC 9(3) VALUE 0.
       01  bracket-idx     PIC 9(3).
       01  bracket-scan    PIC 9(3).
      *    A new bracket set is keyed here before it replaces the
      *    old one in the table.
       01  new-set OCCURS 20.
           05  ns-threshold  PIC 9(9)v9(2).
           05  ns-rate       PIC 9v9(4).
       01  new-set-entries PIC 99.
       01  new-set-idx     PIC 99.
       01  set-done        PIC X.
       01  rates-changed   PIC X VALUE "N".
       01  brackets-changed PIC X VALUE "N".
       01  maint-action    PIC X.
       01  again-answer    PIC X.
       01  input-type      PIC X(9).
       01  input-dept      PIC X(20).
       01  input-date      PIC X(8).
       01  input-amount    PIC X(15).
       01  input-ok        PIC X.
       01  eff-date        PIC 9(8).
       01  eff-purpose     PIC X.
           88  staging-date VALUE "S".
           88  deleting-date VALUE "D".
       01  next-bracket    PIC 99.
       01  set-dropped     PIC 9(3).
       01  rate-value-in   PIC 9v9(4).
       01  threshold-in    PIC 9(9)v9(2).
       01  row-state       PIC X(10).
       01  journal-action  PIC X(6).
       01  journal-file-name PIC X(8).
       01  journal-row     PIC X(42).
       01  p-rate          PIC 9.9999.
       01  p-threshold     PIC ZZZ,ZZZ,ZZ9.99.
       01  p-dept          PIC X(20).
       01  dc-department   PIC X(20).
       01  dc-valid-flag   PIC X.
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "PAYROLL".
       01  rk-allowed      PIC X.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Deduction Rate Maintenance".
           DISPLAY "==============================".
           CALL "Get_Business_Date" USING business-date,
               business-time.
           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           IF operator-name = SPACES
               DISPLAY "[+] Operator name?"
               ACCEPT operator-name
           END-IF.
      *    Role gate (see Role_Check); a refusal is logged.
           MOVE "E" TO rk-action.
           MOVE operator-name(1:10) TO rk-user-id.
           CALL "Role_Check" USING rk-action, rk-user-id,
               rk-needed, rk-allowed.
           IF rk-allowed NOT = "Y" THEN
               DISPLAY "[-] Deduction rates need the PAYROLL role - "
                   "refused (and logged)."
               GOBACK
           END-IF.

           PERFORM Find-Period-End.
           PERFORM Load-Rates.
           PERFORM Load-Brackets.
           DISPLAY "[+] " rate-entries " rate row(s), "
               bracket-entries " bracket row(s) on file; the "
               "current period ends " period-end ".".

           MOVE "Y" TO again-answer.
           PERFORM TEST AFTER UNTIL again-answer NOT = "Y" AND
                   again-answer NOT = "y"
               DISPLAY "[+] (L)ist, stage a (R)ate, stage "
                   "(B)rackets, or (D)elete a staged row? "
               ACCEPT maint-action
               EVALUATE maint-action
                   WHEN "L" WHEN "l"
                       PERFORM List-Rates
                       PERFORM List-Brackets
                   WHEN "R" WHEN "r"
                       PERFORM Stage-Rate
                   WHEN "B" WHEN "b"
                       PERFORM Stage-Brackets
                   WHEN "D" WHEN "d"
                       PERFORM Delete-Staged
                   WHEN OTHER
                       DISPLAY "[-] No such choice."
               END-EVALUATE
               DISPLAY "[+] Another action? [y/n] "
               ACCEPT again-answer
           END-PERFORM.

           IF rates-changed = "Y"
               PERFORM Save-Rates
               DISPLAY "[+] dedrates.dat saved, " rate-entries
                   " row(s)."
           END-IF.
           IF brackets-changed = "Y"
               PERFORM Save-Brackets
               DISPLAY "[+] taxbrackets.dat saved, " bracket-entries
                   " row(s)."
           END-IF.
           GOBACK.

       Find-Period-End.
      *    The last day of the pay period holding the business
      *    date; the calendar month's where the calendar has none
      *    (as Deduction_Calc takes it).
           MOVE business-date TO pp-date.
           CALL "Pay_Period_Lookup" USING pp-function, pp-date,
               pp-period, pp-start, pp-end, pp-payment,
               pp-status.
           IF pp-status = "Y"
               MOVE pp-end TO period-end
           ELSE
               MOVE business-date TO next-month-date
               MOVE "01" TO next-month-date(7:2)
               COMPUTE next-month-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(next-month-date) + 31)
               MOVE "01" TO next-month-date(7:2)
               COMPUTE period-end = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(next-month-date) - 1)
           END-IF.

       Load-Rates.
           MOVE 0 TO rate-entries.
           OPEN INPUT rates-file.
           IF rates-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ rates-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF rates-type NOT = SPACES AND
                                   rate-entries < 200
                               ADD 1 TO rate-entries
                               MOVE rates-type
                                   TO rt-type(rate-entries)
                               MOVE rates-dept
                                   TO rt-dept(rate-entries)
                               MOVE rates-value
                                   TO rt-value(rate-entries)
                               IF rates-eff-from IS NUMERIC
                                   MOVE rates-eff-from
                                       TO rt-eff-from(rate-entries)
                               ELSE
                                   MOVE 0 TO rt-eff-from(rate-entries)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE rates-file.
           MOVE "N" TO eof-flag.

       Load-Brackets.
           MOVE 0 TO bracket-entries.
           OPEN INPUT bracket-file.
           IF bracket-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ bracket-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF brk-type NOT = SPACES AND
                                   bracket-entries < 100
                               ADD 1 TO bracket-entries
                               MOVE brk-type
                                   TO bt-type(bracket-entries)
                               MOVE brk-threshold
                                   TO bt-threshold(bracket-entries)
                               MOVE brk-rate
                                   TO bt-rate(bracket-entries)
                               IF brk-eff-from IS NUMERIC
                                   MOVE brk-eff-from
                                       TO bt-eff-from(bracket-entries)
                               ELSE
                                   MOVE 0
                                       TO bt-eff-from(bracket-entries)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE bracket-file.
           MOVE "N" TO eof-flag.

       Save-Rates.
           OPEN OUTPUT rates-file.
           PERFORM VARYING rate-idx FROM 1 BY 1
                   UNTIL rate-idx > rate-entries
               MOVE rt-type(rate-idx) TO rates-type
               MOVE rt-dept(rate-idx) TO rates-dept
               MOVE rt-value(rate-idx) TO rates-value
               MOVE rt-eff-from(rate-idx) TO rates-eff-from
               WRITE rates-record
           END-PERFORM.
           CLOSE rates-file.

       Save-Brackets.
           OPEN OUTPUT bracket-file.
           PERFORM VARYING bracket-idx FROM 1 BY 1
                   UNTIL bracket-idx > bracket-entries
               MOVE bt-type(bracket-idx) TO brk-type
               MOVE bt-threshold(bracket-idx) TO brk-threshold
               MOVE bt-rate(bracket-idx) TO brk-rate
               MOVE bt-eff-from(bracket-idx) TO brk-eff-from
               WRITE bracket-record
           END-PERFORM.
           CLOSE bracket-file.

       List-Rates.
           DISPLAY "[+] Rates (dedrates.dat):".
           PERFORM VARYING rate-idx FROM 1 BY 1
                   UNTIL rate-idx > rate-entries
               PERFORM Rate-State
               MOVE rt-value(rate-idx) TO p-rate
               MOVE rt-dept(rate-idx) TO p-dept
               IF p-dept = SPACES
                   MOVE "(default)" TO p-dept
               END-IF
               DISPLAY "   " rate-idx ") " rt-type(rate-idx) " "
                   p-dept " " p-rate " from "
                   rt-eff-from(rate-idx) " " row-state
           END-PERFORM.

       List-Brackets.
           DISPLAY "[+] Tax brackets (taxbrackets.dat):".
           PERFORM VARYING bracket-idx FROM 1 BY 1
                   UNTIL bracket-idx > bracket-entries
               PERFORM Bracket-State
               MOVE bt-threshold(bracket-idx) TO p-threshold
               MOVE bt-rate(bracket-idx) TO p-rate
               DISPLAY "   " bracket-idx ") " bt-type(bracket-idx)
                   " above " p-threshold " " p-rate " from "
                   bt-eff-from(bracket-idx) " " row-state
           END-PERFORM.

       Rate-State.
      *    In force is the latest row for the type and department
      *    not after the current period's end; a later one is
      *    staged, an earlier one superseded.
           IF rt-eff-from(rate-idx) > period-end
               MOVE "STAGED" TO row-state
               EXIT PARAGRAPH
           END-IF.
           MOVE "IN FORCE" TO row-state.
           PERFORM VARYING rate-scan FROM 1 BY 1
                   UNTIL rate-scan > rate-entries
               IF rt-type(rate-scan) = rt-type(rate-idx) AND
                       rt-dept(rate-scan) = rt-dept(rate-idx) AND
                       rt-eff-from(rate-scan) <= period-end AND
                       rt-eff-from(rate-scan) > rt-eff-from(rate-idx)
                   MOVE "SUPERSEDED" TO row-state
               END-IF
           END-PERFORM.

       Bracket-State.
           IF bt-eff-from(bracket-idx) > period-end
               MOVE "STAGED" TO row-state
               EXIT PARAGRAPH
           END-IF.
           MOVE "IN FORCE" TO row-state.
           PERFORM VARYING bracket-scan FROM 1 BY 1
                   UNTIL bracket-scan > bracket-entries
               IF bt-type(bracket-scan) = bt-type(bracket-idx) AND
                       bt-eff-from(bracket-scan) <= period-end
                       AND bt-eff-from(bracket-scan) >
                           bt-eff-from(bracket-idx)
                   MOVE "SUPERSEDED" TO row-state
               END-IF
           END-PERFORM.

       Stage-Rate.
           PERFORM Take-Type.
           IF input-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Department (blank = the default row)?".
           MOVE SPACES TO input-dept.
           ACCEPT input-dept.
           IF input-dept NOT = SPACES
               MOVE input-dept TO dc-department
               CALL "Dept_Check" USING dc-department, dc-valid-flag
               IF dc-valid-flag NOT = "Y"
                   DISPLAY "[-] Unknown department - see the "
                       "departments table. Nothing staged."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "[+] Rate as a fraction of gross (e.g. 0.2200)?".
           PERFORM Take-Amount.
           IF input-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(input-amount) >= 1
               DISPLAY "[-] A rate must be below 1 - nothing staged."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(input-amount) TO rate-value-in.
           SET staging-date TO TRUE.
           PERFORM Take-Eff-Date.
           IF input-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
      *    One row per type, department and date: a restage
      *    replaces the row.
           MOVE 0 TO rate-hit.
           PERFORM VARYING rate-idx FROM 1 BY 1
                   UNTIL rate-idx > rate-entries
               IF rt-type(rate-idx) = input-type AND
                       rt-dept(rate-idx) = input-dept AND
                       rt-eff-from(rate-idx) = eff-date
                   MOVE rate-idx TO rate-hit
               END-IF
           END-PERFORM.
           IF rate-hit = 0
               IF rate-entries = 200
                   DISPLAY "[-] Rate table is full - nothing staged."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO rate-entries
               MOVE rate-entries TO rate-hit
           END-IF.
           MOVE input-type TO rt-type(rate-hit).
           MOVE input-dept TO rt-dept(rate-hit).
           MOVE rate-value-in TO rt-value(rate-hit).
           MOVE eff-date TO rt-eff-from(rate-hit).
           MOVE "Y" TO rates-changed.
           MOVE rate-hit TO rate-idx.
           MOVE "STAGE" TO journal-action.
           PERFORM Journal-Rate.
           MOVE rate-value-in TO p-rate.
           DISPLAY "[+] " FUNCTION TRIM(input-type) " " p-rate
               " staged from " eff-date ".".

       Stage-Brackets.
           PERFORM Take-Type.
           IF input-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           SET staging-date TO TRUE.
           PERFORM Take-Eff-Date.
           IF input-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Key each bracket: the annual income it "
               "starts at, then its marginal rate. The first "
               "starts at 0; a blank threshold ends the set.".
           MOVE 0 TO new-set-entries.
           MOVE "N" TO set-done.
           PERFORM UNTIL set-done = "Y"
               PERFORM Take-Bracket
           END-PERFORM.
           IF new-set-entries = 0
               DISPLAY "[-] No brackets keyed - nothing staged."
               EXIT PARAGRAPH
           END-IF.
      *    The set replaces any set already keyed for the type
      *    and date.
           MOVE 0 TO set-dropped.
           PERFORM VARYING bracket-idx FROM 1 BY 1
                   UNTIL bracket-idx > bracket-entries
               IF bt-type(bracket-idx) = input-type AND
                       bt-eff-from(bracket-idx) = eff-date
                   ADD 1 TO set-dropped
               END-IF
           END-PERFORM.
           IF bracket-entries - set-dropped + new-set-entries > 100
               DISPLAY "[-] Bracket table is full - nothing staged."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO bracket-scan.
           PERFORM VARYING bracket-idx FROM 1 BY 1
                   UNTIL bracket-idx > bracket-entries
               IF bt-type(bracket-idx) = input-type AND
                       bt-eff-from(bracket-idx) = eff-date
                   CONTINUE
               ELSE
                   ADD 1 TO bracket-scan
                   MOVE bracket-table(bracket-idx)
                       TO bracket-table(bracket-scan)
               END-IF
           END-PERFORM.
           MOVE bracket-scan TO bracket-entries.
           PERFORM VARYING new-set-idx FROM 1 BY 1
                   UNTIL new-set-idx > new-set-entries
               ADD 1 TO bracket-entries
               MOVE input-type TO bt-type(bracket-entries)
               MOVE ns-threshold(new-set-idx)
                   TO bt-threshold(bracket-entries)
               MOVE ns-rate(new-set-idx) TO bt-rate(bracket-entries)
               MOVE eff-date TO bt-eff-from(bracket-entries)
               MOVE bracket-entries TO bracket-idx
               MOVE "STAGE" TO journal-action
               PERFORM Journal-Bracket
           END-PERFORM.
           MOVE "Y" TO brackets-changed.
           DISPLAY "[+] " new-set-entries " " FUNCTION TRIM(input-type)
               " bracket(s) staged from " eff-date ".".

       Take-Bracket.
           COMPUTE next-bracket = new-set-entries + 1.
           DISPLAY "[+] Bracket " next-bracket " starts at "
               "(blank ends)?".
           PERFORM Take-Amount.
           IF input-ok NOT = "Y"
               MOVE "Y" TO set-done
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(input-amount) TO threshold-in.
           IF new-set-entries = 0 AND threshold-in NOT = 0
               DISPLAY "[-] The first bracket starts at 0 - "
                   "key it again."
               EXIT PARAGRAPH
           END-IF.
           IF new-set-entries > 0
               IF threshold-in <= ns-threshold(new-set-entries)
                   DISPLAY "[-] Thresholds go in ascending order - "
                       "key it again."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF new-set-entries = 20
               DISPLAY "[-] 20 brackets is the most a set holds."
               MOVE "Y" TO set-done
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Marginal rate (e.g. 0.3000)?".
           PERFORM Take-Amount.
           IF input-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(input-amount) >= 1
               DISPLAY "[-] A rate must be below 1 - key it again."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO new-set-entries.
           MOVE threshold-in TO ns-threshold(new-set-entries).
           MOVE FUNCTION NUMVAL(input-amount)
               TO ns-rate(new-set-entries).

       Delete-Staged.
           DISPLAY "[+] Delete a (R)ate row or a (B)racket set?".
           ACCEPT maint-action.
           EVALUATE maint-action
               WHEN "R" WHEN "r"
                   PERFORM Delete-Rate
               WHEN "B" WHEN "b"
                   PERFORM Delete-Bracket-Set
               WHEN OTHER
                   DISPLAY "[-] Nothing deleted."
           END-EVALUATE.

       Delete-Rate.
           PERFORM List-Rates.
           DISPLAY "[+] Row number?".
           MOVE 0 TO rate-hit.
           ACCEPT rate-hit.
           IF rate-hit = 0 OR rate-hit > rate-entries
               DISPLAY "[-] No such row - nothing deleted."
               EXIT PARAGRAPH
           END-IF.
           IF rt-eff-from(rate-hit) <= period-end
               DISPLAY "[-] That row is already in force - this "
                   "period and past ones are paid at it. Stage its "
                   "replacement instead."
               EXIT PARAGRAPH
           END-IF.
           MOVE rate-hit TO rate-idx.
           MOVE "DELETE" TO journal-action.
           PERFORM Journal-Rate.
           PERFORM VARYING rate-idx FROM rate-hit BY 1
                   UNTIL rate-idx >= rate-entries
               MOVE rate-table(rate-idx + 1) TO rate-table(rate-idx)
           END-PERFORM.
           SUBTRACT 1 FROM rate-entries.
           MOVE "Y" TO rates-changed.
           DISPLAY "[+] Staged row deleted.".

       Delete-Bracket-Set.
           PERFORM Take-Type.
           IF input-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           SET deleting-date TO TRUE.
           PERFORM Take-Eff-Date.
           IF input-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO bracket-scan.
           MOVE 0 TO rate-hit.
           PERFORM VARYING bracket-idx FROM 1 BY 1
                   UNTIL bracket-idx > bracket-entries
               IF bt-type(bracket-idx) = input-type AND
                       bt-eff-from(bracket-idx) = eff-date
                   ADD 1 TO rate-hit
                   MOVE "DELETE" TO journal-action
                   PERFORM Journal-Bracket
               ELSE
                   ADD 1 TO bracket-scan
                   MOVE bracket-table(bracket-idx)
                       TO bracket-table(bracket-scan)
               END-IF
           END-PERFORM.
           MOVE bracket-scan TO bracket-entries.
           IF rate-hit = 0
               DISPLAY "[-] No " FUNCTION TRIM(input-type)
                   " set staged from " eff-date " - nothing "
                   "deleted."
           ELSE
               MOVE "Y" TO brackets-changed
               DISPLAY "[+] " rate-hit " staged bracket(s) deleted."
           END-IF.

       Take-Type.
           MOVE "N" TO input-ok.
           DISPLAY "[+] Deduction type (TAX / PENSION / INSURANCE)?".
           MOVE SPACES TO input-type.
           ACCEPT input-type.
           MOVE FUNCTION UPPER-CASE(input-type) TO input-type.
           EVALUATE input-type
               WHEN "TAX"
               WHEN "PENSION"
               WHEN "INSURANCE"
                   MOVE "Y" TO input-ok
               WHEN OTHER
                   DISPLAY "[-] No such deduction type."
           END-EVALUATE.

       Take-Eff-Date.
      *    Staging is for what comes next: nothing may start
      *    within or before the current period, which is already
      *    deducting at the rows in force (Delete-Staged applies
      *    the same date to what counts as staged).
           MOVE "N" TO input-ok.
           DISPLAY "[+] Effective from (YYYYMMDD)?".
           MOVE SPACES TO input-date.
           ACCEPT input-date.
           IF input-date NOT NUMERIC
               DISPLAY "[-] Not a date - nothing changed."
               EXIT PARAGRAPH
           END-IF.
           MOVE input-date TO eff-date.
           IF FUNCTION TEST-DATE-YYYYMMDD(eff-date) NOT = 0
               DISPLAY "[-] Not a date - nothing changed."
               EXIT PARAGRAPH
           END-IF.
           IF staging-date AND eff-date <= period-end
               DISPLAY "[-] " eff-date " is not after the current "
                   "period, which ends " period-end " - rates are "
                   "staged ahead, not backdated."
               EXIT PARAGRAPH
           END-IF.
           IF deleting-date AND eff-date <= period-end
               DISPLAY "[-] Only a set staged after the current "
                   "period's end, " period-end ", can be deleted."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO input-ok.

       Take-Amount.
           MOVE "N" TO input-ok.
           MOVE SPACES TO input-amount.
           ACCEPT input-amount.
           IF input-amount = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(input-amount) NOT = 0
               DISPLAY "[-] Not numeric - ignored."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(input-amount) < 0
               DISPLAY "[-] Negative - ignored."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO input-ok.

       Journal-Rate.
           MOVE rt-type(rate-idx) TO rates-type.
           MOVE rt-dept(rate-idx) TO rates-dept.
           MOVE rt-value(rate-idx) TO rates-value.
           MOVE rt-eff-from(rate-idx) TO rates-eff-from.
           MOVE "RATE" TO journal-file-name.
           MOVE rates-record TO journal-row.
           PERFORM Journal-Change.

       Journal-Bracket.
           MOVE bt-type(bracket-idx) TO brk-type.
           MOVE bt-threshold(bracket-idx) TO brk-threshold.
           MOVE bt-rate(bracket-idx) TO brk-rate.
           MOVE bt-eff-from(bracket-idx) TO brk-eff-from.
           MOVE "BRACKET" TO journal-file-name.
           MOVE bracket-record TO journal-row.
           PERFORM Journal-Change.

       Journal-Change.
           MOVE journal-action TO rj-action.
           MOVE business-date TO rj-date.
           MOVE business-time TO rj-time.
           MOVE operator-name TO rj-operator.
           MOVE journal-file-name TO rj-file.
           MOVE journal-row TO rj-row.
           OPEN EXTEND journal-file.
           WRITE journal-record.
           CLOSE journal-file.

       END PROGRAM Rate_Maint.
