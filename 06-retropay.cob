       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Retro_Pay_Batch INITIAL.
      ****************************
      *    Retroactive pay for back-dated salary changes. A raise
      *    agreed late - a Pending_Change_Entry SALARY row applied
      *    by Pending_Change_Batch, or a Pay_Raise_Batch run - whose
      *    effective date falls in a period already closed on
      *    payhist.dat leaves the employee underpaid for every
      *    period the regular run paid at the old rate.
      *
      *    The trigger is the salary REWRITE on the personnel
      *    journal pershist.dat (before and after images). Its
      *    effective date comes from the applied pendingchg.dat row
      *    (same employee, applied the day of the journal entry) or
      *    from the raises.dat row for the employee's department.
      *    Every regular period closed on payhist.dat that ends on
      *    or after the effective date and was run before the
      *    change was applied is then re-priced:
      *
      *       paid         : pd-gross of that period's closing run
      *                      on paydetail.dat
      *       difference   : (new salary - old salary), prorated by
      *                      working days (see Business_Calendar,
      *                      at the employee's work location) in
      *                      the period holding the effective date,
      *                      and for a part-timer scaled by their
      *                      FTE percentage (see Employee_FTE), as
      *                      Payroll_Register pays the salary
      *       should-have  : paid + difference
      *
      *    Underpayments are appended to corrections.dat, one line
      *    per period with reason "RETRO yyyymm", for the next
      *    off-cycle run (OFF_CYCLE_RUN=Y on Payroll_Register). An
      *    overpayment (a back-dated cut) is only shown on the
      *    worksheet - recovery is HR's call, not a batch's.
      *
      *    The worksheet retro.rpt (through Print_Writer) shows per
      *    employee each period's paid / should-have / difference
      *    and a sign-off line for HR. Every trigger processed is
      *    logged to retrodone.dat, so a re-run never pays the same
      *    back pay twice. Hourly staff are listed and skipped -
      *    their pay follows timesheets, not the master salary.
      *
      *    Periods of a year sealed by Year_End_Close are found on
      *    its year archives payhist-YYYY.dat and paydetail-YYYY.dat
      *    (as Annual_Statement reads them), for every year from
      *    the earliest effective date on, as well as on the
      *    current files.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT journal-file ASSIGN TO "pershist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-status.
           SELECT OPTIONAL history-file
               ASSIGN TO DYNAMIC history-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-status.
           SELECT OPTIONAL detail-file
               ASSIGN TO DYNAMIC detail-filename
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL pending-file ASSIGN TO "pendingchg.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL raises-file ASSIGN TO "raises.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL corrections-file
               ASSIGN TO "corrections.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL done-file ASSIGN TO "retrodone.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  journal-file.
       01  journal-record.
           05  hist-action  PIC X(6).
           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

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

       FD  detail-file.
       01  detail-record.
           05  pd-period   PIC X(6).
           05  pd-date     PIC 9(8).
           05  pd-employee-id PIC X(6).
           05  pd-name     PIC X(30).
           05  pd-gross    PIC 9(7)v9(2).
           05  pd-tax      PIC 9(7)v9(2).
           05  pd-pension  PIC 9(7)v9(2).
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

       FD  pending-file.
       01  pending-record.
           05  pc-employee-id PIC X(6).
           05  pc-field       PIC X(12).
           05  pc-value       PIC X(20).
           05  pc-eff-date    PIC 9(8).
           05  pc-keyed-by    PIC X(20).
           05  pc-status      PIC X.
           05  pc-action-date PIC 9(8).

       FD  raises-file.
       01  raises-record.
           05  raise-department PIC X(20).
           05  raise-type       PIC X.
           05  raise-amount     PIC 9(7)v9(2).
           05  raise-eff-date   PIC 9(8).

       FD  corrections-file.
       01  corrections-record.
           05  corr-employee-id PIC X(6).
           05  corr-amount      PIC 9(7)v9(2).
           05  corr-reason      PIC X(30).

      *    One line per salary change already re-priced.
       FD  done-file.
       01  done-record.
           05  rd-employee-id PIC X(6).
           05  rd-eff-date    PIC 9(8).
           05  rd-change-date PIC 9(8).
           05  rd-change-time PIC 9(8).
           05  rd-processed   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  journal-status  PIC XX.
       01  history-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  detail-filename  PIC X(40).
       01  history-filename PIC X(40).
       01  archive-name    PIC X(40).
       01  archive-year    PIC 9(4).
       01  earliest-year   PIC 9(4).
       01  file-info.
           05  fi-size     PIC 9(18) BINARY.
           05  fi-rest     PIC X(8).
       01  call-status     PIC S9(9) BINARY.
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3) VALUE "GET".
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
       01  p-fte           PIC ZZ9.99.
      *    The journal images carry the 02-personnel.cpy layout:
      *    these offsets decode the fields the batch needs.
       01  image-view.
           05  iv-id       PIC X(6).
           05  iv-first    PIC X(20).
           05  iv-last     PIC X(20).
           05  FILLER      PIC X(50).
           05  iv-dept     PIC X(20).
           05  iv-salary   PIC 9(7)v9(2).
           05  FILLER      PIC X(17).
           05  iv-pay-type PIC X.
           05  FILLER      PIC X(15).
           05  iv-location PIC X(2).
       01  old-salary      PIC 9(7)v9(2).
      *    Regular periods closed on payhist.dat, with the date of
      *    the run that closed them.
       01  closed-table OCCURS 120.
           05  cl-period   PIC X(6).
           05  cl-date     PIC 9(8).
       01  closed-entries  PIC 999 VALUE 0.
       01  closed-idx      PIC 999.
       01  closed-hit      PIC 999.
       01  pend-table OCCURS 300.
           05  pt-id       PIC X(6).
           05  pt-eff-date PIC 9(8).
           05  pt-act-date PIC 9(8).
       01  pend-entries    PIC 999 VALUE 0.
       01  pend-idx        PIC 999.
       01  raise-table OCCURS 50.
           05  rt-dept     PIC X(20).
           05  rt-eff-date PIC 9(8).
       01  raise-entries   PIC 99 VALUE 0.
       01  raise-idx       PIC 99.
       01  done-table OCCURS 500.
           05  dn-id       PIC X(6).
           05  dn-date     PIC 9(8).
           05  dn-time     PIC 9(8).
       01  done-entries    PIC 999 VALUE 0.
       01  done-idx        PIC 999.
       01  already-done    PIC X.
      *    Salary changes found on the journal, awaiting re-pricing.
       01  trigger-table OCCURS 100.
           05  tg-id       PIC X(6).
           05  tg-name     PIC X(30).
           05  tg-old      PIC 9(7)v9(2).
           05  tg-new      PIC 9(7)v9(2).
           05  tg-eff-date PIC 9(8).
           05  tg-date     PIC 9(8).
           05  tg-time     PIC 9(8).
           05  tg-source   PIC X(20).
           05  tg-pay-type PIC X.
           05  tg-location PIC X(2).
       01  trigger-entries PIC 999 VALUE 0.
       01  trigger-idx     PIC 999.
       01  eff-date        PIC 9(8).
      *    Per-period work for the trigger in hand.
       01  period-paid     PIC 9(7)v9(2).
       01  paid-found      PIC X.
       01  period-start    PIC 9(8).
       01  period-end      PIC 9(8).
       01  prior-day       PIC 9(8).
       01  work-int        PIC 9(8).
       01  period-days     PIC S9(5).
       01  retro-days      PIC S9(5).
       01  retro-diff      PIC S9(7)v9(2).
       01  should-have     PIC S9(7)v9(2).
       01  employee-diff   PIC S9(7)v9(2).
       01  periods-priced  PIC 999.
       01  lines-written   PIC 9(6) VALUE 0.
       01  total-retro     PIC S9(9)v9(2) VALUE 0.
       01  total-over      PIC S9(9)v9(2) VALUE 0.
       01  changes-done    PIC 999 VALUE 0.
       01  p-amount        PIC $$$,$$$,$$9.99-.
       01  p-paid          PIC $$$,$$$,$$9.99.
       01  p-should        PIC $$$,$$$,$$9.99-.
       01  p-diff          PIC $$$,$$$,$$9.99-.
       01  p-old           PIC $$$,$$$,$$9.99.
       01  p-new           PIC $$$,$$$,$$9.99.
       01  p-total         PIC $$,$$$,$$$,$$9.99-.
      *    Pay-period calendar lookup (see Pay_Period_Lookup).
       01  pp-function     PIC X(3).
       01  pp-date         PIC 9(8).
       01  pp-period       PIC X(6).
       01  pp-start        PIC 9(8).
       01  pp-end          PIC 9(8).
       01  pp-payment      PIC 9(8).
       01  pp-status       PIC X.
      *    Working-day proration (see Business_Calendar).
       01  bc-function     PIC X(3).
       01  bc-date-1       PIC 9(8).
       01  bc-date-2       PIC 9(8).
       01  bc-result       PIC S9(5).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Retro_Pay_Batch".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Retroactive Pay Worksheet".
       01  pw-filename     PIC X(255) VALUE "retro.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Retroactive Pay Batch".
           DISPLAY "=========================".
           CALL "Get_Business_Date" USING business-date.
      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           PERFORM Load-Pending-Changes.
           PERFORM Load-Raises.
           PERFORM Load-Done-Log.

           OPEN INPUT journal-file.
           IF journal-status NOT = "00" THEN
               DISPLAY "[-] Cannot open pershist.dat, status "
                   journal-status " - no salary changes to price."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ journal-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Consider-Journal-Entry
               END-READ
           END-PERFORM.
           CLOSE journal-file.
           MOVE "N" TO eof-flag.
           PERFORM Load-Closed-Periods.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.
           STRING "Retro pay worksheet, business date "
               business-date
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.

           PERFORM VARYING trigger-idx FROM 1 BY 1
                   UNTIL trigger-idx > trigger-entries
               PERFORM Price-One-Change
           END-PERFORM.

           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE total-retro TO p-total.
           MOVE SPACES TO pw-line.
           STRING "Back pay written to corrections.dat : " p-total
               " (" lines-written " line(s))"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE total-over TO p-total.
           MOVE SPACES TO pw-line.
           STRING "Overpayments for HR review          : " p-total
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] " changes-done " salary change(s) priced, "
               lines-written " retro line(s) added to "
               "'corrections.dat'.".
           DISPLAY "[+] Worksheet written to 'retro.rpt' - run the "
               "off-cycle payroll once HR has signed it off.".
           MOVE lines-written TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Load-Closed-Periods.
      *    The sealed years' archives the changes reach back into,
      *    then the current file.
           MOVE business-date(1:4) TO earliest-year.
           PERFORM VARYING trigger-idx FROM 1 BY 1
                   UNTIL trigger-idx > trigger-entries
               IF tg-eff-date(trigger-idx)(1:4) < earliest-year
                   MOVE tg-eff-date(trigger-idx)(1:4)
                       TO earliest-year
               END-IF
           END-PERFORM.
           PERFORM VARYING archive-year FROM earliest-year BY 1
                   UNTIL archive-year > business-date(1:4)
               MOVE SPACES TO archive-name
               STRING "payhist-" archive-year ".dat"
                   DELIMITED BY SIZE INTO archive-name
               CALL "CBL_CHECK_FILE_EXIST" USING archive-name,
                   file-info RETURNING call-status
               IF call-status = 0
                   MOVE archive-name TO history-filename
                   PERFORM Read-Closed-Periods
               END-IF
           END-PERFORM.
           MOVE "payhist.dat" TO history-filename.
           PERFORM Read-Closed-Periods.

       Read-Closed-Periods.
      *    Regular runs only - an off-cycle or supplementary stamp
      *    does not close a period. A period run twice keeps its
      *    latest run date.
           OPEN INPUT history-file.
           IF history-status NOT = "00" THEN
               CLOSE history-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ history-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ph-run-type NOT = "O" AND
                               ph-run-type NOT = "S"
                           PERFORM Add-Closed-Period
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE history-file.
           MOVE "N" TO eof-flag.

       Add-Closed-Period.
           MOVE 0 TO closed-hit.
           PERFORM VARYING closed-idx FROM 1 BY 1
                   UNTIL closed-idx > closed-entries
               IF cl-period(closed-idx) = ph-period
                   MOVE closed-idx TO closed-hit
               END-IF
           END-PERFORM.
           IF closed-hit = 0
               IF closed-entries < 120
                   ADD 1 TO closed-entries
                   MOVE closed-entries TO closed-hit
                   MOVE ph-period TO cl-period(closed-hit)
                   MOVE 0 TO cl-date(closed-hit)
               ELSE
                   DISPLAY "[-] Closed-period table full - period "
                       ph-period " not re-priced!"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ph-date > cl-date(closed-hit)
               MOVE ph-date TO cl-date(closed-hit)
           END-IF.

       Load-Pending-Changes.
      *    Applied SALARY rows only; the action date ties the row
      *    to the journal entry Pending_Change_Batch wrote.
           OPEN INPUT pending-file.
           PERFORM UNTIL eof-reached
               READ pending-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pc-field = "SALARY" AND pc-status = "A"
                           IF pend-entries < 300
                               ADD 1 TO pend-entries
                               MOVE pc-employee-id
                                   TO pt-id(pend-entries)
                               MOVE pc-eff-date
                                   TO pt-eff-date(pend-entries)
                               MOVE pc-action-date
                                   TO pt-act-date(pend-entries)
                           ELSE
                               DISPLAY "[-] Pending-change table "
                                   "full - row for " pc-employee-id
                                   " ignored!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE pending-file.
           MOVE "N" TO eof-flag.

       Load-Raises.
           OPEN INPUT raises-file.
           PERFORM UNTIL eof-reached
               READ raises-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF raise-entries < 50
                           ADD 1 TO raise-entries
                           MOVE raise-department
                               TO rt-dept(raise-entries)
                           MOVE raise-eff-date
                               TO rt-eff-date(raise-entries)
                       ELSE
                           DISPLAY "[-] Raise table full - row for "
                               FUNCTION TRIM(raise-department)
                               " ignored!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE raises-file.
           MOVE "N" TO eof-flag.

       Load-Done-Log.
           OPEN INPUT done-file.
           PERFORM UNTIL eof-reached
               READ done-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF done-entries < 500
                           ADD 1 TO done-entries
                           MOVE rd-employee-id TO dn-id(done-entries)
                           MOVE rd-change-date
                               TO dn-date(done-entries)
                           MOVE rd-change-time
                               TO dn-time(done-entries)
                       ELSE
                           DISPLAY "[-] Retro log table full - "
                               "older entries not checked!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE done-file.
           MOVE "N" TO eof-flag.

       Consider-Journal-Entry.
      *    A salary REWRITE by one of the two batches that carry an
      *    effective date.
           IF hist-action NOT = "UPDATE"
               EXIT PARAGRAPH
           END-IF.
           IF hist-program NOT = "Pending_Change_Batch" AND
                   hist-program NOT = "Pay_Raise_Batch"
               EXIT PARAGRAPH
           END-IF.
           MOVE hist-before TO image-view.
           MOVE iv-salary TO old-salary.
           MOVE hist-after TO image-view.
           IF iv-salary = old-salary
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO already-done.
           PERFORM VARYING done-idx FROM 1 BY 1
                   UNTIL done-idx > done-entries
               IF dn-id(done-idx) = iv-id AND
                       dn-date(done-idx) = hist-date AND
                       dn-time(done-idx) = hist-time
                   MOVE "Y" TO already-done
               END-IF
           END-PERFORM.
           IF already-done = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO eff-date.
           IF hist-program = "Pending_Change_Batch"
               PERFORM VARYING pend-idx FROM 1 BY 1
                       UNTIL pend-idx > pend-entries
                   IF pt-id(pend-idx) = iv-id AND
                           pt-act-date(pend-idx) = hist-date
                       MOVE pt-eff-date(pend-idx) TO eff-date
                   END-IF
               END-PERFORM
           ELSE
      *        The latest raise row for the department that was
      *        already in force when the batch ran.
               PERFORM VARYING raise-idx FROM 1 BY 1
                       UNTIL raise-idx > raise-entries
                   IF rt-dept(raise-idx) = iv-dept AND
                           rt-eff-date(raise-idx) <= hist-date AND
                           rt-eff-date(raise-idx) > eff-date
                       MOVE rt-eff-date(raise-idx) TO eff-date
                   END-IF
               END-PERFORM
           END-IF.
      *    No effective date on file: the change took effect the
      *    day it was applied, nothing is owed.
           IF eff-date = 0 OR eff-date >= hist-date
               EXIT PARAGRAPH
           END-IF.

           IF trigger-entries < 100
               ADD 1 TO trigger-entries
               MOVE iv-id TO tg-id(trigger-entries)
               MOVE SPACES TO tg-name(trigger-entries)
               STRING FUNCTION TRIM(iv-first) " "
                   FUNCTION TRIM(iv-last)
                   DELIMITED BY SIZE INTO tg-name(trigger-entries)
               MOVE old-salary TO tg-old(trigger-entries)
               MOVE iv-salary TO tg-new(trigger-entries)
               MOVE eff-date TO tg-eff-date(trigger-entries)
               MOVE hist-date TO tg-date(trigger-entries)
               MOVE hist-time TO tg-time(trigger-entries)
               MOVE hist-program TO tg-source(trigger-entries)
               MOVE iv-pay-type TO tg-pay-type(trigger-entries)
               MOVE iv-location TO tg-location(trigger-entries)
           ELSE
               DISPLAY "[-] Salary-change table full - change for "
                   iv-id " on " hist-date " left for the next run!"
           END-IF.

       Price-One-Change.
      *    The FTE share the employee is paid on now, as the run
      *    that settles the back pay will pay them.
           CALL "Employee_FTE" USING ft-function, tg-id(trigger-idx),
               ft-percent, ft-result.
           MOVE tg-old(trigger-idx) TO p-old.
           MOVE tg-new(trigger-idx) TO p-new.
           MOVE SPACES TO pw-line.
           STRING "Employee " tg-id(trigger-idx) " "
               FUNCTION TRIM(tg-name(trigger-idx))
               "  salary " FUNCTION TRIM(p-old) " -> "
               FUNCTION TRIM(p-new)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "   effective " tg-eff-date(trigger-idx)
               ", applied " tg-date(trigger-idx) " by "
               FUNCTION TRIM(tg-source(trigger-idx))
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF ft-percent < 100
               MOVE ft-percent TO p-fte
               MOVE SPACES TO pw-line
               STRING "   part-time " FUNCTION TRIM(p-fte)
                   "% of FTE salary - differences scaled to match"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.

           IF tg-pay-type(trigger-idx) = "H"
               MOVE "   Hourly - paid from timesheets, no retro."
                   TO pw-line
               PERFORM Print-Line
               MOVE SPACES TO pw-line
               PERFORM Print-Line
               PERFORM Log-Done
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO pw-line.
           STRING "   Period   Paid            Should have     "
               "Difference" DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE 0 TO employee-diff.
           MOVE 0 TO periods-priced.
           PERFORM VARYING closed-idx FROM 1 BY 1
                   UNTIL closed-idx > closed-entries
               IF cl-date(closed-idx) < tg-date(trigger-idx)
                   PERFORM Price-One-Period
               END-IF
           END-PERFORM.

           IF periods-priced = 0
               MOVE "   No closed period paid at the old salary."
                   TO pw-line
               PERFORM Print-Line
           ELSE
               MOVE employee-diff TO p-diff
               MOVE SPACES TO pw-line
               STRING "   Total retro difference          "
                   "                " p-diff
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "   HR sign-off: ____________________   "
               "Date: __________" DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           PERFORM Log-Done.

       Price-One-Period.
      *    Bounds from the pay-period calendar, else the calendar
      *    month - the Payroll_Register fallback.
           MOVE "GET" TO pp-function.
           MOVE cl-period(closed-idx) TO pp-period.
           CALL "Pay_Period_Lookup" USING pp-function, pp-date,
               pp-period, pp-start, pp-end, pp-payment, pp-status.
           IF pp-status = "Y"
               MOVE pp-start TO period-start
               MOVE pp-end TO period-end
           ELSE
               MOVE cl-period(closed-idx) TO period-start(1:6)
               MOVE "01" TO period-start(7:2)
               MOVE period-start TO period-end
               MOVE "28" TO period-end(7:2)
               COMPUTE work-int =
                   FUNCTION INTEGER-OF-DATE(period-end) + 4
               MOVE FUNCTION DATE-OF-INTEGER(work-int)
                   TO period-end
               MOVE "01" TO period-end(7:2)
               COMPUTE work-int =
                   FUNCTION INTEGER-OF-DATE(period-end) - 1
               MOVE FUNCTION DATE-OF-INTEGER(work-int)
                   TO period-end
           END-IF.
           IF period-end < tg-eff-date(trigger-idx)
               EXIT PARAGRAPH
           END-IF.

           PERFORM Find-Paid-Amount.
           IF paid-found NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

      *    The master salaries are full-time equivalents.
           COMPUTE retro-diff ROUNDED =
               (tg-new(trigger-idx) - tg-old(trigger-idx))
               * ft-percent / 100.
      *    The period the change starts in pays the new rate only
      *    for its working days from the effective date on.
           IF tg-eff-date(trigger-idx) > period-start
               COMPUTE work-int =
                   FUNCTION INTEGER-OF-DATE(period-start) - 1
               MOVE FUNCTION DATE-OF-INTEGER(work-int) TO prior-day
               MOVE "WDB" TO bc-function
               MOVE prior-day TO bc-date-1
               MOVE period-end TO bc-date-2
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result,
                   tg-location(trigger-idx)
               MOVE bc-result TO period-days
               COMPUTE work-int =
                   FUNCTION INTEGER-OF-DATE(tg-eff-date(trigger-idx))
                   - 1
               MOVE FUNCTION DATE-OF-INTEGER(work-int) TO prior-day
               MOVE prior-day TO bc-date-1
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result,
                   tg-location(trigger-idx)
               MOVE bc-result TO retro-days
               IF period-days > 0
                   COMPUTE retro-diff ROUNDED =
                       retro-diff * retro-days / period-days
               ELSE
                   MOVE 0 TO retro-diff
               END-IF
           END-IF.
           COMPUTE should-have = period-paid + retro-diff.
           ADD retro-diff TO employee-diff.
           ADD 1 TO periods-priced.

           MOVE period-paid TO p-paid.
           MOVE should-have TO p-should.
           MOVE retro-diff TO p-diff.
           MOVE SPACES TO pw-line.
           STRING "   " cl-period(closed-idx) "  " p-paid "  "
               p-should "  " p-diff
               DELIMITED BY SIZE INTO pw-line.
           IF retro-diff < 0
               MOVE "  OVERPAID - HR to review" TO pw-line(64:)
           END-IF.
           PERFORM Print-Line.

           IF retro-diff > 0
               MOVE tg-id(trigger-idx) TO corr-employee-id
               MOVE retro-diff TO corr-amount
               MOVE SPACES TO corr-reason
               STRING "RETRO " cl-period(closed-idx)
                   " EFF " tg-eff-date(trigger-idx)
                   DELIMITED BY SIZE INTO corr-reason
               OPEN EXTEND corrections-file
               WRITE corrections-record
               CLOSE corrections-file
               ADD 1 TO lines-written
               ADD retro-diff TO total-retro
           ELSE
               ADD retro-diff TO total-over
           END-IF.

       Find-Paid-Amount.
      *    The closing run's pay-detail line for this employee, on
      *    the period's year archive once the year is sealed.
           MOVE "N" TO paid-found.
           MOVE 0 TO period-paid.
           MOVE SPACES TO archive-name.
           STRING "paydetail-" cl-period(closed-idx)(1:4) ".dat"
               DELIMITED BY SIZE INTO archive-name.
           CALL "CBL_CHECK_FILE_EXIST" USING archive-name,
               file-info RETURNING call-status.
           IF call-status = 0
               MOVE archive-name TO detail-filename
               PERFORM Scan-Details
           END-IF.
           MOVE "paydetail.dat" TO detail-filename.
           PERFORM Scan-Details.

       Scan-Details.
           OPEN INPUT detail-file.
           PERFORM UNTIL eof-reached
               READ detail-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pd-employee-id = tg-id(trigger-idx) AND
                               pd-period = cl-period(closed-idx) AND
                               pd-date = cl-date(closed-idx) AND
                               pd-run-type NOT = "O"
                           MOVE pd-gross TO period-paid
                           MOVE "Y" TO paid-found
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE detail-file.
           MOVE "N" TO eof-flag.

       Log-Done.
           MOVE tg-id(trigger-idx) TO rd-employee-id.
           MOVE tg-eff-date(trigger-idx) TO rd-eff-date.
           MOVE tg-date(trigger-idx) TO rd-change-date.
           MOVE tg-time(trigger-idx) TO rd-change-time.
           MOVE business-date TO rd-processed.
           OPEN EXTEND done-file.
           WRITE done-record.
           CLOSE done-file.
           ADD 1 TO changes-done.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Retro_Pay_Batch.
