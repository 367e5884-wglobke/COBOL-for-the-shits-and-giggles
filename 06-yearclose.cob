       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Year_End_Close INITIAL.
      ****************************
      *    Year-end payroll close with history rollover: the
      *    pay-detail history paydetail.dat and the run history
      *    payhist.dat would otherwise grow forever, and nothing
      *    would stop a late correction landing in a year whose
      *    earnings statements are already out.
      *
      *    1. The year comes from CLOSE_YEAR (see Run_Parameter),
      *       defaulting to the year before the business date.
      *    2. Every one of the year's twelve periods on
      *       payperiods.dat (see Pay_Period_Gen) must be closed
      *       and reconciled: the month closed on closedperiods.dat
      *       (Month_End_Close), a regular run stamped on
      *       payhist.dat, and the period's pay details tying to
      *       its run stamps - detail rows against the stamped
      *       employee counts (settlements excluded, the
      *       Payroll_Reconcile rule) and detail gross against the
      *       stamped run totals (every run type, the
      *       Annual_Statement rule). The proof goes to
      *       yearclose.rpt through Print_Writer; a year that does
      *       not prove raises an operator alert, sets RETURN-CODE
      *       8, and nothing is moved.
      *    3. The year's rows are sealed into the year archives
      *       paydetail-YYYY.dat and payhist-YYYY.dat (same
      *       layouts), and the current files are rewritten with
      *       only the other years' rows - the Contact_Conversion
      *       swap: both new files are written and recounted
      *       first, the old current files survive as
      *       paydetail.dat.preclose and payhist.dat.preclose.
      *    4. The year is stamped closed on closedyears.dat with
      *       the archives' record counts and totals:
      *          year            PIC X(4)
      *          status          PIC X      C closed / R reopened
      *          date, time      PIC 9(8) each
      *          operator        PIC X(20)
      *          detail count    PIC 9(6)
      *          detail gross    PIC 9(13)v99
      *          history count   PIC 9(6)
      *          history total   PIC 9(13)v99
      *          reason          PIC X(40)  (reopen only)
      *       The latest row for a year is its state. Payroll_
      *       Register refuses any run into a closed year until an
      *       ADMIN reopens it on Year_Reopen; closing a reopened
      *       year again adds the late rows to its archives.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-file ASSIGN TO "payperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS period-status.
           SELECT closed-file ASSIGN TO "closedperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS closed-status.
           SELECT OPTIONAL year-file ASSIGN TO "closedyears.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS year-status.
           SELECT detail-file ASSIGN TO DYNAMIC detail-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS detail-status.
           SELECT detail-keep-file ASSIGN TO "paydetail.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS write-status.
           SELECT detail-arc-file ASSIGN TO "paydetail.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS write-status.
           SELECT history-file ASSIGN TO DYNAMIC history-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-status.
           SELECT history-keep-file ASSIGN TO "payhist.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS write-status.
           SELECT history-arc-file ASSIGN TO "payhist.arc"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS write-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  period-file.
       01  period-record.
           05  py-period   PIC X(6).
           05  py-start    PIC 9(8).
           05  py-end      PIC 9(8).
           05  py-payment  PIC 9(8).

       FD  closed-file.
       01  closed-record.
           05  cp-period   PIC X(6).
           05  cp-date     PIC 9(8).
           05  cp-operator PIC X(20).

       FD  year-file.
       01  year-record.
           05  cy-year          PIC X(4).
           05  cy-status        PIC X.
           05  cy-date          PIC 9(8).
           05  cy-time          PIC 9(8).
           05  cy-operator      PIC X(20).
           05  cy-detail-count  PIC 9(6).
           05  cy-detail-gross  PIC 9(13)v9(2).
           05  cy-history-count PIC 9(6).
           05  cy-history-total PIC 9(13)v9(2).
           05  cy-reason        PIC X(40).

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
       FD  detail-keep-file.
       01  detail-keep-record PIC X(159).
       FD  detail-arc-file.
       01  detail-arc-record  PIC X(159).

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
       FD  history-keep-file.
       01  history-keep-record PIC X(72).
       FD  history-arc-file.
       01  history-arc-record  PIC X(72).

       WORKING-STORAGE SECTION.
       01  period-status   PIC XX.
       01  closed-status   PIC XX.
       01  year-status     PIC XX.
       01  detail-status   PIC XX.
       01  history-status  PIC XX.
       01  write-status    PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  operator-name   PIC X(20).
       01  year-text       PIC X(4).
       01  close-year      PIC X(4).
       01  prior-year      PIC 9(4).
       01  year-state      PIC X VALUE SPACE.
           88  year-is-closed   VALUE "C".
           88  year-is-reopened VALUE "R".
       01  detail-filename  PIC X(40).
       01  history-filename PIC X(40).
       01  detail-archive   PIC X(40).
       01  history-archive  PIC X(40).
       01  old-name        PIC X(255).
       01  new-name        PIC X(255).
       01  rename-status   PIC S9(9) BINARY.
       01  file-info.
           05  fi-size     PIC 9(18) BINARY.
           05  fi-rest     PIC X(8).
       01  call-status     PIC S9(9) BINARY.
       01  archive-present PIC X.
      *    The year's periods from the calendar, and what the
      *    files say about each.
       01  year-periods OCCURS 12.
           05  yp-period        PIC X(6).
           05  yp-month-closed  PIC X.
           05  yp-regular       PIC X.
           05  yp-detail-count  PIC 9(6).
           05  yp-history-count PIC 9(6).
           05  yp-detail-gross  PIC S9(13)v9(2) USAGE COMP-3.
           05  yp-history-total PIC S9(13)v9(2) USAGE COMP-3.
       01  period-entries  PIC 99 VALUE 0.
       01  calendar-rows   PIC 99 VALUE 0.
       01  period-idx      PIC 99.
       01  hit-idx         PIC 99.
       01  problem-count   PIC 99 VALUE 0.
       01  period-verdict  PIC X(16).
      *    Rollover counts: read = moved + kept, and the rewritten
      *    files must reread to the same figures.
       01  detail-read     PIC 9(6) VALUE 0.
       01  detail-moved    PIC 9(6) VALUE 0.
       01  detail-kept     PIC 9(6) VALUE 0.
       01  history-read    PIC 9(6) VALUE 0.
       01  history-moved   PIC 9(6) VALUE 0.
       01  history-kept    PIC 9(6) VALUE 0.
       01  archived-details  PIC 9(6) VALUE 0.
       01  archived-history  PIC 9(6) VALUE 0.
       01  recount         PIC 9(6).
       01  arc-detail-count  PIC 9(6) VALUE 0.
       01  arc-detail-gross  PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  arc-history-count PIC 9(6) VALUE 0.
       01  arc-history-total PIC S9(13)v9(2) USAGE COMP-3 VALUE 0.
       01  write-failed    PIC X VALUE "N".
       01  p-count-a       PIC Z(5)9.
       01  p-count-b       PIC Z(5)9.
       01  p-amount-a      PIC $$,$$$,$$$,$$9.99.
       01  p-amount-b      PIC $$,$$$,$$$,$$9.99.
       01  al-severity     PIC X.
       01  al-source       PIC X(20) VALUE "Year_End_Close".
       01  al-message      PIC X(60).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Year_End_Close".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60) VALUE "Year-End Payroll Close".
       01  pw-filename     PIC X(255) VALUE "yearclose.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Year-End Payroll Close".
           DISPLAY "==========================".
           CALL "Get_Business_Date" USING business-date,
               business-time.
           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           MOVE "CLOSE_YEAR" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO year-text.
           IF year-text NOT = SPACES AND year-text IS NUMERIC
               MOVE year-text TO close-year
           ELSE
               MOVE business-date(1:4) TO prior-year
               SUBTRACT 1 FROM prior-year
               MOVE prior-year TO close-year
           END-IF.
           STRING "paydetail-" close-year ".dat"
               DELIMITED BY SIZE INTO detail-archive.
           STRING "payhist-" close-year ".dat"
               DELIMITED BY SIZE INTO history-archive.
      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

      *    One close per year, unless an ADMIN reopened it.
           PERFORM Load-Year-State.
           IF year-is-closed THEN
               DISPLAY "[-] Year " close-year " is already closed "
                   "- run refused."
               MOVE "OK" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           IF year-is-reopened THEN
               DISPLAY "[+] Year " close-year " was reopened - "
                   "closing it again seals the late rows into its "
                   "archives."
           END-IF.

      *    The proof: every period closed and reconciled. A
      *    reopened year's earlier rows are already archived, so
      *    its archives count toward the proof too.
           PERFORM Load-Calendar.
           PERFORM Mark-Month-Closes.
           PERFORM Check-Archive-Present.
           IF archive-present = "Y"
               MOVE detail-archive TO detail-filename
               PERFORM Tally-Details
               MOVE history-archive TO history-filename
               PERFORM Tally-History
           END-IF.
           MOVE "paydetail.dat" TO detail-filename.
           PERFORM Tally-Details.
           MOVE "payhist.dat" TO history-filename.
           PERFORM Tally-History.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           PERFORM Print-Proof.

           IF problem-count > 0
               PERFORM Refuse-Close
               GOBACK
           END-IF.

      *    The rollover: new current files and staged archives
      *    first, recounted, then swapped in.
           PERFORM Split-Details.
           PERFORM Split-History.
           PERFORM Verify-Split.
           IF write-failed = "Y"
               STRING "[-] Rewritten files do not recount - SWAP "
                   "REFUSED, current files left in place."
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               PERFORM Refuse-Close
               GOBACK
           END-IF.
           PERFORM Swap-Files.

      *    Seal the year.
           OPEN EXTEND year-file.
           MOVE close-year TO cy-year.
           MOVE "C" TO cy-status.
           MOVE business-date TO cy-date.
           MOVE business-time TO cy-time.
           MOVE operator-name TO cy-operator.
           MOVE arc-detail-count TO cy-detail-count.
           MOVE arc-detail-gross TO cy-detail-gross.
           MOVE arc-history-count TO cy-history-count.
           MOVE arc-history-total TO cy-history-total.
           MOVE SPACES TO cy-reason.
           WRITE year-record.
           CLOSE year-file.

           PERFORM Print-Seal.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           DISPLAY "[+] Year " close-year " closed: " detail-moved
               " detail and " history-moved " run row(s) sealed "
               "into '" FUNCTION TRIM(detail-archive) "' and '"
               FUNCTION TRIM(history-archive) "'.".
           DISPLAY "[+] Payroll_Register now refuses runs into "
               close-year " - see 'yearclose.rpt'.".

           MOVE detail-moved TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Refuse-Close.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           DISPLAY "[-] Year " close-year " NOT closed - see "
               "'yearclose.rpt'.".
           MOVE "F" TO al-severity.
           MOVE SPACES TO al-message.
           STRING "Year-end close " close-year " refused - see "
               "yearclose.rpt"
               DELIMITED BY SIZE INTO al-message.
           CALL "Alert" USING al-severity, al-source, al-message.
           MOVE "FAILED" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           MOVE 8 TO RETURN-CODE.

       Load-Year-State.
      *    Rows are appended in date order - the last one for the
      *    year is its state.
           OPEN INPUT year-file.
           IF year-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ year-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF cy-year = close-year
                               MOVE cy-status TO year-state
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE year-file.
           MOVE "N" TO eof-flag.

       Load-Calendar.
           OPEN INPUT period-file.
           IF period-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ period-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF py-period(1:4) = close-year
                               ADD 1 TO calendar-rows
                               PERFORM Note-Period
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE period-file.
           MOVE "N" TO eof-flag.

       Note-Period.
           IF period-entries NOT < 12
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO period-entries.
           MOVE py-period TO yp-period(period-entries).
           MOVE "N" TO yp-month-closed(period-entries).
           MOVE "N" TO yp-regular(period-entries).
           MOVE 0 TO yp-detail-count(period-entries).
           MOVE 0 TO yp-history-count(period-entries).
           MOVE 0 TO yp-detail-gross(period-entries).
           MOVE 0 TO yp-history-total(period-entries).

       Find-Period.
           MOVE 0 TO hit-idx.
           PERFORM VARYING period-idx FROM 1 BY 1
                   UNTIL period-idx > period-entries
               IF yp-period(period-idx) = pd-period
                   MOVE period-idx TO hit-idx
               END-IF
           END-PERFORM.

       Mark-Month-Closes.
           OPEN INPUT closed-file.
           IF closed-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ closed-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           MOVE cp-period TO pd-period
                           PERFORM Find-Period
                           IF hit-idx > 0
                               MOVE "Y" TO yp-month-closed(hit-idx)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE closed-file.
           MOVE "N" TO eof-flag.

       Check-Archive-Present.
           MOVE "N" TO archive-present.
           CALL "CBL_CHECK_FILE_EXIST" USING detail-archive,
               file-info RETURNING call-status.
           IF call-status = 0
               MOVE "Y" TO archive-present
           END-IF.

       Tally-Details.
           OPEN INPUT detail-file.
           IF detail-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ detail-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF pd-period(1:4) = close-year
                               PERFORM Find-Period
                               PERFORM Tally-One-Detail
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE detail-file.
           MOVE "N" TO eof-flag.

       Tally-One-Detail.
           IF hit-idx = 0
               EXIT PARAGRAPH
           END-IF.
      *    Settlement rows stay out of the count tie, as in
      *    Payroll_Reconcile; every run type counts to the gross.
           IF pd-run-type NOT = "S"
               ADD 1 TO yp-detail-count(hit-idx)
           END-IF.
           ADD pd-gross TO yp-detail-gross(hit-idx).

       Tally-History.
           OPEN INPUT history-file.
           IF history-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ history-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF ph-period(1:4) = close-year
                               MOVE ph-period TO pd-period
                               PERFORM Find-Period
                               PERFORM Tally-One-Run
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE history-file.
           MOVE "N" TO eof-flag.

       Tally-One-Run.
           IF hit-idx = 0
               EXIT PARAGRAPH
           END-IF.
           IF ph-run-type NOT = "S"
               ADD ph-count TO yp-history-count(hit-idx)
           END-IF.
      *    Only a regular run closes a period (see Payroll_
      *    Register's Check-Period).
           IF ph-run-type NOT = "O" AND ph-run-type NOT = "S"
               MOVE "Y" TO yp-regular(hit-idx)
           END-IF.
           ADD ph-total TO yp-history-total(hit-idx).

       Print-Proof.
           MOVE SPACES TO pw-line.
           STRING "Year-end close for " close-year "  operator "
               FUNCTION TRIM(operator-name)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.
           IF calendar-rows NOT = 12
               MOVE calendar-rows TO p-count-a
               STRING "[-] payperiods.dat holds " p-count-a
                   " period(s) for " close-year " - the close needs "
                   "all twelve (see Pay_Period_Gen)."
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               ADD 1 TO problem-count
           END-IF.
           MOVE "Period  Month  Regular  Details/Stamped  "
               TO pw-line.
           MOVE "Detail gross / Stamped total" TO pw-line(42:28).
           PERFORM Print-Line.
           PERFORM VARYING period-idx FROM 1 BY 1
                   UNTIL period-idx > period-entries
               PERFORM Print-Period
           END-PERFORM.
           PERFORM Print-Line.
           IF problem-count = 0
               MOVE "Every period is closed and reconciled." TO
                   pw-line
           ELSE
               MOVE problem-count TO p-count-a
               STRING "[-] " p-count-a " problem(s) - the year "
                   "cannot be closed."
                   DELIMITED BY SIZE INTO pw-line
           END-IF.
           PERFORM Print-Line.
           PERFORM Print-Line.

       Print-Period.
           MOVE "OK" TO period-verdict.
           IF yp-month-closed(period-idx) NOT = "Y" OR
                   yp-regular(period-idx) NOT = "Y" OR
                   yp-detail-count(period-idx) NOT =
                       yp-history-count(period-idx) OR
                   yp-detail-gross(period-idx) NOT =
                       yp-history-total(period-idx)
               MOVE "** NOT READY **" TO period-verdict
               ADD 1 TO problem-count
           END-IF.
           MOVE yp-detail-count(period-idx) TO p-count-a.
           MOVE yp-history-count(period-idx) TO p-count-b.
           MOVE yp-detail-gross(period-idx) TO p-amount-a.
           MOVE yp-history-total(period-idx) TO p-amount-b.
           STRING yp-period(period-idx) "    "
               yp-month-closed(period-idx) "      "
               yp-regular(period-idx) "      "
               p-count-a " / " p-count-b "  "
               p-amount-a " / " p-amount-b "  "
               period-verdict
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Split-Details.
      *    A reopened year's archive is carried into the staged
      *    archive first; then the current file splits into the
      *    year's rows and everything else.
           OPEN OUTPUT detail-arc-file.
           IF archive-present = "Y"
               MOVE detail-archive TO detail-filename
               OPEN INPUT detail-file
               PERFORM UNTIL eof-reached
                   READ detail-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           MOVE detail-record TO detail-arc-record
                           WRITE detail-arc-record
                           ADD 1 TO archived-details
                   END-READ
               END-PERFORM
               CLOSE detail-file
               MOVE "N" TO eof-flag
           END-IF.
           OPEN OUTPUT detail-keep-file.
           MOVE "paydetail.dat" TO detail-filename.
           OPEN INPUT detail-file.
           IF detail-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ detail-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           ADD 1 TO detail-read
                           IF pd-period(1:4) = close-year
                               MOVE detail-record
                                   TO detail-arc-record
                               WRITE detail-arc-record
                               ADD 1 TO detail-moved
                           ELSE
                               MOVE detail-record
                                   TO detail-keep-record
                               WRITE detail-keep-record
                               ADD 1 TO detail-kept
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE detail-file.
           MOVE "N" TO eof-flag.
           CLOSE detail-keep-file.
           CLOSE detail-arc-file.

       Split-History.
           OPEN OUTPUT history-arc-file.
           IF archive-present = "Y"
               MOVE history-archive TO history-filename
               OPEN INPUT history-file
               IF history-status = "00" THEN
                   PERFORM UNTIL eof-reached
                       READ history-file
                           AT END SET eof-reached TO TRUE
                           NOT AT END
                               MOVE history-record
                                   TO history-arc-record
                               WRITE history-arc-record
                               ADD 1 TO archived-history
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE history-file
               MOVE "N" TO eof-flag
           END-IF.
           OPEN OUTPUT history-keep-file.
           MOVE "payhist.dat" TO history-filename.
           OPEN INPUT history-file.
           IF history-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ history-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           ADD 1 TO history-read
                           IF ph-period(1:4) = close-year
                               MOVE history-record
                                   TO history-arc-record
                               WRITE history-arc-record
                               ADD 1 TO history-moved
                           ELSE
                               MOVE history-record
                                   TO history-keep-record
                               WRITE history-keep-record
                               ADD 1 TO history-kept
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE history-file.
           MOVE "N" TO eof-flag.
           CLOSE history-keep-file.
           CLOSE history-arc-file.

       Verify-Split.
      *    Reread what was written: the new current files must
      *    hold exactly the rows kept, the staged archives the
      *    rows carried plus the rows moved - and the archives'
      *    sealed figures come from this reread.
           MOVE "paydetail.new" TO detail-filename.
           PERFORM Count-Details.
           IF recount NOT = detail-kept
               MOVE "Y" TO write-failed
           END-IF.
           MOVE "paydetail.arc" TO detail-filename.
           PERFORM Count-Details.
           IF recount NOT = archived-details + detail-moved
               MOVE "Y" TO write-failed
           END-IF.
           MOVE "payhist.new" TO history-filename.
           PERFORM Count-History.
           IF recount NOT = history-kept
               MOVE "Y" TO write-failed
           END-IF.
           MOVE "payhist.arc" TO history-filename.
           PERFORM Count-History.
           IF recount NOT = archived-history + history-moved
               MOVE "Y" TO write-failed
           END-IF.

       Count-Details.
           MOVE 0 TO recount.
           MOVE 0 TO arc-detail-gross.
           OPEN INPUT detail-file.
           IF detail-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ detail-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           ADD 1 TO recount
                           ADD pd-gross TO arc-detail-gross
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE detail-file.
           MOVE "N" TO eof-flag.
           MOVE recount TO arc-detail-count.

       Count-History.
           MOVE 0 TO recount.
           MOVE 0 TO arc-history-total.
           OPEN INPUT history-file.
           IF history-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ history-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           ADD 1 TO recount
                           ADD ph-total TO arc-history-total
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE history-file.
           MOVE "N" TO eof-flag.
           MOVE recount TO arc-history-count.

       Swap-Files.
      *    The old current files survive as *.preclose.
           MOVE "paydetail.dat" TO old-name.
           MOVE "paydetail.dat.preclose" TO new-name.
           PERFORM Rename-File.
           MOVE "paydetail.new" TO old-name.
           MOVE "paydetail.dat" TO new-name.
           PERFORM Rename-File.
           MOVE "paydetail.arc" TO old-name.
           MOVE detail-archive TO new-name.
           PERFORM Rename-File.
           MOVE "payhist.dat" TO old-name.
           MOVE "payhist.dat.preclose" TO new-name.
           PERFORM Rename-File.
           MOVE "payhist.new" TO old-name.
           MOVE "payhist.dat" TO new-name.
           PERFORM Rename-File.
           MOVE "payhist.arc" TO old-name.
           MOVE history-archive TO new-name.
           PERFORM Rename-File.

       Rename-File.
           CALL "CBL_RENAME_FILE" USING old-name, new-name
               RETURNING rename-status
               ON EXCEPTION CONTINUE
           END-CALL.

       Print-Seal.
           MOVE "Sealed archives" TO pw-line.
           PERFORM Print-Line.
           MOVE arc-detail-count TO p-count-a.
           MOVE arc-detail-gross TO p-amount-a.
           STRING "   " detail-archive(1:20) " records " p-count-a
               "  gross " p-amount-a
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE arc-history-count TO p-count-a.
           MOVE arc-history-total TO p-amount-a.
           STRING "   " history-archive(1:20) " records " p-count-a
               "  total " p-amount-a
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE detail-kept TO p-count-a.
           MOVE history-kept TO p-count-b.
           STRING "   kept current: paydetail.dat " p-count-a
               "  payhist.dat " p-count-b
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Year_End_Close.
