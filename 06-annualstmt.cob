      *    paydetail.dat (one record per employee per payroll run,
      *    written by Payroll_Register): one statement block per
      *    employee with their per-period lines and annual totals of
      *    gross, tax, pension, insurance, and net (net includes
      *    any expense reimbursements, shown on their own line).
      *
      *    The statement year comes from the STATEMENT_YEAR
      *    environment variable (same override convention as
      *    detail record is missing or a run was stamped without
      *    its details, and the statements must not go out.
      *
      *    A year sealed by Year_End_Close is read from its year
      *    archives paydetail-YYYY.dat and payhist-YYYY.dat, plus
      *    any late rows posted to the current files after an ADMIN
      *    reopened it, so the statements no longer reread every
      *    year ever paid.
      *
      *    The listing goes through Print_Writer to annualstmt.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT detail-file ASSIGN TO DYNAMIC detail-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS detail-status.
           SELECT history-file ASSIGN TO DYNAMIC history-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-status.
      ****************************
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

       FD  history-file.
       01  history-record.
       01  business-date   PIC 9(8).
       01  year-text       PIC X(4).
       01  statement-year  PIC X(4).
       01  detail-filename  PIC X(40).
       01  history-filename PIC X(40).
       01  detail-archive   PIC X(40).
       01  history-archive  PIC X(40).
       01  archive-present PIC X VALUE "N".
       01  file-info.
           05  fi-size     PIC 9(18) BINARY.
           05  fi-rest     PIC X(8).
       01  call-status     PIC S9(9) BINARY.
      *    One accumulator row per employee seen on the detail file.
       01  emp-table OCCURS 500.
           05  emt-id          PIC X(6).
           05  emt-pension     PIC S9(9)v9(2) USAGE COMP-3.
           05  emt-insurance   PIC S9(9)v9(2) USAGE COMP-3.
           05  emt-net         PIC S9(9)v9(2) USAGE COMP-3.
           05  emt-expenses    PIC S9(9)v9(2) USAGE COMP-3.
       01  emp-entries     PIC 9(3) VALUE 0.
       01  emp-idx         PIC 9(3).
       01  emp-hit         PIC 9(3).
       01  jl-job-name     PIC X(20) VALUE "Annual_Statement".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Annual Earnings Statements".
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
           MOVE "STATEMENT_YEAR" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO year-text.
           IF year-text NOT = SPACES AND year-text IS NUMERIC
               MOVE year-text TO statement-year
           ELSE
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

      *    A closed year's rows live in its archives.
           STRING "paydetail-" statement-year ".dat"
               DELIMITED BY SIZE INTO detail-archive.
           STRING "payhist-" statement-year ".dat"
               DELIMITED BY SIZE INTO history-archive.
           CALL "CBL_CHECK_FILE_EXIST" USING detail-archive,
               file-info RETURNING call-status.
           IF call-status = 0
               MOVE "Y" TO archive-present
               MOVE detail-archive TO detail-filename
               PERFORM Read-Details
               MOVE history-archive TO history-filename
               PERFORM Read-History
           END-IF.

           MOVE "paydetail.dat" TO detail-filename.
           OPEN INPUT detail-file.
           IF detail-status NOT = "00" AND archive-present = "N"
               DISPLAY "[-] Cannot open paydetail.dat, status "
                   detail-status " - no pay details recorded yet."
               MOVE "FAILED" TO jl-outcome
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           CLOSE detail-file.
           PERFORM Read-Details.
           MOVE "payhist.dat" TO history-filename.
           PERFORM Read-History.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
           MOVE SPACES TO pw-line.
           STRING "Earnings statements for year " statement-year
               DELIMITED BY SIZE INTO pw-line.
           IF archive-present = "Y"
               STRING " (closed - from " FUNCTION TRIM(detail-archive)
                   " and " FUNCTION TRIM(history-archive) ")"
                   DELIMITED BY SIZE INTO pw-line(34:)
           END-IF.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
               jl-record-count, jl-outcome.
           GOBACK.

       Read-Details.
           MOVE "N" TO eof-flag.
           OPEN INPUT detail-file.
           IF detail-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ detail-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           ADD 1 TO detail-read
                           IF pd-period(1:4) = statement-year
                               ADD 1 TO detail-used
                               PERFORM Tally-Detail
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE detail-file.
           MOVE "N" TO eof-flag.

       Read-History.
      *    The payhist.dat run totals for the same year are the
      *    control figure the statements must add back to.
           OPEN INPUT history-file.
           IF history-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ history-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
      *                    Every run type counts here - the
      *                    settlement writes its detail rows too.
                           IF ph-period(1:4) = statement-year
                               ADD ph-total TO history-gross
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE history-file.
           MOVE "N" TO eof-flag.

       Tally-Detail.
           MOVE 0 TO emp-hit.
           PERFORM VARYING emp-idx FROM 1 BY 1
                   MOVE 0 TO emt-pension(emp-hit)
                   MOVE 0 TO emt-insurance(emp-hit)
                   MOVE 0 TO emt-net(emp-hit)
                   MOVE 0 TO emt-expenses(emp-hit)
               ELSE
                   DISPLAY "[-] Employee table full - details for '"
                       pd-employee-id "' dropped, the grand total "
           ADD pd-pension TO emt-pension(emp-hit).
           ADD pd-insurance TO emt-insurance(emp-hit).
           ADD pd-net TO emt-net(emp-hit).
      *    Older detail lines predate the expense column.
           IF pd-expenses IS NUMERIC
               ADD pd-expenses TO emt-expenses(emp-hit)
           END-IF.
           ADD pd-gross TO grand-gross.

       Print-Statement.
           STRING "   insurance " p-amount
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF emt-expenses(emp-idx) NOT = 0
               MOVE emt-expenses(emp-idx) TO p-amount
               MOVE SPACES TO pw-line
               STRING "   expenses  " p-amount " (reimbursed, "
                   "not taxed)"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           MOVE emt-net(emp-idx) TO p-amount.
           MOVE SPACES TO pw-line.
           STRING "   net       " p-amount
