       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Quarterly_Tax_Return INITIAL.
      ****************************
      *    Quarterly withholding return from the pay-detail history
      *    paydetail.dat (one record per employee per payroll run,
      *    written by Payroll_Register) - the tax office's quarterly
      *    filing of tax withheld per employee, instead of adding up
      *    payroll.rpt printouts by hand.
      *
      *    The quarter comes from the TAX_QUARTER environment
      *    variable as YYYYQ (e.g. 20262 for April-June; same
      *    override convention as BUSINESS_DATE), defaulting to the
      *    quarter holding the business date. Every run type on the
      *    detail file counts - regular, off-cycle and settlement
      *    pay is all withheld on.
      *
      *    The job refuses to run unless all three pay periods of
      *    the quarter are closed by a regular run on payhist.dat:
      *    a return filed before the last payroll of the quarter
      *    would understate the withholding.
      *
      *    A year sealed by Year_End_Close is read from its year
      *    archives paydetail-YYYY.dat and payhist-YYYY.dat, plus
      *    any late rows on the current files (as Annual_Statement
      *    reads it), so a quarter of a closed year - the fourth
      *    above all - can still be filed.
      *
      *    Output:
      *       - quarterlytax.rpt (through Print_Writer): one line
      *         per employee with quarter-to-date and year-to-date
      *         gross and tax withheld, then the summary return page
      *         (tax withheld per month of the quarter, the quarter
      *         total, the year-to-date total),
      *       - taxremit.dat, the remittance file, header / detail /
      *         trailer like bankfile.dat:
      *            H  quarter X(5), date 9(8)
      *            D  employee-id X(6), name X(27), quarter gross
      *               9(9)v99, quarter tax 9(9)v99, year-to-date tax
      *               9(9)v99
      *            T  detail count 9(6), quarter gross total
      *               9(11)v99, quarter tax total 9(11)v99
      *         The trailer totals must equal the return page's.
      *
      *    The sealed taxremit.dat is entered on the outbound
      *    transmission register transmit.dat with its detail count
      *    and quarter tax total (see Transmit_Log).
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
           SELECT remit-file ASSIGN TO "taxremit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
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

       FD  remit-file.
       01  remit-header.
           05  rh-type     PIC X.
           05  rh-quarter  PIC X(5).
           05  rh-date     PIC 9(8).
           05  rh-filler   PIC X(62).
       01  remit-detail.
           05  rd-type     PIC X.
           05  rd-employee-id PIC X(6).
           05  rd-name     PIC X(27).
           05  rd-qtd-gross PIC 9(9)v9(2).
           05  rd-qtd-tax  PIC 9(9)v9(2).
           05  rd-ytd-tax  PIC 9(9)v9(2).
           05  rd-filler   PIC X(9).
       01  remit-trailer.
           05  rt-type     PIC X.
           05  rt-count    PIC 9(6).
           05  rt-gross    PIC 9(11)v9(2).
           05  rt-tax      PIC 9(11)v9(2).
           05  rt-filler   PIC X(43).

       WORKING-STORAGE SECTION.
       01  detail-status   PIC XX.
       01  history-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  quarter-text    PIC X(5).
       01  tax-quarter     PIC X(5).
       01  quarter-year    PIC X(4).
       01  quarter-no      PIC 9.
       01  first-month     PIC 99.
       01  detail-filename  PIC X(40).
       01  history-filename PIC X(40).
       01  detail-archive   PIC X(40).
       01  history-archive  PIC X(40).
       01  archive-present PIC X VALUE "N".
       01  file-info.
           05  fi-size     PIC 9(18) BINARY.
           05  fi-rest     PIC X(8).
       01  call-status     PIC S9(9) BINARY.
      *    The quarter's three periods, YYYYMM, and whether a
      *    regular run has closed each.
       01  quarter-table OCCURS 3.
           05  qt-period   PIC X(6).
           05  qt-closed   PIC X.
           05  qt-tax      PIC S9(11)v9(2) USAGE COMP-3.
       01  quarter-idx     PIC 9.
       01  month-no        PIC 99.
       01  open-periods    PIC 9 VALUE 0.
       01  in-quarter      PIC X.
      *    One accumulator row per employee seen on the detail file.
       01  emp-table OCCURS 500.
           05  emt-id          PIC X(6).
           05  emt-name        PIC X(30).
           05  emt-qtd-gross   PIC S9(9)v9(2) USAGE COMP-3.
           05  emt-qtd-tax     PIC S9(9)v9(2) USAGE COMP-3.
           05  emt-ytd-gross   PIC S9(9)v9(2) USAGE COMP-3.
           05  emt-ytd-tax     PIC S9(9)v9(2) USAGE COMP-3.
       01  emp-entries     PIC 9(3) VALUE 0.
       01  emp-idx         PIC 9(3).
       01  emp-hit         PIC 9(3).
       01  detail-used     PIC 9(6) VALUE 0.
       01  remit-count     PIC 9(6) VALUE 0.
       01  total-qtd-gross PIC S9(11)v9(2) USAGE COMP-3 VALUE 0.
       01  total-qtd-tax   PIC S9(11)v9(2) USAGE COMP-3 VALUE 0.
       01  total-ytd-gross PIC S9(11)v9(2) USAGE COMP-3 VALUE 0.
       01  total-ytd-tax   PIC S9(11)v9(2) USAGE COMP-3 VALUE 0.
       01  p-qtd-gross     PIC $$$,$$$,$$9.99.
       01  p-qtd-tax       PIC $$$,$$$,$$9.99.
       01  p-ytd-gross     PIC $$$,$$$,$$9.99.
       01  p-ytd-tax       PIC $$$,$$$,$$9.99.
       01  p-total         PIC $$,$$$,$$$,$$9.99.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Quarterly_Tax_Return".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Outbound transmission register (see Transmit_Log).
       01  tx-file-name    PIC X(30) VALUE "taxremit.dat".
       01  tx-record-count PIC 9(6).
       01  tx-amount-total PIC 9(11)v9(2).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Quarterly Withholding Return".
       01  pw-filename     PIC X(255) VALUE "quarterlytax.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
           MOVE "TAX_QUARTER" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO quarter-text.
           IF quarter-text NOT = SPACES AND quarter-text IS NUMERIC
                   AND quarter-text(5:1) >= "1"
                   AND quarter-text(5:1) <= "4"
               MOVE quarter-text TO tax-quarter
           ELSE
               MOVE business-date(1:4) TO tax-quarter(1:4)
               MOVE business-date(5:2) TO month-no
               COMPUTE quarter-no = (month-no + 2) / 3
               MOVE quarter-no TO tax-quarter(5:1)
           END-IF.
           MOVE tax-quarter(1:4) TO quarter-year.
           MOVE tax-quarter(5:1) TO quarter-no.
           COMPUTE first-month = quarter-no * 3 - 2.
           PERFORM VARYING quarter-idx FROM 1 BY 1
                   UNTIL quarter-idx > 3
               COMPUTE month-no = first-month + quarter-idx - 1
               MOVE quarter-year TO qt-period(quarter-idx)(1:4)
               MOVE month-no TO qt-period(quarter-idx)(5:2)
               MOVE "N" TO qt-closed(quarter-idx)
               MOVE 0 TO qt-tax(quarter-idx)
           END-PERFORM.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

      *    A closed year's rows live in its archives.
           STRING "paydetail-" quarter-year ".dat"
               DELIMITED BY SIZE INTO detail-archive.
           STRING "payhist-" quarter-year ".dat"
               DELIMITED BY SIZE INTO history-archive.
           CALL "CBL_CHECK_FILE_EXIST" USING detail-archive,
               file-info RETURNING call-status.
           IF call-status = 0
               MOVE "Y" TO archive-present
           END-IF.

      *    Every period of the quarter must be closed by a regular
      *    run first - off-cycle and settlement stamps do not close.
           IF archive-present = "Y"
               MOVE history-archive TO history-filename
               PERFORM Read-History
           END-IF.
           MOVE "payhist.dat" TO history-filename.
           PERFORM Read-History.
           PERFORM VARYING quarter-idx FROM 1 BY 1
                   UNTIL quarter-idx > 3
               IF qt-closed(quarter-idx) NOT = "Y"
                   DISPLAY "[-] Period " qt-period(quarter-idx)
                       " is not closed on payhist.dat or its "
                       "year archive."
                   ADD 1 TO open-periods
               END-IF
           END-PERFORM.
           IF open-periods > 0
               DISPLAY "[-] Quarter " tax-quarter " is not complete "
                   "- no return filed."
               MOVE "REFUSED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF archive-present = "Y"
               MOVE detail-archive TO detail-filename
               PERFORM Read-Details
           END-IF.
           MOVE "paydetail.dat" TO detail-filename.
           OPEN INPUT detail-file.
           IF detail-status NOT = "00" AND archive-present = "N"
               DISPLAY "[-] Cannot open paydetail.dat, status "
                   detail-status " - no pay details recorded yet."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE detail-file.
           PERFORM Read-Details.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.
           STRING "Tax withheld for quarter " quarter-no " of "
               quarter-year " (periods " qt-period(1) " to "
               qt-period(3) ")"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "Id     Name                           "
               "   QTD gross       QTD tax     YTD gross"
               "       YTD tax"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

           OPEN OUTPUT remit-file.
           MOVE "H" TO rh-type.
           MOVE tax-quarter TO rh-quarter.
           MOVE business-date TO rh-date.
           MOVE SPACES TO rh-filler.
           WRITE remit-header.
           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-entries
               PERFORM Report-Employee
           END-PERFORM.
      *    Seal the file with its count and control totals.
           MOVE "T" TO rt-type.
           MOVE remit-count TO rt-count.
           MOVE total-qtd-gross TO rt-gross.
           MOVE total-qtd-tax TO rt-tax.
           MOVE SPACES TO rt-filler.
           WRITE remit-trailer.
           CLOSE remit-file.
           MOVE remit-count TO tx-record-count.
           MOVE total-qtd-tax TO tx-amount-total.
           CALL "Transmit_Log" USING tx-file-name, jl-job-name,
               tx-record-count, tx-amount-total.

           PERFORM Print-Return-Page.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           MOVE total-qtd-tax TO p-total.
           DISPLAY "[+] Quarter " tax-quarter ": " remit-count
               " employee(s), tax withheld " p-total.
           DISPLAY "[+] Return written to 'quarterlytax.rpt', "
               "remittance file to 'taxremit.dat'.".
           MOVE remit-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Read-History.
           OPEN INPUT history-file.
           IF history-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ history-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF ph-run-type NOT = "O" AND
                                   ph-run-type NOT = "S"
                               PERFORM VARYING quarter-idx FROM 1 BY 1
                                       UNTIL quarter-idx > 3
                                   IF ph-period =
                                           qt-period(quarter-idx)
                                       MOVE "Y" TO
                                           qt-closed(quarter-idx)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE history-file.
           MOVE "N" TO eof-flag.

       Read-Details.
           OPEN INPUT detail-file.
           IF detail-status NOT = "00" THEN
               CLOSE detail-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ detail-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
      *                Year to date runs through the quarter's last
      *                period.
                       IF pd-period(1:4) = quarter-year AND
                               pd-period <= qt-period(3)
                           ADD 1 TO detail-used
                           PERFORM Tally-Detail
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE detail-file.
           MOVE "N" TO eof-flag.

       Tally-Detail.
           MOVE 0 TO emp-hit.
           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-entries
               IF emt-id(emp-idx) = pd-employee-id
                   MOVE emp-idx TO emp-hit
               END-IF
           END-PERFORM.
           IF emp-hit = 0
               IF emp-entries < 500
                   ADD 1 TO emp-entries
                   MOVE emp-entries TO emp-hit
                   MOVE pd-employee-id TO emt-id(emp-hit)
                   MOVE pd-name TO emt-name(emp-hit)
                   MOVE 0 TO emt-qtd-gross(emp-hit)
                   MOVE 0 TO emt-qtd-tax(emp-hit)
                   MOVE 0 TO emt-ytd-gross(emp-hit)
                   MOVE 0 TO emt-ytd-tax(emp-hit)
               ELSE
                   DISPLAY "[-] Employee table full - details for '"
                       pd-employee-id "' dropped, the return will "
                       "understate!"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD pd-gross TO emt-ytd-gross(emp-hit).
           ADD pd-tax TO emt-ytd-tax(emp-hit).
           ADD pd-gross TO total-ytd-gross.
           ADD pd-tax TO total-ytd-tax.
           MOVE "N" TO in-quarter.
           PERFORM VARYING quarter-idx FROM 1 BY 1
                   UNTIL quarter-idx > 3
               IF pd-period = qt-period(quarter-idx)
                   MOVE "Y" TO in-quarter
                   ADD pd-tax TO qt-tax(quarter-idx)
               END-IF
           END-PERFORM.
           IF in-quarter = "Y"
               ADD pd-gross TO emt-qtd-gross(emp-hit)
               ADD pd-tax TO emt-qtd-tax(emp-hit)
               ADD pd-gross TO total-qtd-gross
               ADD pd-tax TO total-qtd-tax
           END-IF.

       Report-Employee.
      *    Only employees paid in the quarter are on the return.
           IF emt-qtd-gross(emp-idx) = 0 AND
                   emt-qtd-tax(emp-idx) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE emt-qtd-gross(emp-idx) TO p-qtd-gross.
           MOVE emt-qtd-tax(emp-idx) TO p-qtd-tax.
           MOVE emt-ytd-gross(emp-idx) TO p-ytd-gross.
           MOVE emt-ytd-tax(emp-idx) TO p-ytd-tax.
           MOVE SPACES TO pw-line.
           STRING emt-id(emp-idx) " " emt-name(emp-idx) " "
               p-qtd-gross p-qtd-tax p-ytd-gross p-ytd-tax
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

           MOVE "D" TO rd-type.
           MOVE emt-id(emp-idx) TO rd-employee-id.
           MOVE emt-name(emp-idx) TO rd-name.
           MOVE emt-qtd-gross(emp-idx) TO rd-qtd-gross.
           MOVE emt-qtd-tax(emp-idx) TO rd-qtd-tax.
           MOVE emt-ytd-tax(emp-idx) TO rd-ytd-tax.
           MOVE SPACES TO rd-filler.
           WRITE remit-detail.
           ADD 1 TO remit-count.

       Print-Return-Page.
      *    The summary return, on a page of its own.
           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "QUARTERLY WITHHOLDING RETURN - QUARTER "
               quarter-no " " quarter-year
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "Employees reported      : " remit-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING quarter-idx FROM 1 BY 1
                   UNTIL quarter-idx > 3
               MOVE qt-tax(quarter-idx) TO p-total
               MOVE SPACES TO pw-line
               STRING "Tax withheld " qt-period(quarter-idx)
                   "     : " p-total
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-PERFORM.
           MOVE total-qtd-gross TO p-total.
           MOVE SPACES TO pw-line.
           STRING "Quarter gross wages     : " p-total
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE total-qtd-tax TO p-total.
           MOVE SPACES TO pw-line.
           STRING "Quarter tax withheld    : " p-total
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE total-ytd-gross TO p-total.
           MOVE SPACES TO pw-line.
           STRING "Year-to-date gross      : " p-total
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE total-ytd-tax TO p-total.
           MOVE SPACES TO pw-line.
           STRING "Year-to-date withheld   : " p-total
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE total-qtd-tax TO p-total.
           MOVE SPACES TO pw-line.
           STRING "Amount due for remittance: "
               FUNCTION TRIM(p-total)
               " (remittance file taxremit.dat)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE "Signed: ____________________   Date: __________"
               TO pw-line.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Quarterly_Tax_Return.
