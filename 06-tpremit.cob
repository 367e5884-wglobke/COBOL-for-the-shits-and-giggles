       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Third_Party_Remit INITIAL.
      ****************************
      *    Post-payroll remittance of the money withheld for third
      *    parties - court-ordered garnishments, union dues - so it
      *    does not just sit with us. Each instruction on
      *    dedinstr.dat names its payee (court, agency, union) and
      *    the payee's reference (see Deduction_Instructions), and
      *    every deduction a committed Payroll_Register run actually
      *    took is journalled with them to dedwithheld.dat.
      *
      *    This job takes one run's withholdings from that journal -
      *    the run dated REMIT_DATE (YYYYMMDD, same override
      *    convention as BUSINESS_DATE), by default the latest run
      *    on the journal - and totals them per payee.
      *
      *    Output:
      *       - tpremit.dat, the remittance file for accounts
      *         payable, header / detail / trailer like bankfile.dat:
      *            H  run date 9(8), pay period X(6)
      *            D  payee X(20), withholdings 9(5), amount
      *               9(9)v99
      *            T  payee count 9(6), amount total 9(11)v99
      *         The trailer total must equal the run's withholdings.
      *       - tpremit.rpt (through Print_Writer): a remittance
      *         advice per payee listing the employees and payee
      *         references behind its total, to go with the payment.
      *
      *    The sealed tpremit.dat is entered on the outbound
      *    transmission register transmit.dat with its payee count
      *    and amount total (see Transmit_Log).
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT withheld-file ASSIGN TO "dedwithheld.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS withheld-status.
           SELECT remit-file ASSIGN TO "tpremit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  withheld-file.
       01  withheld-record.
           05  dw-period   PIC X(6).
           05  dw-date     PIC 9(8).
           05  dw-employee-id PIC X(6).
           05  dw-name     PIC X(30).
           05  dw-type     PIC X(10).
           05  dw-payee    PIC X(20).
           05  dw-payee-ref PIC X(20).
           05  dw-amount   PIC 9(7)v9(2).
           05  dw-run-type PIC X.

       FD  remit-file.
       01  remit-header.
           05  rh-type     PIC X.
           05  rh-date     PIC 9(8).
           05  rh-period   PIC X(6).
           05  rh-filler   PIC X(31).
       01  remit-detail.
           05  rd-type     PIC X.
           05  rd-payee    PIC X(20).
           05  rd-count    PIC 9(5).
           05  rd-amount   PIC 9(9)v9(2).
           05  rd-filler   PIC X(9).
       01  remit-trailer.
           05  rt-type     PIC X.
           05  rt-count    PIC 9(6).
           05  rt-amount   PIC 9(11)v9(2).
           05  rt-filler   PIC X(26).

       WORKING-STORAGE SECTION.
       01  withheld-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  date-text       PIC X(8).
       01  remit-date      PIC 9(8) VALUE 0.
       01  remit-period    PIC X(6) VALUE SPACES.
      *    The run's withholdings, and the payees they are owed to.
       01  line-table OCCURS 500.
           05  lt-employee-id PIC X(6).
           05  lt-name     PIC X(30).
           05  lt-type     PIC X(10).
           05  lt-payee    PIC X(20).
           05  lt-payee-ref PIC X(20).
           05  lt-amount   PIC 9(7)v9(2).
       01  line-entries    PIC 9(3) VALUE 0.
       01  line-idx        PIC 9(3).
       01  payee-table OCCURS 100.
           05  pt-payee    PIC X(20).
           05  pt-count    PIC 9(5).
           05  pt-amount   PIC S9(11)v9(2) USAGE COMP-3.
       01  payee-entries   PIC 9(3) VALUE 0.
       01  payee-idx       PIC 9(3).
       01  payee-hit       PIC 9(3).
       01  total-amount    PIC S9(11)v9(2) USAGE COMP-3 VALUE 0.
       01  p-amount        PIC $$$,$$$,$$9.99.
       01  p-total         PIC $$,$$$,$$$,$$9.99.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Third_Party_Remit".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Outbound transmission register (see Transmit_Log).
       01  tx-file-name    PIC X(30) VALUE "tpremit.dat".
       01  tx-record-count PIC 9(6).
       01  tx-amount-total PIC 9(11)v9(2).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Third-Party Remittance Advice".
       01  pw-filename     PIC X(255) VALUE "tpremit.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           MOVE "REMIT_DATE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO date-text.
           IF date-text NOT = SPACES AND date-text IS NUMERIC
               MOVE date-text TO remit-date
           END-IF.

           OPEN INPUT withheld-file.
           IF withheld-status NOT = "00" THEN
               DISPLAY "[-] Cannot open dedwithheld.dat, status "
                   withheld-status " - no withholdings journalled "
                   "yet."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    No date given: the latest run on the journal.
           IF remit-date = 0
               PERFORM UNTIL eof-reached
                   READ withheld-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF dw-date > remit-date
                               MOVE dw-date TO remit-date
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE withheld-file
               MOVE "N" TO eof-flag
               OPEN INPUT withheld-file
           END-IF.
           PERFORM UNTIL eof-reached
               READ withheld-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF dw-date = remit-date
                           PERFORM Tally-Withholding
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE withheld-file.
           MOVE "N" TO eof-flag.

           IF line-entries = 0
               DISPLAY "[-] No withholdings journalled for the run "
                   "of " remit-date " - nothing to remit."
               MOVE "REFUSED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT remit-file.
           MOVE "H" TO rh-type.
           MOVE remit-date TO rh-date.
           MOVE remit-period TO rh-period.
           MOVE SPACES TO rh-filler.
           WRITE remit-header.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           PERFORM VARYING payee-idx FROM 1 BY 1
                   UNTIL payee-idx > payee-entries
               PERFORM Remit-Payee
           END-PERFORM.
           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           MOVE total-amount TO p-total.
           MOVE SPACES TO pw-line.
           STRING "Payees: " payee-entries "   withholdings: "
               line-entries "   total remitted: " p-total
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

      *    Seal the file with its count and control total.
           MOVE "T" TO rt-type.
           MOVE payee-entries TO rt-count.
           MOVE total-amount TO rt-amount.
           MOVE SPACES TO rt-filler.
           WRITE remit-trailer.
           CLOSE remit-file.
           MOVE payee-entries TO tx-record-count.
           MOVE total-amount TO tx-amount-total.
           CALL "Transmit_Log" USING tx-file-name, jl-job-name,
               tx-record-count, tx-amount-total.

           DISPLAY "[+] Run of " remit-date ": " payee-entries
               " payee(s), " p-total " to remit.".
           DISPLAY "[+] Remittance file written to 'tpremit.dat', "
               "advices to 'tpremit.rpt'.".
           MOVE line-entries TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Tally-Withholding.
           IF line-entries NOT < 500
               DISPLAY "[-] Withholding table full - line for '"
                   dw-employee-id "' dropped, the remittance will "
                   "understate!"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO payee-hit.
           PERFORM VARYING payee-idx FROM 1 BY 1
                   UNTIL payee-idx > payee-entries
               IF pt-payee(payee-idx) = dw-payee
                   MOVE payee-idx TO payee-hit
               END-IF
           END-PERFORM.
           IF payee-hit = 0
               IF payee-entries < 100
                   ADD 1 TO payee-entries
                   MOVE payee-entries TO payee-hit
                   MOVE dw-payee TO pt-payee(payee-hit)
                   MOVE 0 TO pt-count(payee-hit)
                   MOVE 0 TO pt-amount(payee-hit)
               ELSE
                   DISPLAY "[-] Payee table full - '"
                       FUNCTION TRIM(dw-payee) "' dropped, the "
                       "remittance will understate!"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO line-entries.
           MOVE dw-employee-id TO lt-employee-id(line-entries).
           MOVE dw-name TO lt-name(line-entries).
           MOVE dw-type TO lt-type(line-entries).
           MOVE dw-payee TO lt-payee(line-entries).
           MOVE dw-payee-ref TO lt-payee-ref(line-entries).
           MOVE dw-amount TO lt-amount(line-entries).
           ADD 1 TO pt-count(payee-hit).
           ADD dw-amount TO pt-amount(payee-hit).
           ADD dw-amount TO total-amount.
           MOVE dw-period TO remit-period.

       Remit-Payee.
      *    One detail record, and one advice, per payee.
           MOVE "D" TO rd-type.
           MOVE pt-payee(payee-idx) TO rd-payee.
           MOVE pt-count(payee-idx) TO rd-count.
           MOVE pt-amount(payee-idx) TO rd-amount.
           MOVE SPACES TO rd-filler.
           WRITE remit-detail.

           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           IF pt-payee(payee-idx) = SPACES
               STRING "REMITTANCE ADVICE - (no payee on the "
                   "instruction - check dedinstr.dat)"
                   DELIMITED BY SIZE INTO pw-line
           ELSE
               STRING "REMITTANCE ADVICE - "
                   FUNCTION TRIM(pt-payee(payee-idx))
                   DELIMITED BY SIZE INTO pw-line
           END-IF.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "Pay period " remit-period ", payroll run of "
               remit-date
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "   Id     Name                           Type"
               "       Reference                    Amount"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING line-idx FROM 1 BY 1
                   UNTIL line-idx > line-entries
               IF lt-payee(line-idx) = pt-payee(payee-idx)
                   MOVE lt-amount(line-idx) TO p-amount
                   MOVE SPACES TO pw-line
                   STRING "   " lt-employee-id(line-idx) " "
                       lt-name(line-idx) " " lt-type(line-idx) " "
                       lt-payee-ref(line-idx) " " p-amount
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-PERFORM.
           MOVE pt-amount(payee-idx) TO p-total.
           MOVE SPACES TO pw-line.
           STRING "   Total remitted to this payee: " p-total
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Third_Party_Remit.
