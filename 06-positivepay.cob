       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Positive_Pay_Extract INITIAL.
      ****************************
      *    Builds the bank's "positive pay" file positivepay.dat
      *    from the check register checkreg.dat (see Check_Print /
      *    Check_Void_Reissue): every check cut on the business
      *    date goes to the bank as an issue, every check voided
      *    on it as a void, so the bank honors only the numbers
      *    and amounts we actually cut and bounces a voided,
      *    altered or forged one.
      *
      *    Fixed-format file, header / detail / trailer like
      *    bankfile.dat:
      *       H  date 9(8)
      *       D  check-no 9(6), issue-date 9(8), amount 9(9)v99,
      *          action X (I issue / V void), payee X(28)
      *       T  detail count 9(6), issued total 9(10)v99,
      *          void count 9(6), void total 9(10)v99
      *    The trailer's count and totals let the bank's intake
      *    prove the file arrived whole, the bankfile.dat idea.
      *
      *    A check cut and voided on the same day is sent as both
      *    an issue and a void. Run it after Check_Print (and
      *    after any voids) on the run-control chain; the business
      *    date follows BUSINESS_DATE as always.
      *
      *    The sealed file is entered on the outbound transmission
      *    register transmit.dat with its detail count and issue
      *    total (see Transmit_Log).
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT checkreg-file ASSIGN TO "checkreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cr-check-no
               FILE STATUS IS checkreg-status.
           SELECT pospay-file ASSIGN TO "positivepay.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  checkreg-file.
       01  checkreg-record.
           05  cr-check-no    PIC 9(6).
           05  cr-employee-id PIC X(6).
           05  cr-name        PIC X(30).
           05  cr-amount      PIC 9(7)v9(2).
           05  cr-date        PIC 9(8).
           05  cr-period      PIC X(6).
           05  cr-run-date    PIC 9(8).
           05  cr-status      PIC X.
               88  cr-issued   VALUE "I".
               88  cr-voided   VALUE "V".
               88  cr-reissued VALUE "R".
           05  cr-related     PIC 9(6).
           05  cr-void-date   PIC 9(8).
           05  cr-void-reason PIC X(20).

       FD  pospay-file.
       01  pospay-header.
           05  pph-type    PIC X.
           05  pph-date    PIC 9(8).
           05  pph-filler  PIC X(46).
       01  pospay-detail.
           05  ppd-type    PIC X.
           05  ppd-check-no PIC 9(6).
           05  ppd-issue-date PIC 9(8).
           05  ppd-amount  PIC 9(9)v9(2).
           05  ppd-action  PIC X.
           05  ppd-payee   PIC X(28).
       01  pospay-trailer.
           05  ppt-type    PIC X.
           05  ppt-count   PIC 9(6).
           05  ppt-total   PIC 9(10)v9(2).
           05  ppt-void-count PIC 9(6).
           05  ppt-void-total PIC 9(10)v9(2).
           05  ppt-filler  PIC X(18).

       WORKING-STORAGE SECTION.
       01  checkreg-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  detail-count    PIC 9(6) VALUE 0.
       01  issue-count     PIC 9(6) VALUE 0.
       01  issue-total     PIC 9(10)v9(2) VALUE 0.
       01  void-count      PIC 9(6) VALUE 0.
       01  void-total      PIC 9(10)v9(2) VALUE 0.
       01  p-total         PIC $$,$$$,$$$,$$9.99.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Positive_Pay_Extract".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Outbound transmission register (see Transmit_Log).
       01  tx-file-name    PIC X(30) VALUE "positivepay.dat".
       01  tx-record-count PIC 9(6).
       01  tx-amount-total PIC 9(11)v9(2).
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Positive Pay Extract".
           DISPLAY "========================".
           CALL "Get_Business_Date" USING business-date.
      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           OPEN INPUT checkreg-file.
           IF checkreg-status NOT = "00" THEN
               DISPLAY "[-] Cannot open checkreg.dat, status "
                   checkreg-status " - no checks to report."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT pospay-file.
           MOVE "H" TO pph-type.
           MOVE business-date TO pph-date.
           MOVE SPACES TO pph-filler.
           WRITE pospay-header.

           PERFORM UNTIL eof-reached
               READ checkreg-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF cr-date = business-date
                           PERFORM Write-Issue
                       END-IF
                       IF cr-voided AND
                               cr-void-date = business-date
                           PERFORM Write-Void
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE checkreg-file.

      *    Seal the file with its count and totals.
           MOVE "T" TO ppt-type.
           MOVE detail-count TO ppt-count.
           MOVE issue-total TO ppt-total.
           MOVE void-count TO ppt-void-count.
           MOVE void-total TO ppt-void-total.
           MOVE SPACES TO ppt-filler.
           WRITE pospay-trailer.
           CLOSE pospay-file.
           MOVE detail-count TO tx-record-count.
           MOVE issue-total TO tx-amount-total.
           CALL "Transmit_Log" USING tx-file-name, jl-job-name,
               tx-record-count, tx-amount-total.

           MOVE issue-total TO p-total.
           DISPLAY "[+] " issue-count " issue(s) totalling " p-total.
           MOVE void-total TO p-total.
           DISPLAY "[+] " void-count " void(s) totalling " p-total.
           DISPLAY "[+] Positive pay file written to "
               "'positivepay.dat' (" detail-count " detail "
               "record(s)).".

           MOVE detail-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Write-Issue.
           MOVE "D" TO ppd-type.
           MOVE cr-check-no TO ppd-check-no.
           MOVE cr-date TO ppd-issue-date.
           MOVE cr-amount TO ppd-amount.
           MOVE "I" TO ppd-action.
           MOVE cr-name TO ppd-payee.
           WRITE pospay-detail.
           ADD 1 TO detail-count.
           ADD 1 TO issue-count.
           ADD cr-amount TO issue-total.

       Write-Void.
           MOVE "D" TO ppd-type.
           MOVE cr-check-no TO ppd-check-no.
           MOVE cr-date TO ppd-issue-date.
           MOVE cr-amount TO ppd-amount.
           MOVE "V" TO ppd-action.
           MOVE cr-name TO ppd-payee.
           WRITE pospay-detail.
           ADD 1 TO detail-count.
           ADD 1 TO void-count.
           ADD cr-amount TO void-total.

       END PROGRAM Positive_Pay_Extract.
