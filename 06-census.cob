      *       hire-date    X(10)  MM/DD/YYYY
      *       department   X(20)
      *       salary       9(9)   whole dollars, zero-filled
      *       plan         X(4)   benefits plan code
      *       tier         X      E employee / S + spouse / F family
      *       coverage-date X(10) MM/DD/YYYY the election started
      *       premium      9(7)   monthly premium, implied two
      *                           decimals
      *
      *    followed by their required trailer:
      *
      *       "T" + record-count 9(6) + salary hash total 9(13)
      *       (annual salaries summed, implied two decimals),
      *       space-filled to the 107-byte record.
      *
      *    The readable ASCII copy goes to census.dat; the tape
      *    copy census.ebc is the same records converted through
      *    the shared EBCDIC translation tables (see
      *    06-xlatetables.cpy / Charset_Convert) and written as a
      *    pure byte stream - fixed 107-byte records, no newlines -
      *    so the feed carries the same controls bankfile.dat does.
      *
      *    Plan, tier and premium come from the enrollment in force
      *    on the business date (Benefits_Lookup): once
      *    benefits.dat exists only the employees actually covered
      *    are on the census - waived and unenrolled staff are
      *    left off. Before enrollment starts every active employee
      *    is listed with the plan fields blank, as before.
      *
      *    The release is entered on the outbound transmission
      *    register transmit.dat with the trailer's count and
      *    salary hash, checksummed from census.dat (see
      *    Transmit_Log); the tape copy carries the same records.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  cn-hire-date PIC X(10).
           05  cn-dept      PIC X(20).
           05  cn-salary    PIC 9(9).
           05  cn-plan      PIC X(4).
           05  cn-tier      PIC X.
           05  cn-cover-date PIC X(10).
           05  cn-premium   PIC 9(7).
       01  census-trailer.
           05  ct-type      PIC X.
           05  ct-count     PIC 9(6).
           05  ct-hash      PIC 9(13).
           05  ct-filler    PIC X(87).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
           88  eof-reached VALUE "Y".
       01  census-count    PIC 9(6) VALUE 0.
       01  salary-hash     PIC 9(11)v9(2) VALUE 0.
       01  work-record     PIC X(107).
       01  ebc-filename    PIC X(255) VALUE "census.ebc".
       01  out-handle      PIC X(4).
       01  out-offset      PIC X(8) USAGE COMP-X.
           05  identity-byte PIC X OCCURS 256.
       01  identity-table REDEFINES identity-values PIC X(256).
       01  fill-idx        PIC 9(3).
       01  business-date   PIC 9(8).
       01  skipped-count   PIC 9(6) VALUE 0.
      *    Benefits election in force (see Benefits_Lookup).
       01  bl-plan         PIC X(4).
       01  bl-tier         PIC X.
       01  bl-eff-date     PIC 9(8).
       01  bl-contribution PIC 9(7)v9(2).
       01  bl-premium      PIC 9(7)v9(2).
       01  bl-status       PIC X.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Census_Extract".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Outbound transmission register (see Transmit_Log).
       01  tx-file-name    PIC X(30) VALUE "census.dat".
       01  tx-record-count PIC 9(6).
       01  tx-amount-total PIC 9(11)v9(2).
      ****************************
       PROCEDURE DIVISION.

           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           CALL "Get_Business_Date" USING business-date.

      *    The identity table 00..FF for the CONVERTING "from"
      *    side, same technique as Charset_Convert.

           DISPLAY "[+] " census-count " active employee(s) on the "
               "census; trailer count and salary hash written.".
           IF skipped-count > 0
               DISPLAY "[+] " skipped-count " active employee(s) "
                   "waived or not enrolled - left off."
           END-IF.
           DISPLAY "[+] ASCII copy 'census.dat', EBCDIC tape copy "
               "'census.ebc'.".
           MOVE census-count TO tx-record-count.
           MOVE salary-hash TO tx-amount-total.
           CALL "Transmit_Log" USING tx-file-name, jl-job-name,
               tx-record-count, tx-amount-total.
           MOVE census-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           GOBACK.

       Write-Census-Record.
           CALL "Benefits_Lookup" USING employee-id, business-date,
               bl-plan, bl-tier, bl-eff-date, bl-contribution,
               bl-premium, bl-status.
           IF bl-status = "W"
               ADD 1 TO skipped-count
               EXIT PARAGRAPH
           END-IF.
           IF bl-status = "U"
               DISPLAY "[-] " employee-id " plan " bl-plan " tier "
                   bl-tier " is not on planrates.dat - listed with "
                   "a zero premium."
           END-IF.
           MOVE employee-id TO cn-id.
           MOVE last-name TO cn-last.
           MOVE first-name TO cn-first.
               DELIMITED BY SIZE INTO cn-hire-date.
           MOVE department TO cn-dept.
           MOVE salary TO cn-salary.
           MOVE bl-plan TO cn-plan.
           MOVE bl-tier TO cn-tier.
           MOVE SPACES TO cn-cover-date.
           IF bl-eff-date > 0
               STRING bl-eff-date(5:2) "/" bl-eff-date(7:2) "/"
                   bl-eff-date(1:4)
                   DELIMITED BY SIZE INTO cn-cover-date
           END-IF.
           COMPUTE cn-premium = bl-premium * 100.
           WRITE census-record.
           ADD 1 TO census-count.
           ADD salary TO salary-hash.
      *    copy carries no newline bytes.
           INSPECT work-record
               CONVERTING identity-table TO ascii-table.
           MOVE 107 TO out-bytes.
           CALL "CBL_WRITE_FILE" USING out-handle, out-offset,
               out-bytes, out-flags, work-record
               RETURNING out-call-status
               ON EXCEPTION CONTINUE
           END-CALL.
           ADD 107 TO out-offset.

       END PROGRAM Census_Extract.
