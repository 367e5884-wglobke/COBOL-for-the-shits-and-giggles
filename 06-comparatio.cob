       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Compa_Ratio_Report INITIAL.
      ****************************
      *    Compa-ratio and pay-equity analysis by job code, for the
      *    compensation reviews: Grade_Exception_Report only lists
      *    who is OUTSIDE their jobcodes.dat range, this shows where
      *    everyone sits INSIDE it.
      *
      *    Per active salaried employee with a job-code on the
      *    reference (see Job_Code_Check):
      *       - compa-ratio: salary against the grade midpoint
      *         ((grade-min + grade-max) / 2), as a percentage -
      *         100.0 is exactly on the midpoint,
      *       - quartile within the grade: Q1 to Q4 by position
      *         between grade-min and grade-max, BELOW / ABOVE for
      *         a salary outside the range.
      *    The employees are listed grouped by job code, followed by
      *    a per-job-code and a per-department summary of the
      *    average compa-ratio.
      *
      *    Pay-equity review: two employees on the same job code
      *    hired within EQUITY_HIRE_DAYS of each other (default 365)
      *    whose salaries differ by more than EQUITY_GAP_PCT percent
      *    of the lower salary (default 10) are listed as a pair for
      *    review. Both thresholds follow the BUSINESS_DATE override
      *    convention.
      *
      *    Terminated and hourly staff are left out - the grade
      *    ranges are salary ranges. The listing goes through
      *    Print_Writer to comparatio.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
      *    One row per employee analysed.
       01  emp-table OCCURS 500.
           05  emt-id      PIC X(6).
           05  emt-name    PIC X(30).
           05  emt-dept    PIC X(20).
           05  emt-code    PIC X(4).
           05  emt-salary  PIC 9(7)v9(2).
           05  emt-hire    PIC 9(8).
           05  emt-compa   PIC 9(3)v9(1).
           05  emt-quartile PIC X(5).
       01  emp-entries     PIC 9(3) VALUE 0.
       01  emp-idx         PIC 9(3).
       01  pair-idx        PIC 9(3).
      *    Per-job-code and per-department compa-ratio sums.
       01  code-table OCCURS 100.
           05  ct-code     PIC X(4).
           05  ct-min      PIC 9(7)v9(2).
           05  ct-max      PIC 9(7)v9(2).
           05  ct-count    PIC 9(4).
           05  ct-compa-sum PIC 9(7)v9(1).
       01  code-entries    PIC 9(3) VALUE 0.
       01  code-idx        PIC 9(3).
       01  code-hit        PIC 9(3).
       01  dept-table OCCURS 50.
           05  dt-name     PIC X(20).
           05  dt-count    PIC 9(4).
           05  dt-compa-sum PIC 9(7)v9(1).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
       01  jc-code         PIC X(4).
       01  jc-valid-flag   PIC X.
       01  jc-min          PIC 9(7)v9(2).
       01  jc-max          PIC 9(7)v9(2).
       01  midpoint        PIC 9(7)v9(2).
       01  range-position  PIC S9(3)v9(4).
       01  average-compa   PIC 9(3)v9(1).
       01  skipped-hourly  PIC 9(5) VALUE 0.
       01  skipped-code    PIC 9(5) VALUE 0.
       01  flagged-pairs   PIC 9(5) VALUE 0.
      *    Pay-equity thresholds.
       01  gap-text        PIC X(3).
       01  gap-pct         PIC 9(3) VALUE 10.
       01  hire-text       PIC X(4).
       01  hire-days       PIC 9(4) VALUE 365.
       01  hire-gap        PIC S9(7).
       01  low-salary      PIC 9(7)v9(2).
       01  salary-gap      PIC 9(7)v9(2).
       01  gap-percent     PIC 9(5)v9(1).
       01  p-salary        PIC $$$,$$$,$$9.99.
       01  p-other         PIC $$$,$$$,$$9.99.
       01  p-min           PIC $$$,$$$,$$9.99.
       01  p-max           PIC $$$,$$$,$$9.99.
       01  p-compa         PIC ZZ9.9.
       01  p-gap           PIC ZZZZ9.9.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Compa_Ratio_Report".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Compa-Ratio and Pay-Equity Analysis".
       01  pw-filename     PIC X(255) VALUE "comparatio.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           MOVE "EQUITY_GAP_PCT" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO gap-text.
           IF gap-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(gap-text) = 0
               MOVE FUNCTION NUMVAL(gap-text) TO gap-pct
           END-IF.
           MOVE "EQUITY_HIRE_DAYS" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO hire-text.
           IF hire-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(hire-text) = 0
               MOVE FUNCTION NUMVAL(hire-text) TO hire-days
           END-IF.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF NOT emp-terminated
                           PERFORM Load-Employee
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

      *    The employees, grouped by job code.
           PERFORM VARYING code-idx FROM 1 BY 1
                   UNTIL code-idx > code-entries
               PERFORM Print-Job-Code
           END-PERFORM.

           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           MOVE "Average compa-ratio by job code" TO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING code-idx FROM 1 BY 1
                   UNTIL code-idx > code-entries
               COMPUTE average-compa ROUNDED =
                   ct-compa-sum(code-idx) / ct-count(code-idx)
               MOVE average-compa TO p-compa
               MOVE SPACES TO pw-line
               STRING "   " ct-code(code-idx) "  "
                   ct-count(code-idx) " employee(s)  average "
                   p-compa
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-PERFORM.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE "Average compa-ratio by department" TO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               COMPUTE average-compa ROUNDED =
                   dt-compa-sum(dept-idx) / dt-count(dept-idx)
               MOVE average-compa TO p-compa
               MOVE SPACES TO pw-line
               STRING "   " dt-name(dept-idx) " "
                   dt-count(dept-idx) " employee(s)  average "
                   p-compa
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-PERFORM.

           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           MOVE gap-pct TO p-gap.
           MOVE SPACES TO pw-line.
           STRING "Pay-equity review: same job code, hired within "
               hire-days " day(s), salaries more than "
               FUNCTION TRIM(p-gap) " pct apart"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-entries
               PERFORM Compare-Pairs
           END-PERFORM.
           IF flagged-pairs = 0
               MOVE "   No pairs flagged." TO pw-line
               PERFORM Print-Line
           END-IF.

           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "Employees analysed     : " emp-entries
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "Hourly (not analysed)  : " skipped-hourly
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "No or unknown job-code : " skipped-code
               " (see Grade_Exception_Report)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "Pairs flagged          : " flagged-pairs
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           DISPLAY "[+] Report written to 'comparatio.rpt' ("
               emp-entries " employee(s), " flagged-pairs
               " pair(s) flagged for review).".

           MOVE emp-entries TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Load-Employee.
           IF pay-hourly
               ADD 1 TO skipped-hourly
               EXIT PARAGRAPH
           END-IF.
           IF job-code = SPACES
               ADD 1 TO skipped-code
               EXIT PARAGRAPH
           END-IF.
           MOVE job-code TO jc-code.
           CALL "Job_Code_Check" USING jc-code, salary,
               jc-valid-flag, jc-min, jc-max.
      *    A code not on the reference (or no reference at all)
      *    has no grade to measure against.
           IF jc-valid-flag = "N" OR jc-max = 0
               ADD 1 TO skipped-code
               EXIT PARAGRAPH
           END-IF.
           IF emp-entries NOT < 500
               DISPLAY "[-] Employee table full - " employee-id
                   " left out of the analysis!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO emp-entries.
           MOVE employee-id TO emt-id(emp-entries).
           MOVE SPACES TO emt-name(emp-entries).
           STRING FUNCTION TRIM(first-name) " "
               FUNCTION TRIM(last-name)
               DELIMITED BY SIZE INTO emt-name(emp-entries).
           MOVE department TO emt-dept(emp-entries).
           MOVE job-code TO emt-code(emp-entries).
           MOVE salary TO emt-salary(emp-entries).
           MOVE hire-date TO emt-hire(emp-entries).

           COMPUTE midpoint ROUNDED = (jc-min + jc-max) / 2.
           COMPUTE emt-compa(emp-entries) ROUNDED =
               salary * 100 / midpoint
               ON SIZE ERROR MOVE 999.9 TO emt-compa(emp-entries)
           END-COMPUTE.
           EVALUATE TRUE
               WHEN salary < jc-min
                   MOVE "BELOW" TO emt-quartile(emp-entries)
               WHEN salary > jc-max
                   MOVE "ABOVE" TO emt-quartile(emp-entries)
               WHEN jc-max = jc-min
                   MOVE "Q2" TO emt-quartile(emp-entries)
               WHEN OTHER
                   COMPUTE range-position =
                       (salary - jc-min) / (jc-max - jc-min)
                   EVALUATE TRUE
                       WHEN range-position < 0.25
                           MOVE "Q1" TO emt-quartile(emp-entries)
                       WHEN range-position < 0.50
                           MOVE "Q2" TO emt-quartile(emp-entries)
                       WHEN range-position < 0.75
                           MOVE "Q3" TO emt-quartile(emp-entries)
                       WHEN OTHER
                           MOVE "Q4" TO emt-quartile(emp-entries)
                   END-EVALUATE
           END-EVALUATE.

           MOVE 0 TO code-hit.
           PERFORM VARYING code-idx FROM 1 BY 1
                   UNTIL code-idx > code-entries
               IF ct-code(code-idx) = job-code
                   MOVE code-idx TO code-hit
               END-IF
           END-PERFORM.
           IF code-hit = 0 AND code-entries < 100
               ADD 1 TO code-entries
               MOVE code-entries TO code-hit
               MOVE job-code TO ct-code(code-hit)
               MOVE jc-min TO ct-min(code-hit)
               MOVE jc-max TO ct-max(code-hit)
               MOVE 0 TO ct-count(code-hit)
               MOVE 0 TO ct-compa-sum(code-hit)
           END-IF.
           IF code-hit > 0
               ADD 1 TO ct-count(code-hit)
               ADD emt-compa(emp-entries) TO ct-compa-sum(code-hit)
           END-IF.

           MOVE 0 TO dept-hit.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-name(dept-idx) = department
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.
           IF dept-hit = 0 AND dept-entries < 50
               ADD 1 TO dept-entries
               MOVE dept-entries TO dept-hit
               MOVE department TO dt-name(dept-hit)
               MOVE 0 TO dt-count(dept-hit)
               MOVE 0 TO dt-compa-sum(dept-hit)
           END-IF.
           IF dept-hit > 0
               ADD 1 TO dt-count(dept-hit)
               ADD emt-compa(emp-entries) TO dt-compa-sum(dept-hit)
           END-IF.

       Print-Job-Code.
           MOVE ct-min(code-idx) TO p-min.
           MOVE ct-max(code-idx) TO p-max.
           MOVE SPACES TO pw-line.
           STRING "Job code " ct-code(code-idx) "  grade "
               FUNCTION TRIM(p-min) " - " FUNCTION TRIM(p-max)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-entries
               IF emt-code(emp-idx) = ct-code(code-idx)
                   MOVE emt-salary(emp-idx) TO p-salary
                   MOVE emt-compa(emp-idx) TO p-compa
                   MOVE SPACES TO pw-line
                   STRING "   " emt-id(emp-idx) " "
                       emt-name(emp-idx) " " emt-dept(emp-idx) " "
                       p-salary "  compa " p-compa "  "
                       emt-quartile(emp-idx)
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-PERFORM.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.

       Compare-Pairs.
      *    Each later row of the same job code is compared once
      *    against this one.
           PERFORM VARYING pair-idx FROM emp-idx BY 1
                   UNTIL pair-idx > emp-entries
               IF pair-idx > emp-idx AND
                       emt-code(pair-idx) = emt-code(emp-idx)
                   PERFORM Compare-One-Pair
               END-IF
           END-PERFORM.

       Compare-One-Pair.
           COMPUTE hire-gap =
               FUNCTION INTEGER-OF-DATE(emt-hire(emp-idx))
               - FUNCTION INTEGER-OF-DATE(emt-hire(pair-idx))
               ON SIZE ERROR MOVE 9999999 TO hire-gap
           END-COMPUTE.
           IF hire-gap < 0
               MULTIPLY -1 BY hire-gap
           END-IF.
           IF hire-gap > hire-days
               EXIT PARAGRAPH
           END-IF.
           IF emt-salary(emp-idx) < emt-salary(pair-idx)
               MOVE emt-salary(emp-idx) TO low-salary
               COMPUTE salary-gap =
                   emt-salary(pair-idx) - emt-salary(emp-idx)
           ELSE
               MOVE emt-salary(pair-idx) TO low-salary
               COMPUTE salary-gap =
                   emt-salary(emp-idx) - emt-salary(pair-idx)
           END-IF.
           IF low-salary = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE gap-percent ROUNDED =
               salary-gap * 100 / low-salary
               ON SIZE ERROR MOVE 9999.9 TO gap-percent
           END-COMPUTE.
           IF gap-percent <= gap-pct
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO flagged-pairs.
           MOVE emt-salary(emp-idx) TO p-salary.
           MOVE emt-salary(pair-idx) TO p-other.
           MOVE gap-percent TO p-gap.
           MOVE SPACES TO pw-line.
           STRING "   " emt-code(emp-idx) "  "
               emt-id(emp-idx) " hired " emt-hire(emp-idx) " "
               p-salary "  vs  "
               emt-id(pair-idx) " hired " emt-hire(pair-idx) " "
               p-other "  gap " FUNCTION TRIM(p-gap) " pct"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Compa_Ratio_Report.
