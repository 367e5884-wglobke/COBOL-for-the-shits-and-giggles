      *
      *    Parameter file raises.dat, one row per department:
      *       department     PIC X(20)
      *       raise-type     PIC X        P = percentage, F = flat,
      *                                    M = merit matrix
      *       raise-amount   PIC 9(7)v9(2) (percentage for P, e.g.
      *                                    0035000 = 3.50; amount
      *                                    for F; unused for M)
      *       effective-date PIC 9(8)     YYYYMMDD
      *
      *    Rows whose effective date is after the business date (see
      *    that employee rather than overflowing. Terminated
      *    employees never get a raise.
      *
      *    Merit matrix (type M): each employee's percentage comes
      *    from meritmatrix.dat by their latest performance rating
      *    and where their salary sits in the jobcodes.dat grade:
      *       rating    PIC 9         1-5, as on perfreviews.dat
      *       position  PIC X(5)      BELOW / Q1 / Q2 / Q3 / Q4 /
      *                               ABOVE, the Compa_Ratio_Report
      *                               quartiles
      *       percent   PIC 9(3)v9(2) raise percentage
      *    The rating is the review for the business year, else
      *    the one for the year before (see Review_Entry). An
      *    employee with no recent review, no grade, or no matrix
      *    cell gets no raise and is listed on the audit report.
      *
      *    The before/after audit report for Finance sign-off is
      *    written to payraise.rpt: employee-id, old salary, new
      *    salary, and the per-department subtotal change.
               FILE STATUS IS raises-status.
           SELECT audit-report ASSIGN TO "payraise.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT review-file ASSIGN TO "perfreviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS rv-key
               FILE STATUS IS review-status.
           SELECT matrix-file ASSIGN TO "meritmatrix.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS matrix-status.
      ****************************
       DATA DIVISION.

       FD  audit-report.
       01  report-line PIC X(100).

       FD  review-file.
       01  review-record.
           05  rv-key.
               10  rv-employee-id PIC X(6).
               10  rv-year        PIC 9(4).
           05  rv-rating      PIC 9.
           05  rv-reviewer    PIC X(6).
           05  rv-date        PIC 9(8).

       FD  matrix-file.
       01  matrix-record.
           05  mx-rating      PIC 9.
           05  mx-position    PIC X(5).
           05  mx-percent     PIC 9(3)v9(2).

       WORKING-STORAGE SECTION.
       01  max-salary      CONSTANT 999999.99.
       01  personnel-status PIC XX.
       01  raises-status   PIC XX.
       01  review-status   PIC XX.
       01  matrix-status   PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  raise-table OCCURS 50.
       01  capped-count    PIC 9(5) VALUE 0.
       01  held-count      PIC 9(5) VALUE 0.
       01  out-of-grade-count PIC 9(5) VALUE 0.
      *    Merit matrix.
       01  merit-table OCCURS 30.
           05  mt-rating   PIC 9.
           05  mt-position PIC X(5).
           05  mt-percent  PIC 9(3)v9(2).
       01  merit-entries   PIC 99 VALUE 0.
       01  merit-idx       PIC 99.
       01  merit-wanted    PIC X VALUE "N".
       01  reviews-open    PIC X VALUE "N".
       01  merit-rating    PIC 9.
       01  merit-position  PIC X(5).
       01  merit-percent   PIC 9(3)v9(2).
       01  merit-found     PIC X.
       01  merit-reason    PIC X(30).
       01  merit-skipped   PIC 9(5) VALUE 0.
       01  business-year   PIC 9(4).
       01  range-position  PIC S9(3)v9(4).
       01  p-percent       PIC ZZ9.99.
       01  jc-code         PIC X(4).
       01  jc-salary       PIC 9(7)v9(2).
       01  jc-valid-flag   PIC X.
       01  jc-max          PIC 9(7)v9(2).
       01  pj-action       PIC X(6).
       01  pj-program      PIC X(20) VALUE "Pay_Raise_Batch".
       01  pj-before       PIC X(162).
       01  pj-after        PIC X(162).
       01  p-old           PIC ZZZ,ZZ9.99.
       01  p-new           PIC ZZZ,ZZ9.99.
       01  p-subtotal      PIC -(10)9.99.
                               TO tbl-eff-date(raise-entries)
                           MOVE 0 TO tbl-old-subtotal(raise-entries)
                           MOVE 0 TO tbl-new-subtotal(raise-entries)
                           IF raise-type = "M" OR raise-type = "m"
                               MOVE "Y" TO merit-wanted
                           END-IF
                       ELSE
                           DISPLAY "[-] Raise table full - row for "
                               "'" FUNCTION TRIM(raise-department)
               GOBACK
           END-IF.

           IF merit-wanted = "Y"
               PERFORM Load-Merit-Matrix
           END-IF.

           OPEN OUTPUT audit-report.
           MOVE SPACES TO report-line.
           STRING "Pay-Raise Audit Report - business date "
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           IF reviews-open = "Y"
               CLOSE review-file
           END-IF.

      *    Department subtotals for the Finance sign-off.
           MOVE SPACES TO report-line.
           STRING "Employees updated: " updated-count
               "  capped/rejected: " capped-count
               "  out-of-grade: " out-of-grade-count
               "  no merit: " merit-skipped
               DELIMITED BY SIZE INTO report-line.
           WRITE report-line.
           CLOSE audit-report.
           DISPLAY "[+] Employees updated : " updated-count.
           DISPLAY "[+] Rejected (cap)    : " capped-count.
           DISPLAY "[+] Rejected (grade)  : " out-of-grade-count.
           DISPLAY "[+] No merit raise    : " merit-skipped.
           DISPLAY "[+] Raise rows held   : " held-count.
           DISPLAY "[+] Audit report written to 'payraise.rpt'.".

           END-IF.

           MOVE salary IN personnel-record TO old-salary.
           EVALUATE tbl-type(matched-idx)
               WHEN "F"
               WHEN "f"
                   COMPUTE new-salary = old-salary
                       + tbl-amount(matched-idx)
               WHEN "M"
               WHEN "m"
                   PERFORM Find-Merit-Percent
                   IF merit-found NOT = "Y"
                       ADD 1 TO merit-skipped
                       MOVE old-salary TO p-old
                       MOVE SPACES TO report-line
                       STRING "   " employee-id IN personnel-record
                           " old " p-old " NO MERIT RAISE - "
                           merit-reason
                           DELIMITED BY SIZE INTO report-line
                       WRITE report-line
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE new-salary ROUNDED = old-salary *
                       (1 + merit-percent / 100)
               WHEN OTHER
                   COMPUTE new-salary ROUNDED = old-salary *
                       (1 + tbl-amount(matched-idx) / 100)
           END-EVALUATE.

           IF new-salary > max-salary THEN
      *        Reject rather than overflow the master's salary cap.
           MOVE old-salary TO p-old.
           MOVE salary IN personnel-record TO p-new.
           MOVE SPACES TO report-line.
           IF tbl-type(matched-idx) = "M" OR
                   tbl-type(matched-idx) = "m" THEN
               MOVE merit-percent TO p-percent
               STRING "   " employee-id IN personnel-record
                   " old " p-old " new " p-new " merit rating "
                   merit-rating " " merit-position " " p-percent "%"
                   DELIMITED BY SIZE INTO report-line
           ELSE
               STRING "   " employee-id IN personnel-record
                   " old " p-old " new " p-new
                   DELIMITED BY SIZE INTO report-line
           END-IF.
           WRITE report-line.

       Find-Merit-Percent.
      *    The latest rating: this business year's review, else
      *    last year's.
           MOVE "N" TO merit-found.
           IF reviews-open NOT = "Y"
               MOVE "no perfreviews.dat" TO merit-reason
               EXIT PARAGRAPH
           END-IF.
           MOVE employee-id IN personnel-record TO rv-employee-id.
           MOVE business-year TO rv-year.
           READ review-file
               INVALID KEY
                   SUBTRACT 1 FROM rv-year
                   READ review-file
                       INVALID KEY
                           MOVE "no review this or last year"
                               TO merit-reason
                           EXIT PARAGRAPH
                   END-READ
           END-READ.
           MOVE rv-rating TO merit-rating.

      *    Position of the current salary in the grade.
           IF job-code IN personnel-record = SPACES THEN
               MOVE "no job-code" TO merit-reason
               EXIT PARAGRAPH
           END-IF.
           MOVE job-code IN personnel-record TO jc-code.
           MOVE old-salary TO jc-salary.
           CALL "Job_Code_Check" USING jc-code, jc-salary,
               jc-valid-flag, jc-min, jc-max.
           IF jc-valid-flag = "N" OR jc-max = 0 THEN
               MOVE "job-code not graded" TO merit-reason
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN old-salary < jc-min
                   MOVE "BELOW" TO merit-position
               WHEN old-salary > jc-max
                   MOVE "ABOVE" TO merit-position
               WHEN jc-max = jc-min
                   MOVE "Q2" TO merit-position
               WHEN OTHER
                   COMPUTE range-position =
                       (old-salary - jc-min) / (jc-max - jc-min)
                   EVALUATE TRUE
                       WHEN range-position < 0.25
                           MOVE "Q1" TO merit-position
                       WHEN range-position < 0.50
                           MOVE "Q2" TO merit-position
                       WHEN range-position < 0.75
                           MOVE "Q3" TO merit-position
                       WHEN OTHER
                           MOVE "Q4" TO merit-position
                   END-EVALUATE
           END-EVALUATE.

           PERFORM VARYING merit-idx FROM 1 BY 1
                   UNTIL merit-idx > merit-entries
               IF mt-rating(merit-idx) = merit-rating AND
                       mt-position(merit-idx) = merit-position
                   MOVE mt-percent(merit-idx) TO merit-percent
                   MOVE "Y" TO merit-found
               END-IF
           END-PERFORM.
           IF merit-found NOT = "Y"
               MOVE SPACES TO merit-reason
               STRING "no matrix cell " merit-rating "/"
                   merit-position
                   DELIMITED BY SIZE INTO merit-reason
           END-IF.

       Load-Merit-Matrix.
           MOVE business-date(1:4) TO business-year.
           OPEN INPUT matrix-file.
           IF matrix-status NOT = "00" THEN
               DISPLAY "[-] Cannot open meritmatrix.dat, status "
                   matrix-status " - no merit raises."
               CLOSE matrix-file
           ELSE
               MOVE "N" TO eof-flag
               PERFORM UNTIL eof-reached
                   READ matrix-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF merit-entries < 30
                               ADD 1 TO merit-entries
                               MOVE mx-rating
                                   TO mt-rating(merit-entries)
                               MOVE mx-position
                                   TO mt-position(merit-entries)
                               MOVE mx-percent
                                   TO mt-percent(merit-entries)
                           ELSE
                               DISPLAY "[-] Merit matrix full - "
                                   "cell dropped!"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE matrix-file
               MOVE "N" TO eof-flag
           END-IF.
           OPEN INPUT review-file.
           IF review-status = "00" THEN
               MOVE "Y" TO reviews-open
           ELSE
               DISPLAY "[-] Cannot open perfreviews.dat, status "
                   review-status " - no merit raises."
           END-IF.
