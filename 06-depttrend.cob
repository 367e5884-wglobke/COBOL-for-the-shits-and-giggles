      *    side by side per department, with the growth percentage
      *    against the previous stored month for both headcount
      *    and salary cost - "versus last quarter" becomes a page,
      *    not a dig through old printouts. Each month shows the
      *    full-time equivalents beside the active heads.
      *
      *    The span comes from TREND_FROM and TREND_TO (YYYYMM,
      *    same override convention as BUSINESS_DATE); blank means
           05  ds-active   PIC 9(5).
           05  ds-terminated PIC 9(5).
           05  ds-salary   PIC 9(11)v9(2).
           05  ds-fte      PIC 9(5)v9(2).

       WORKING-STORAGE SECTION.
       01  snapshot-status PIC XX.
           05  st-active   PIC 9(5).
           05  st-terminated PIC 9(5).
           05  st-salary   PIC 9(11)v9(2).
           05  st-fte      PIC 9(5)v9(2).
           05  st-printed  PIC X.
       01  snap-entries    PIC 9(3) VALUE 0.
       01  snap-idx        PIC 9(3).
       01  head-pct        PIC S9(5)v9(1).
       01  cost-pct        PIC S9(5)v9(1).
       01  p-salary        PIC $$,$$$,$$$,$$9.99.
       01  p-fte           PIC ZZZZ9.99.
       01  p-head-pct      PIC +ZZZ9.9.
       01  p-cost-pct      PIC +ZZZ9.9.
       01  pw-action       PIC X.
           VALUE "Department Headcount and Cost Trend".
       01  pw-filename     PIC X(255) VALUE "depttrend.rpt".
       01  pw-line         PIC X(132).
      *    Run parameters (see Run_Parameter).
       01  rp-job-name     PIC X(20) VALUE "Dept_Trend_Report".
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

           MOVE "TREND_FROM" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO from-month.
           MOVE "TREND_TO" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO to-month.
           IF from-month = SPACES
               MOVE "000000" TO from-month
           END-IF.
                                   TO st-terminated(snap-entries)
                               MOVE ds-salary
                                   TO st-salary(snap-entries)
      *                        Rows from before the FTE column
      *                        count every head as full time.
                               MOVE ds-active
                                   TO st-fte(snap-entries)
                               IF ds-fte IS NUMERIC
                                   MOVE ds-fte TO st-fte(snap-entries)
                               END-IF
                               MOVE "N"
                                   TO st-printed(snap-entries)
                           ELSE

       Print-Month-Line.
           MOVE st-salary(scan-idx) TO p-salary.
           MOVE st-fte(scan-idx) TO p-fte.
           MOVE SPACES TO pw-line.
           IF prev-active < 0
               STRING "   " st-month(scan-idx)
                   "  active " st-active(scan-idx)
                   "  fte " p-fte
                   "  terminated " st-terminated(scan-idx)
                   "  cost " p-salary
                   DELIMITED BY SIZE INTO pw-line
               MOVE cost-pct TO p-cost-pct
               STRING "   " st-month(scan-idx)
                   "  active " st-active(scan-idx)
                   "  fte " p-fte
                   "  terminated " st-terminated(scan-idx)
                   "  cost " p-salary
                   "  heads " p-head-pct " pct"
