      *
      *       1. every active hourly employee has at least one
      *          APPROVED timesheet line for the period,
      *       2. dedrates.dat carries a rate row in force this
      *          period for all three deduction types (TAX /
      *          PENSION / INSURANCE) - a row staged from a later
      *          month does not count,
      *       3. no .lck write locks are left sitting on disk
      *          (see File_Lock),
      *       4. payhist.dat shows the current period still
           05  ts-date        PIC 9(8).
           05  ts-hours       PIC 9(2)v9(2).
           05  ts-approved    PIC X.
           05  ts-start       PIC X(4).
           05  ts-end         PIC X(4).
           05  ts-keyed-by    PIC X(20).
           05  ts-approved-by PIC X(20).
           05  ts-project     PIC X(8).

       FD  rates-file.
       01  rates-record.
           05  rates-type  PIC X(9).
           05  rates-dept  PIC X(20).
           05  rates-value PIC 9v9(4).
           05  rates-eff-from PIC 9(8).

       FD  history-file.
       01  history-record.
                   READ rates-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF rates-eff-from IS NOT NUMERIC
                               MOVE 0 TO rates-eff-from
                           END-IF
                           IF rates-eff-from(1:6) <= period-id
                               EVALUATE rates-type
                                   WHEN "TAX"
                                       MOVE "Y" TO tax-seen
                                   WHEN "PENSION"
                                       MOVE "Y" TO pension-seen
                                   WHEN "INSURANCE"
                                       MOVE "Y" TO insurance-seen
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
