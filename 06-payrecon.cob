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

       FD  bank-file.
       01  bank-record.
           05  gl-date         PIC 9(8).
           05  gl-amount       PIC 9(11)v9(2).
           05  gl-run-type     PIC X.
           05  gl-company      PIC X(2).

       FD  history-file.
       01  history-record.
           05  ga-component PIC X(9).
           05  ga-debit     PIC X(8).
           05  ga-credit    PIC X(8).
           05  ga-company   PIC X(2).

       WORKING-STORAGE SECTION.
       01  detail-status   PIC XX.
