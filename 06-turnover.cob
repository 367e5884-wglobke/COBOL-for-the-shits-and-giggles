           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       FD  snapshot-file.
       01  snapshot-record.
           05  ds-active   PIC 9(5).
           05  ds-terminated PIC 9(5).
           05  ds-salary   PIC 9(11)v9(2).
           05  ds-fte      PIC 9(5)v9(2).

       WORKING-STORAGE SECTION.
       01  journal-status  PIC XX.
       01  jl-job-name     PIC X(20) VALUE "Turnover_Report".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Monthly Turnover Report".
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
           MOVE "TURNOVER_MONTH" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO month-text.
           IF month-text NOT = SPACES AND month-text IS NUMERIC
               MOVE month-text TO report-month
           ELSE
