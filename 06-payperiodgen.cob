           05  kp-record   PIC X(30).
       01  keep-entries    PIC 99 VALUE 0.
       01  keep-idx        PIC 99.
      *    Run parameters (see Run_Parameter).
       01  rp-job-name     PIC X(20) VALUE "Pay_Period_Gen".
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Pay-Period Calendar Generator".
           DISPLAY "=================================".
           CALL "Get_Business_Date" USING business-date.
           MOVE "PERIOD_YEAR" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO year-text.
           IF year-text NOT = SPACES AND year-text IS NUMERIC
               MOVE year-text TO gen-year
           ELSE
