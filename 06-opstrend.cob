           05  ol-elapsed  PIC 9(6).
           05  ol-count    PIC 9(6).
           05  ol-outcome  PIC X(8).
      *    Job_Log's parameter lines (type "PARM") are longer; only
      *    the END lines are read here.
       01  ops-parm-record.
           05  FILLER      PIC X(41).
           05  op-name     PIC X(30).
           05  op-value    PIC X(40).
           05  op-source   PIC X.

       FD  history-file.
       01  history-record.
       01  jl-job-name     PIC X(20) VALUE "Operations_Trend".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Batch Window Trend Report".
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
           MOVE "TREND_DAYS" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO span-text.
           IF span-text NOT = SPACES AND span-text IS NUMERIC
               MOVE span-text TO span-days
           END-IF.
           MOVE "TREND_THRESHOLD" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO threshold-text.
           IF threshold-text NOT = SPACES AND
                   threshold-text IS NUMERIC
               MOVE threshold-text TO threshold-pct
