           COPY "05-records.cpy" REPLACING data-name BY rel-name
                                            data-age BY rel-age.
       FD  contact-file.
       01  contact-record PIC X(112).
       FD  baseline-file.
       01  baseline-record.
           05  bl-file-id  PIC X.
       01  jl-job-name     PIC X(20) VALUE "Health_Check".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Morning Health Check".
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           MOVE "HEALTH_TOLERANCE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO tolerance-text.
           IF tolerance-text NOT = SPACES
               MOVE FUNCTION NUMVAL(tolerance-text)
                   TO drift-tolerance
