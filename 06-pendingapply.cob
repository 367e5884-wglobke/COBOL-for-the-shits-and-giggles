       01  waiting-days    PIC S9(5).
       01  pj-action       PIC X(6).
       01  pj-program      PIC X(20) VALUE "Pending_Change_Batch".
       01  pj-before       PIC X(162).
       01  pj-after        PIC X(162).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Pending_Change_Batch".
       01  jl-record-count PIC 9(6) VALUE 0.
