           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       FD  personnel-file.
       COPY "02-personnel.cpy".
      *    whether the chain currently ends in a delete.
       01  chain-table OCCURS 500.
           05  ch-id       PIC X(6).
           05  ch-after    PIC X(162).
           05  ch-state    PIC X.
      *        L live after-image held, D chain ended in DELETE
       01  chain-entries   PIC 9(3) VALUE 0.
       01  break-count     PIC 9(5) VALUE 0.
       01  start-count     PIC 9(5) VALUE 0.
       01  live-mismatch   PIC 9(5) VALUE 0.
       01  live-image      PIC X(162).
       01  record-found    PIC X.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Journal_Verify".
