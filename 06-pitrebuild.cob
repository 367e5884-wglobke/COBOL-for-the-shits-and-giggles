           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       FD  catalog-file.
       01  catalog-record.
      *    replayed over it.
       01  work-table OCCURS 500.
           05  wk-id       PIC X(6).
           05  wk-image    PIC X(162).
           05  wk-live     PIC X.
       01  work-entries    PIC 9(3) VALUE 0.
       01  work-idx        PIC 9(3).
                           ADD 1 TO base-count
                           MOVE gen-record(1:6)
                               TO wk-id(work-entries)
                           MOVE gen-record(1:162)
                               TO wk-image(work-entries)
                           MOVE "Y" TO wk-live(work-entries)
                       ELSE
                   UNTIL work-idx > work-entries
               IF wk-live(work-idx) = "Y"
                   MOVE SPACES TO asof-record
                   MOVE wk-image(work-idx) TO asof-record(1:162)
                   WRITE asof-record
                   ADD 1 TO final-count
               END-IF
