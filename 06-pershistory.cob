           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       WORKING-STORAGE SECTION.
       01  history-status  PIC XX.
               STRING "   before: " hist-before(1:120)
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               STRING "        ++ " hist-before(121:42)
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
               STRING "   after : " hist-after(1:120)
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               STRING "        ++ " hist-after(121:42)
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
