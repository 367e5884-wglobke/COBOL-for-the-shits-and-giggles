       COPY "02-personnel.cpy".

       FD  dept-file.
       01  dept-record.
           05  dept-name    PIC X(20).
           05  dept-company PIC X(2).

       WORKING-STORAGE SECTION.
       01  dept-status     PIC XX.
                   READ dept-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF dept-name NOT = SPACES AND
                                   dept-entries < 50
                               ADD 1 TO dept-entries
                               MOVE dept-name
                                   TO dept-entry(dept-entries)
                           END-IF
                   END-READ
