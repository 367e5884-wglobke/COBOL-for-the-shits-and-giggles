       DATA DIVISION.
       FILE SECTION.
       FD  dept-file.
      *    Columns 21-22 carry the department's company (see
      *    Company_Lookup); only the name is checked here.
       01  dept-record.
           05  dept-name    PIC X(20).
           05  dept-company PIC X(2).

       WORKING-STORAGE SECTION.
       01  dept-status     PIC XX.
                   READ dept-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF dept-name NOT = SPACES
                               IF dept-entries < 50
                                   ADD 1 TO dept-entries
                                   MOVE FUNCTION UPPER-CASE(
                                       dept-name)
                                       TO dept-entry(dept-entries)
                               ELSE
                                   DISPLAY "[-] Dept_Check: table "
                                       "full - department '"
                                       FUNCTION TRIM(dept-name)
                                       "' cannot validate!"
                               END-IF
                           END-IF
