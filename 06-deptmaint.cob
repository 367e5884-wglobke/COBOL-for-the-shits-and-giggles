      *    Dept_Check validates against: (L)ist the table, (A)dd a
      *    department, or (R)emove one. Names are stored uppercased
      *    so the table has exactly one spelling per department.
      *    Each department belongs to one legal entity: its
      *    company-code (see Company_Lookup) is kept in columns
      *    21-22 of its row, blank for the home company, and set
      *    when the department is added or with (C)ompany.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE SECTION.
       FD  dept-file.
       01  dept-record.
           05  dept-name    PIC X(20).
           05  dept-company PIC X(2).

       WORKING-STORAGE SECTION.
       01  dept-status     PIC XX.
           88  eof-reached VALUE "Y".
       01  dept-table OCCURS 50.
           05  dept-entry  PIC X(20).
           05  dept-entry-company PIC X(2).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  maint-action    PIC X.
       01  found-flag      PIC X.
           88  name-found  VALUE "Y".
       01  again-answer    PIC X.
       01  entered-company PIC X(2).
       01  company-ok      PIC X.
      *    Legal entities (see Company_Lookup).
       01  cl-function     PIC X(3) VALUE "GET".
       01  cl-code         PIC X(2).
       01  cl-department   PIC X(20).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

           MOVE "Y" TO again-answer.
           PERFORM TEST AFTER UNTIL again-answer NOT = "Y" AND
                   again-answer NOT = "y"
               DISPLAY "[+] (L)ist, (A)dd, (R)emove, or set the "
                   "(C)ompany? "
               ACCEPT maint-action
               EVALUATE maint-action
                   WHEN "L" WHEN "l"
                       PERFORM Add-Department
                   WHEN "R" WHEN "r"
                       PERFORM Remove-Department
                   WHEN "C" WHEN "c"
                       PERFORM Change-Company
                   WHEN OTHER
                       DISPLAY "[-] No such choice."
               END-EVALUATE
                   READ dept-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF dept-name NOT = SPACES AND
                                   dept-entries < 50
                               ADD 1 TO dept-entries
                               MOVE FUNCTION UPPER-CASE(dept-name)
                                   TO dept-entry(dept-entries)
                               MOVE FUNCTION UPPER-CASE(dept-company)
                                   TO dept-entry-company(dept-entries)
                           END-IF
                   END-READ
               END-PERFORM
           OPEN OUTPUT dept-file.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               MOVE dept-entry(dept-idx) TO dept-name
               MOVE dept-entry-company(dept-idx) TO dept-company
               WRITE dept-record
           END-PERFORM.
           CLOSE dept-file.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               DISPLAY "   " dept-idx ") " dept-entry(dept-idx)
                   " company " dept-entry-company(dept-idx)
           END-PERFORM.

       Add-Department.
               IF dept-entries = 50
                   DISPLAY "[-] Table is full."
               ELSE
                   PERFORM Accept-Company
                   IF company-ok NOT = "Y"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO dept-entries
                   MOVE entered-name TO dept-entry(dept-entries)
                   MOVE entered-company
                       TO dept-entry-company(dept-entries)
                   DISPLAY "[+] Added."
               END-IF
           END-IF.
                   MOVE "Y" TO found-flag
                   MOVE dept-entry(dept-entries)
                       TO dept-entry(dept-idx)
                   MOVE dept-entry-company(dept-entries)
                       TO dept-entry-company(dept-idx)
               END-IF
           END-PERFORM.
           IF name-found
           ELSE
               DISPLAY "[-] '" entered-name "' is not on file."
           END-IF.

       Change-Company.
           DISPLAY "[+] Department name: ".
           ACCEPT entered-name.
           MOVE FUNCTION UPPER-CASE(entered-name) TO entered-name.
           MOVE 0 TO dept-idx.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries OR
                   dept-entry(dept-idx) = entered-name
               CONTINUE
           END-PERFORM.
           IF dept-idx > dept-entries
               DISPLAY "[-] '" entered-name "' is not on file."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Accept-Company.
           IF company-ok = "Y"
               MOVE entered-company TO dept-entry-company(dept-idx)
               DISPLAY "[+] Changed."
           END-IF.

       Accept-Company.
      *    Blank is the home company; any other code must be on
      *    companies.dat.
           MOVE "N" TO company-ok.
           DISPLAY "[+] Company code (blank = home company): ".
           MOVE SPACES TO entered-company.
           ACCEPT entered-company.
           MOVE FUNCTION UPPER-CASE(entered-company)
               TO entered-company.
           IF entered-company = SPACES
               MOVE "Y" TO company-ok
               EXIT PARAGRAPH
           END-IF.
           MOVE entered-company TO cl-code.
           CALL "Company_Lookup" USING cl-function, cl-code,
               cl-department, cl-name, cl-bank-code, cl-account,
               cl-result.
           IF cl-result = "Y"
               MOVE "Y" TO company-ok
               DISPLAY "[+] " FUNCTION TRIM(cl-name) "."
           ELSE
               DISPLAY "[-] Company '" entered-company "' is not "
                   "on companies.dat - nothing changed."
           END-IF.
