       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Company_Lookup.
      ****************************
      *    Shared legal-entity lookup (same CALL pattern as
      *    Position_Control). Since the branch merge one master
      *    pays people for more than one company; each employee
      *    carries the company-code of the entity employing them
      *    (see 02-personnel.cpy), and the payroll register, bank
      *    file and GL postings are split by it.
      *
      *    Company file companies.dat (kept by hand like
      *    locations.dat), one line per legal entity:
      *       code       PIC X(2)
      *       name       PIC X(30)
      *       bank-code  PIC X(6)   the company's own bank and
      *       account    PIC X(10)  the account its bank-file
      *                             batch is debited to
      *    The FIRST row is the home company: a blank
      *    company-code on the master or on a department row
      *    means it. (A blank company on a glaccounts.dat row
      *    means every company, the default-row convention.)
      *    With no companies.dat there is one company, code
      *    spaces, and everything runs as it did before the
      *    merge.
      *
      *    A department's company is the code in columns 21-22 of
      *    its departments.dat row (see Dept_Table_Maint), blank
      *    for the home company. Both files are loaded on the
      *    first call of the run unit.
      *
      *    Arguments:
      *       cl-function   : "GET" the company in cl-code
      *                       "DEP" the company of the department
      *                             in cl-department
      *       cl-code       : GET input; output for both, the code
      *                       resolved (spaces become the home
      *                       company's code)
      *       cl-department : DEP only
      *       cl-name       : output, the company name
      *       cl-bank-code  : output, the company's bank
      *       cl-account    : output, its debit account
      *       cl-result     : "Y" found
      *                       "N" code not on companies.dat (GET),
      *                           department not on departments.dat
      *                           (DEP - the home company is given)
      *                       "X" no companies.dat - one company
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL company-file ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS company-status.
           SELECT OPTIONAL dept-file ASSIGN TO "departments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dept-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  company-file.
       01  company-record.
           05  cf-code        PIC X(2).
           05  cf-name        PIC X(30).
           05  cf-bank-code   PIC X(6).
           05  cf-account     PIC X(10).

       FD  dept-file.
       01  dept-record.
           05  df-name        PIC X(20).
           05  df-company     PIC X(2).

       WORKING-STORAGE SECTION.
       01  company-status  PIC XX.
       01  dept-status     PIC XX.
       01  table-loaded    PIC X VALUE "N".
           88  table-is-loaded VALUE "Y".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  company-table OCCURS 20.
           05  ct-code     PIC X(2).
           05  ct-name     PIC X(30).
           05  ct-bank-code PIC X(6).
           05  ct-account  PIC X(10).
       01  company-entries PIC 99 VALUE 0.
       01  company-idx     PIC 99.
       01  company-hit     PIC 99.
       01  dept-table OCCURS 50.
           05  dt-name     PIC X(20).
           05  dt-company  PIC X(2).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
       01  compare-name    PIC X(20).
      ****************************
       LINKAGE SECTION.
       01  cl-function     PIC X(3).
       01  cl-code         PIC X(2).
       01  cl-department   PIC X(20).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
      ****************************
       PROCEDURE DIVISION USING cl-function, cl-code,
               cl-department, cl-name, cl-bank-code, cl-account,
               cl-result.

           IF NOT table-is-loaded
               PERFORM Load-Tables
           END-IF.

           MOVE SPACES TO cl-name cl-bank-code cl-account.
           EVALUATE cl-function
               WHEN "GET"
                   PERFORM Find-Company
               WHEN "DEP"
                   PERFORM Find-Department
                   IF dept-hit = 0
                       MOVE SPACES TO cl-code
                   ELSE
                       MOVE dt-company(dept-hit) TO cl-code
                   END-IF
                   PERFORM Find-Company
                   IF dept-hit = 0 AND cl-result = "Y"
                       MOVE "N" TO cl-result
                   END-IF
               WHEN OTHER
                   MOVE "N" TO cl-result
           END-EVALUATE.

           EXIT PROGRAM.

       Find-Company.
           IF company-entries = 0
               MOVE SPACES TO cl-code
               MOVE "X" TO cl-result
               EXIT PARAGRAPH
           END-IF.
           IF cl-code = SPACES
               MOVE ct-code(1) TO cl-code
           END-IF.
           MOVE 0 TO company-hit.
           PERFORM VARYING company-idx FROM 1 BY 1
                   UNTIL company-idx > company-entries
               IF ct-code(company-idx) = cl-code AND
                       company-hit = 0
                   MOVE company-idx TO company-hit
               END-IF
           END-PERFORM.
           IF company-hit = 0
               MOVE "N" TO cl-result
               EXIT PARAGRAPH
           END-IF.
           MOVE ct-name(company-hit) TO cl-name.
           MOVE ct-bank-code(company-hit) TO cl-bank-code.
           MOVE ct-account(company-hit) TO cl-account.
           MOVE "Y" TO cl-result.

       Find-Department.
      *    Case ignored, the Dept_Check convention.
           MOVE 0 TO dept-hit.
           MOVE FUNCTION UPPER-CASE(cl-department) TO compare-name.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-name(dept-idx) = compare-name
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.

       Load-Tables.
           MOVE 0 TO company-entries.
           OPEN INPUT company-file.
           IF company-status = "00"
               PERFORM UNTIL eof-reached
                   READ company-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF cf-code NOT = SPACES
                               PERFORM Keep-Company
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE company-file.
           MOVE "N" TO eof-flag.

           MOVE 0 TO dept-entries.
           OPEN INPUT dept-file.
           IF dept-status = "00"
               PERFORM UNTIL eof-reached
                   READ dept-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF df-name NOT = SPACES AND
                                   dept-entries < 50
                               ADD 1 TO dept-entries
                               MOVE FUNCTION UPPER-CASE(df-name)
                                   TO dt-name(dept-entries)
                               MOVE FUNCTION UPPER-CASE(df-company)
                                   TO dt-company(dept-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE dept-file.
           MOVE "N" TO eof-flag.
           SET table-is-loaded TO TRUE.

       Keep-Company.
           IF company-entries = 20
               DISPLAY "[-] Company_Lookup: table full - company "
                   cf-code " cannot be used!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO company-entries.
           MOVE FUNCTION UPPER-CASE(cf-code)
               TO ct-code(company-entries).
           MOVE cf-name TO ct-name(company-entries).
           MOVE cf-bank-code TO ct-bank-code(company-entries).
           MOVE cf-account TO ct-account(company-entries).

       END PROGRAM Company_Lookup.
