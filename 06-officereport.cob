      *    Print_Writer subprogram (see 06-printwriter.cob); the
      *    listing goes to officereport.rpt with page headings,
      *    page numbers, and an end-of-report line.
      *
      *    The COMPANY run parameter (see Run_Parameter) limits
      *    the report to the employees of one company (see
      *    Company_Lookup); blank or ALL is every company, the
      *    consolidated report.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  grand-total     PIC 9(5) VALUE 0.
       01  terminated-count PIC 9(5) VALUE 0.
       01  current-band    PIC X(6).
       01  want-company    PIC X(2) VALUE SPACES.
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-job-name     PIC X(20) VALUE "Office_Headcount".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  cl-function     PIC X(3) VALUE "GET".
       01  cl-code         PIC X(2).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Branch Office Headcount Report".
      ****************************
       PROCEDURE DIVISION.

      *    One company, or blank / ALL for the consolidated report.
           MOVE "COMPANY" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE FUNCTION UPPER-CASE(rp-value) TO rp-value.
           IF rp-value NOT = SPACES AND rp-value NOT = "ALL"
               MOVE rp-value(1:2) TO cl-code
               CALL "Company_Lookup" USING cl-function, cl-code,
                   department, cl-name, cl-bank-code, cl-account,
                   cl-result
               IF cl-result NOT = "Y"
                   DISPLAY "[-] Company '" FUNCTION TRIM(rp-value)
                       "' is not on companies.dat - report refused."
                   GOBACK
               END-IF
               MOVE cl-code TO want-company
               STRING "Branch Office Headcount Report - "
                   FUNCTION TRIM(cl-name)
                   DELIMITED BY SIZE INTO pw-title
           END-IF.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       Tally-Office.
           IF want-company NOT = SPACES
               MOVE company-code TO cl-code
               CALL "Company_Lookup" USING cl-function, cl-code,
                   department, cl-name, cl-bank-code, cl-account,
                   cl-result
               IF cl-code NOT = want-company
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *    Terminated staff never count toward an office headcount.
           IF emp-terminated THEN
               ADD 1 TO terminated-count
