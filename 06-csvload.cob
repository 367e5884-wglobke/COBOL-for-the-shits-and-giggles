      *           (checked via the shared Dept_Check subprogram)
      *       R08 job-code not on the reference table
      *       R09 salary outside the job-code's grade range
      *       R10 ZIP not on the ZIP reference, or not a ZIP
      *       R11 city is not a name of the ZIP (the reference
      *           city is given on the reject row)
      *           (both checked via the shared Zip_Check
      *           subprogram, once zipref.dat is loaded)
      *       R12 employee-id fails its check digit (see
      *           Check_Digit; only under
      *           EMPLOYEE_ID_CHECK=ENFORCE - by default it is a
      *           warning on the console)
      *
      *    Each row loads under the company of its department
      *    (see Company_Lookup).
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  loaded-count    PIC 9(6) VALUE 0.
       01  rejected-count  PIC 9(6) VALUE 0.
       01  reason-code     PIC X(3).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  csv-employee-id PIC X(6).
       01  csv-first-name  PIC X(20).
       01  csv-last-name   PIC X(20).
       01  csv-job-code    PIC X(4).
       01  dc-department   PIC X(20).
       01  dc-valid-flag   PIC X.
       01  cl-function     PIC X(3) VALUE "DEP".
       01  cl-code         PIC X(2).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
       01  jc-code         PIC X(4).
       01  jc-valid-flag   PIC X.
       01  jc-min          PIC 9(7)v9(2).
       01  jc-max          PIC 9(7)v9(2).
       01  as-changed      PIC X.
       01  zc-zip          PIC X(10).
       01  zc-city         PIC X(30).
       01  zc-result       PIC X.
       01  zc-ref-city     PIC X(28).
       01  zc-ref-state    PIC X(2).
       01  pj-action       PIC X(6).
       01  pj-program      PIC X(20) VALUE "Personnel_CSV_Load".
       01  pj-before       PIC X(162).
       01  pj-after        PIC X(162).
      ****************************
       PROCEDURE DIVISION.

                   MOVE salary-signed TO salary-value
               END-IF
           END-IF END-IF END-IF.
           IF reason-code = SPACES
               MOVE csv-employee-id TO cd-value
               CALL "Check_Digit" USING cd-function, cd-value,
                   cd-bank-code, cd-result
               IF cd-result = "W"
                   DISPLAY "[-] Warning: employee id "
                       csv-employee-id " fails its check digit."
               END-IF
               IF cd-result NOT = "Y" AND cd-result NOT = "W"
                   MOVE "R12" TO reason-code
               END-IF
           END-IF.
           IF reason-code = SPACES AND
                   (csv-hire-date NOT NUMERIC OR
                   csv-hire-date = SPACES)
                   MOVE "R09" TO reason-code
               END-IF
           END-IF.
           IF reason-code = SPACES
               MOVE csv-zip TO zc-zip
               MOVE csv-city TO zc-city
               CALL "Zip_Check" USING zc-zip, zc-city, zc-result,
                   zc-ref-city, zc-ref-state
               IF zc-result = "U" OR zc-result = "F"
                   MOVE "R10" TO reason-code
               END-IF
               IF zc-result = "M"
                   MOVE "R11" TO reason-code
               END-IF
           END-IF.

           IF reason-code NOT = SPACES
               PERFORM Reject-Row
           MOVE SPACES TO manager-id IN personnel-record.
           MOVE FUNCTION UPPER-CASE(csv-job-code)
               TO job-code IN personnel-record.
           CALL "Company_Lookup" USING cl-function, cl-code,
               department IN personnel-record, cl-name,
               cl-bank-code, cl-account, cl-result.
           MOVE cl-code TO company-code IN personnel-record.

           WRITE personnel-record
               INVALID KEY
       Reject-Row.
           ADD 1 TO rejected-count.
           MOVE SPACES TO reject-line.
           IF reason-code = "R11"
               STRING reason-code "," FUNCTION TRIM(csv-line) ","
                   FUNCTION TRIM(zc-ref-city) " " zc-ref-state
                   DELIMITED BY SIZE INTO reject-line
           ELSE
               STRING reason-code "," csv-line
                   DELIMITED BY SIZE INTO reject-line
           END-IF.
           WRITE reject-line.
