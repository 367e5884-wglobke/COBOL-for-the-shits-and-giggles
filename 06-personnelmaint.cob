      *    removes it entirely when a leaver is being taken off the
      *    file. This replaces hand-editing personnel.dat in a text
      *    editor, which has corrupted the fixed-width layout before.
      *
      *    The salary is always the full-time equivalent; a
      *    part-timer's FTE percentage (1 - 100, blank on file =
      *    100) is shown and overtyped beside it and kept on fte.dat
      *    (see Employee_FTE), so nobody hand-reduces a salary
      *    again.
      *
      *    A changed city or ZIP is checked against the ZIP
      *    reference (see Zip_Check) and refused when the ZIP does
      *    not exist or the city is not one of its names.
      *
      *    The company employing the person (beside the manager)
      *    must be on companies.dat (see Company_Lookup); "*"
      *    clears it back to the home company.
      *
      *    An employee with HR cases still open or waiting is
      *    flagged beside the id when the record is pulled up (see
      *    Case_Lookup / Case_Maint), so a change that settles one
      *    is not made without the case being updated.
      ****************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  record-found VALUE "Y".
       01  pj-action       PIC X(6).
       01  pj-program      PIC X(20) VALUE "Personnel_Maint".
       01  pj-before       PIC X(162).
       01  pj-after        PIC X(162).

      *    The record being maintained, held while the operator
      *    overtypes fields on the screen.
       01  edit-manager    PIC X(6).
       01  edit-job-code   PIC X(4).
       01  edit-location   PIC X(2).
       01  edit-company    PIC X(2).
       01  cl-function     PIC X(3) VALUE "GET".
       01  cl-code         PIC X(2).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
       01  zc-zip          PIC X(10).
       01  zc-city         PIC X(30).
       01  zc-result       PIC X.
       01  zc-ref-city     PIC X(28).
       01  zc-ref-state    PIC X(2).
       01  lk-code         PIC X(2).
       01  lk-valid-flag   PIC X.
       01  lk-name         PIC X(20).
       01  jc-min          PIC 9(7)v9(2).
       01  jc-max          PIC 9(7)v9(2).
       01  show-salary     PIC Z(6)9.9(2) USAGE DISPLAY.
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3).
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
       01  edit-fte        PIC X(6).
       01  edit-fte-num    PIC S9(3)v9(2).
       01  fte-changed     PIC X VALUE "N".
       01  show-fte        PIC ZZ9.99.
      *    Open HR cases (see Case_Lookup).
       01  cs-open-count   PIC 9(3).
       01  cs-oldest-date  PIC 9(8).
      ****************************
       PROCEDURE DIVISION.

           END-IF.

           PERFORM Show-Record.
           PERFORM Flag-Open-Cases.

           DISPLAY "(U)pdate, (D)elete, or (Q)uit? "
               AT LINE 16 COLUMN 2.
               zip IN held-record.
           DISPLAY "Department: " AT LINE 12 COLUMN 2
               department IN held-record.
           MOVE "GET" TO ft-function.
           CALL "Employee_FTE" USING ft-function,
               employee-id IN held-record, ft-percent, ft-result.
           MOVE ft-percent TO show-fte.
           DISPLAY "Salary    : " AT LINE 14 COLUMN 2
               show-salary "  FTE %: " show-fte.
           DISPLAY "Hire date : " AT LINE 15 COLUMN 2
               hire-date IN held-record.
           DISPLAY "Status    : " AT LINE 6 COLUMN 2
               pay-type IN held-record
               "  Hourly rate: " hourly-rate IN held-record.
           DISPLAY "Manager   : " AT LINE 13 COLUMN 2
               manager-id IN held-record
               "  Company: " company-code IN held-record.
           DISPLAY "Job code  : " AT LINE 9 COLUMN 2
               job-code IN held-record
               "  Location: " work-location IN held-record.

       Flag-Open-Cases.
           CALL "Case_Lookup" USING employee-id IN held-record,
               cs-open-count, cs-oldest-date.
           IF cs-open-count > 0
               DISPLAY "** " cs-open-count " open HR case(s) since "
                   cs-oldest-date " - see Case_Maint **"
                   AT LINE 2 COLUMN 24
                   WITH FOREGROUND-COLOR red
           END-IF.

       Overtype-Fields.
      *    Let the operator overtype individual fields; any field
      *    left blank keeps the value already on file.
           END-IF.
           MOVE SPACES TO edit-city.
           ACCEPT edit-city AT LINE 10 COLUMN 40.
           MOVE SPACES TO edit-zip.
           ACCEPT edit-zip AT LINE 11 COLUMN 40.
      *    A new city or ZIP must agree with the ZIP reference (see
      *    Zip_Check); when it does not, both keep their values on
      *    file and the reference city is shown.
           IF edit-city NOT = SPACES OR edit-zip NOT = SPACES
               MOVE city IN held-record TO zc-city
               IF edit-city NOT = SPACES
                   MOVE edit-city TO zc-city
               END-IF
               MOVE zip IN held-record TO zc-zip
               IF edit-zip NOT = SPACES
                   MOVE edit-zip TO zc-zip
               END-IF
               CALL "Zip_Check" USING zc-zip, zc-city, zc-result,
                   zc-ref-city, zc-ref-state
               EVALUATE zc-result
                   WHEN "Y"
                   WHEN "N"
                       MOVE zc-city TO city IN held-record
                       MOVE zc-zip TO zip IN held-record
                   WHEN "M"
                       DISPLAY "[-] ZIP " zc-zip(1:5) " is "
                           FUNCTION TRIM(zc-ref-city) " "
                           zc-ref-state " - city and ZIP unchanged."
                           AT LINE 16 COLUMN 2
                   WHEN OTHER
                       DISPLAY "[-] ZIP '" FUNCTION TRIM(zc-zip)
                           "' is not on the ZIP reference - city "
                           "and ZIP unchanged." AT LINE 16 COLUMN 2
               END-EVALUATE
           END-IF.
           MOVE SPACES TO edit-department.
           ACCEPT edit-department AT LINE 12 COLUMN 40.
               MOVE edit-department TO department IN held-record
           END-IF.
           PERFORM Overtype-Salary.
           PERFORM Overtype-FTE.
           MOVE SPACES TO edit-hire-date.
           ACCEPT edit-hire-date AT LINE 15 COLUMN 40.
           IF edit-hire-date NOT = SPACES AND
                   END-IF
               END-IF
           END-IF.
      *    Company must be on companies.dat (see Company_Lookup);
      *    "*" clears it back to the home company.
           MOVE SPACES TO edit-company.
           ACCEPT edit-company AT LINE 13 COLUMN 58.
           IF edit-company = "*"
               MOVE SPACES TO company-code IN held-record
           ELSE
               IF edit-company NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(edit-company) TO cl-code
                   CALL "Company_Lookup" USING cl-function, cl-code,
                       department IN held-record, cl-name,
                       cl-bank-code, cl-account, cl-result
                   IF cl-result = "Y"
                       MOVE cl-code TO company-code IN held-record
                   ELSE
                       DISPLAY "[-] Company '" edit-company
                           "' is not on companies.dat - "
                           "unchanged." AT LINE 16 COLUMN 2
                   END-IF
               END-IF
           END-IF.
      *    A salary overtype can leave the record outside its
      *    existing grade - flag it so it lands on the exception
      *    report knowingly, not by surprise.
               MOVE edit-salary-num TO salary IN held-record
           END-IF.

       Overtype-FTE.
      *    FTE percentage beside the (full-time) salary, gated with
      *    TEST-NUMVAL like the rate; it is recorded only once the
      *    master rewrite goes through.
           DISPLAY "FTE" AT LINE 14 COLUMN 54.
           MOVE SPACES TO edit-fte.
           ACCEPT edit-fte AT LINE 14 COLUMN 58.
           IF edit-fte = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(edit-fte) NOT = 0
               DISPLAY "[-] FTE not numeric - unchanged."
                   AT LINE 16 COLUMN 2
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(edit-fte) TO edit-fte-num.
           IF edit-fte-num < 1 OR edit-fte-num > 100
               DISPLAY "[-] FTE must be between 1 and 100 - "
                   "unchanged." AT LINE 16 COLUMN 2
               EXIT PARAGRAPH
           END-IF.
           MOVE edit-fte-num TO ft-percent.
           MOVE "Y" TO fte-changed.

       Replace-Record.
      *    Rewrite just the edited record in place.
           MOVE held-record TO personnel-record.
                   MOVE personnel-record TO pj-after
                   CALL "Personnel_Journal" USING pj-action,
                       pj-program, pj-before, pj-after
                   IF fte-changed = "Y"
                       MOVE "SET" TO ft-function
                       CALL "Employee_FTE" USING ft-function,
                           employee-id IN personnel-record,
                           ft-percent, ft-result
                       IF ft-result NOT = "Y"
                           DISPLAY "[-] FTE NOT recorded on "
                               "fte.dat." AT LINE 17 COLUMN 2
                       END-IF
                   END-IF
           END-REWRITE.
           CLOSE personnel-file.

