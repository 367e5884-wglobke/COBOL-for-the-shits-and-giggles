      *       1. the full 02-personnel.cpy record - department via
      *          Dept_Check, job-code and salary via
      *          Job_Code_Check, work location via Location_Check,
      *          address via Address_Standardizer and the ZIP via
      *          Zip_Check (it must exist, and a city that is not
      *          one of its names is re-keyed or replaced by the
      *          reference city) - written to the master and
      *          journaled as an ADD,
      *       2. the "H" home-address, "E" email, and "P" phone
      *          records for contacts.dat (the Different_Types
      *          layouts),
      *       3. the opening vacation balance in leavebal.dat,
      *       4. the approved position the hire fills (see
      *          Position_Control): it must be vacant and in the
      *          hire's department (and job code, when both are
      *          set - a blank job code takes the position's). No
      *          vacant position, no hire.
      *       5. the FTE percentage for a part-timer (blank = full
      *          time), the salary keyed being the full-time
      *          equivalent - kept on fte.dat (see Employee_FTE).
      *       6. optionally the accepted applicant being taken on
      *          (see Applicant_Maint): the name, address, ZIP,
      *          email and phone captured on applicants.dat, and
      *          the vacancy applied for with its department, are
      *          pre-filled instead of keyed again (they are still
      *          checked, and re-keyed if a check fails), and the
      *          applicant is marked hired under the new id.
      *       7. the company employing the hire (see
      *          Company_Lookup): the company of the hire's
      *          department unless another on companies.dat is
      *          keyed.
      *
      *    The employee id is issued here, six digits ending in a
      *    check digit (see Check_Digit): left blank, the next id
      *    above the highest on the master is given; keyed, it
      *    must carry a good check digit.
      *
      *    A new-hire checklist page (newhire.rpt, via
      *    Print_Writer) records exactly what was created.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lb-employee-id
               FILE STATUS IS balance-status.
           SELECT applicant-file ASSIGN TO "applicants.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ap-number
               FILE STATUS IS applicant-status.
      ****************************
       DATA DIVISION.

       FD  contact-file.
       01  home-address.
           05  ha-rec-type   PIC X.
           05  ha-employee-id PIC X(6).
           05  ha-first-name PIC X(20).
           05  ha-last-name  PIC X(20).
           05  ha-zip        PIC 99999.
           05  ha-city       PIC X(30).
       01  email-address.
           05  em-rec-type   PIC X.
           05  em-employee-id PIC X(6).
           05  em-first-name PIC X(20).
           05  em-last-name  PIC X(20).
           05  em-email      PIC X(20).
       01  phone-number-rec.
           05  pn-rec-type   PIC X.
           05  pn-employee-id PIC X(6).
           05  pn-first-name PIC X(20).
           05  pn-last-name  PIC X(20).
           05  pn-phone      PIC X(15).
           05  lb-balance     PIC S9(4)v9(2).
           05  lb-sick-balance PIC S9(4)v9(2).

       FD  applicant-file.
       COPY "06-applicant.cpy".

       WORKING-STORAGE SECTION.
       01  min-salary  CONSTANT    0.
       01  max-salary  CONSTANT    999999.99.
       01  personnel-status PIC XX.
       01  contact-status  PIC XX.
       01  balance-status  PIC XX.
       01  applicant-status PIC XX.
       01  business-date   PIC 9(8).
       01  operator-name   PIC X(20).
       01  input-text      PIC X(30).
       01  input-amount    PIC X(12).
       01  amount-value    PIC S9(7)v9(2).
       01  as-changed      PIC X.
       01  zc-zip          PIC X(10).
       01  zc-city         PIC X(30).
       01  zc-result       PIC X.
       01  zc-ref-city     PIC X(28).
       01  zc-ref-state    PIC X(2).
       01  city-answer     PIC X.
       01  dc-department   PIC X(20).
       01  dc-valid-flag   PIC X.
       01  jc-code         PIC X(4).
       01  lk-code         PIC X(2).
       01  lk-valid-flag   PIC X.
       01  lk-name         PIC X(20).
       01  cl-function     PIC X(3).
       01  cl-code         PIC X(2).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
       01  dept-company    PIC X(2).
       01  input-phone     PIC X(15).
       01  input-email     PIC X(20).
       01  pj-action       PIC X(6).
       01  pj-program      PIC X(20) VALUE "Onboarding_Entry".
       01  pj-before       PIC X(162).
       01  pj-after        PIC X(162).
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "HR".
       01  created-email   PIC X VALUE "N".
       01  created-phone   PIC X VALUE "N".
       01  created-leave   PIC X VALUE "N".
       01  created-position PIC X VALUE "N".
       01  pc-function     PIC X(3).
       01  pc-position     PIC X(6).
       01  pc-department   PIC X(20).
       01  pc-job-code     PIC X(4).
       01  pc-employee-id  PIC X(6).
       01  pc-result       PIC X.
       01  position-refused PIC X VALUE "N".
      *    An accepted applicant being taken on: the captured
      *    details, each used once as the answer to its prompt.
       01  want-applicant  PIC X(6).
       01  applicant-pulled PIC X VALUE "N".
       01  created-applicant PIC X VALUE "N".
       01  pull-zip        PIC X(10).
       01  pull-dept       PIC X(20).
       01  pull-position   PIC X(6).
       01  pull-email      PIC X(20).
       01  pull-phone      PIC X(15).
      *    Employee-id issue (see Check_Digit).
       01  cd-function     PIC X(3).
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-base         PIC 9(5).
       01  highest-base    PIC 9(5).
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3) VALUE "SET".
       01  ft-percent      PIC 9(3)v9(2) VALUE 100.
       01  ft-result       PIC X.
       01  fte-ok          PIC X.
       01  created-fte     PIC X VALUE "N".
       01  show-fte        PIC ZZ9.99.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60) VALUE "New-Hire Checklist".
       01  pw-filename     PIC X(255) VALUE "newhire.rpt".
           END-IF.

           PERFORM Capture-Master-Fields.
           IF position-refused = "Y"
               DISPLAY "[-] No vacant position named - onboarding "
                   "abandoned."
               CLOSE personnel-file
               GOBACK
           END-IF.
           MOVE held-record TO personnel-record.

      *    All three files together: the master ADD first (a
                       pj-program, pj-before, pj-after
           END-WRITE.

           IF applicant-pulled = "Y"
               PERFORM Mark-Applicant-Hired
           END-IF.

           IF pc-result = "Y"
               MOVE "FIL" TO pc-function
               MOVE employee-id IN personnel-record TO pc-employee-id
               CALL "Position_Control" USING pc-function,
                   pc-position, pc-department, pc-job-code,
                   pc-employee-id, pc-result
               IF pc-result = "Y"
                   MOVE "Y" TO created-position
               ELSE
                   DISPLAY "[-] Position " pc-position " could not "
                       "be filled (" pc-result ") - fill it on "
                       "Position_Maint's list!"
               END-IF
           END-IF.

      *    Only a part-timer needs an fte.dat row.
           IF ft-percent < 100
               CALL "Employee_FTE" USING ft-function,
                   employee-id IN personnel-record, ft-percent,
                   ft-result
               IF ft-result = "Y"
                   MOVE "Y" TO created-fte
               ELSE
                   DISPLAY "[-] FTE NOT recorded on fte.dat - "
                       "set it on Personnel_Maint!"
               END-IF
           END-IF.

           PERFORM Capture-Contacts.
           PERFORM Seed-Leave-Balance.
           CLOSE personnel-file.

       Capture-Master-Fields.
           MOVE SPACES TO held-record.
           MOVE SPACES TO pull-zip pull-dept pull-position
               pull-email pull-phone.
           PERFORM Pull-Applicant.
           PERFORM TEST AFTER UNTIL cd-result = "Y"
               DISPLAY "[+] Employee id (blank = issue the next)?"
               MOVE SPACES TO input-text
               ACCEPT input-text
               IF input-text(1:6) = SPACES
                   PERFORM Issue-Employee-Id
               ELSE
                   MOVE "NEW" TO cd-function
                   MOVE input-text(1:6) TO cd-value
                   CALL "Check_Digit" USING cd-function, cd-value,
                       cd-bank-code, cd-result
                   IF cd-result NOT = "Y"
                       DISPLAY "[-] '" input-text(1:6) "' is not a "
                           "valid id - six digits, the last a "
                           "check digit."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE cd-value(1:6) TO employee-id IN held-record.
           IF applicant-pulled NOT = "Y"
               DISPLAY "[+] First name?"
               ACCEPT first-name IN held-record
               DISPLAY "[+] Last name?"
               ACCEPT last-name IN held-record
               DISPLAY "[+] Street?"
               ACCEPT street IN held-record
               DISPLAY "[+] City?"
               ACCEPT city IN held-record
           END-IF.
      *    One spelling per address (see Address_Standardizer).
           CALL "Address_Standardizer" USING
               street IN held-record,
               city IN held-record, as-changed.
           PERFORM TEST AFTER UNTIL zc-result = "Y" OR
                   zc-result = "N"
               IF pull-zip NOT = SPACES
                   MOVE pull-zip TO zip IN held-record
                   MOVE SPACES TO pull-zip
               ELSE
                   DISPLAY "[+] ZIP?"
                   ACCEPT zip IN held-record
               END-IF
               MOVE zip IN held-record TO zc-zip
               MOVE city IN held-record TO zc-city
               CALL "Zip_Check" USING zc-zip, zc-city, zc-result,
                   zc-ref-city, zc-ref-state
               EVALUATE zc-result
                   WHEN "U"
                       DISPLAY "[-] ZIP is not on the ZIP reference."
                   WHEN "F"
                       DISPLAY "[-] Not a ZIP - five digits, "
                           "optionally -nnnn."
                   WHEN "M"
                       DISPLAY "[-] ZIP " zc-zip(1:5) " is "
                           FUNCTION TRIM(zc-ref-city) " "
                           zc-ref-state ", not "
                           FUNCTION TRIM(city IN held-record) "."
                       DISPLAY "[+] Use " FUNCTION TRIM(zc-ref-city)
                           " as the city? [y/n]"
                       ACCEPT city-answer
                       IF city-answer = "Y" OR city-answer = "y"
                           MOVE zc-ref-city TO city IN held-record
                           MOVE "Y" TO zc-result
                       END-IF
               END-EVALUATE
           END-PERFORM.

           PERFORM TEST AFTER UNTIL dc-valid-flag = "Y"
               IF pull-dept NOT = SPACES
                   MOVE pull-dept TO dc-department
                   MOVE SPACES TO pull-dept
               ELSE
                   DISPLAY "[+] Department?"
                   ACCEPT dc-department
               END-IF
               CALL "Dept_Check" USING dc-department,
                   dc-valid-flag
               IF dc-valid-flag NOT = "Y"
               END-EVALUATE
           END-IF.

      *    The approved position the hire fills.
           PERFORM TEST AFTER UNTIL pc-result = "Y" OR
                   pc-result = "X" OR position-refused = "Y"
               IF pull-position NOT = SPACES
                   MOVE pull-position TO pc-position
                   MOVE SPACES TO pull-position
               ELSE
                   DISPLAY "[+] Position number (blank = abandon)?"
                   MOVE SPACES TO pc-position
                   ACCEPT pc-position
               END-IF
               IF pc-position = SPACES
                   MOVE "Y" TO position-refused
               ELSE
                   MOVE "CHK" TO pc-function
                   MOVE department IN held-record TO pc-department
                   MOVE job-code IN held-record TO pc-job-code
                   CALL "Position_Control" USING pc-function,
                       pc-position, pc-department, pc-job-code,
                       pc-employee-id, pc-result
                   EVALUATE pc-result
                       WHEN "Y"
                           IF job-code IN held-record = SPACES AND
                                   pc-job-code NOT = SPACES
                               PERFORM Take-Position-Job-Code
                           END-IF
                       WHEN "X"
                           DISPLAY "[+] No positions.dat - position "
                               "control not in use."
                       WHEN "N"
                           DISPLAY "[-] Position not on file."
                       WHEN "F"
                           DISPLAY "[-] Position is already filled."
                       WHEN "Z"
                           DISPLAY "[-] Position is frozen."
                       WHEN "D"
                           DISPLAY "[-] Position belongs to another "
                               "department."
                       WHEN OTHER
                           DISPLAY "[-] Position is for another job "
                               "code."
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF position-refused = "Y"
               EXIT PARAGRAPH
           END-IF.

      *    Work location (Location_Check).
           DISPLAY "[+] Work location (blank = assign later)?".
           MOVE SPACES TO lk-code.
               END-IF
           END-IF.

      *    Company (Company_Lookup): the department's, unless
      *    another company on file is keyed.
           MOVE SPACES TO company-code IN held-record.
           MOVE "DEP" TO cl-function.
           CALL "Company_Lookup" USING cl-function, cl-code,
               department IN held-record, cl-name, cl-bank-code,
               cl-account, cl-result.
           IF cl-result NOT = "X"
               MOVE cl-code TO dept-company
               MOVE cl-code TO company-code IN held-record
               DISPLAY "[+] Company (blank = " dept-company " "
                   FUNCTION TRIM(cl-name) ", the department's)?"
               MOVE SPACES TO input-text
               ACCEPT input-text
               IF input-text(1:2) NOT = SPACES
                   MOVE "GET" TO cl-function
                   MOVE FUNCTION UPPER-CASE(input-text(1:2))
                       TO cl-code
                   CALL "Company_Lookup" USING cl-function,
                       cl-code, department IN held-record,
                       cl-name, cl-bank-code, cl-account,
                       cl-result
                   IF cl-result = "Y"
                       MOVE cl-code TO company-code IN held-record
                   ELSE
                       DISPLAY "[-] Company not on companies.dat - "
                           dept-company " kept."
                   END-IF
               END-IF
           END-IF.

           DISPLAY "[+] Hire date (YYYYMMDD, blank = today)?".
           MOVE SPACES TO input-text.
           ACCEPT input-text.
               MOVE ZERO TO hourly-rate IN held-record
           END-IF.

      *    The salary above is the full-time equivalent; a
      *    part-timer is paid and accrues at this percentage.
           MOVE "N" TO fte-ok.
           PERFORM TEST AFTER UNTIL fte-ok = "Y"
               DISPLAY "[+] FTE percentage (blank = 100, full "
                   "time)?"
               MOVE SPACES TO input-amount
               ACCEPT input-amount
               MOVE "Y" TO fte-ok
               MOVE 100 TO amount-value
               IF input-amount NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(input-amount) = 0
                       MOVE FUNCTION NUMVAL(input-amount)
                           TO amount-value
                   ELSE
                       MOVE 0 TO amount-value
                   END-IF
               END-IF
               IF amount-value < 1 OR amount-value > 100
                   DISPLAY "[-] FTE must be numeric and between "
                       "1 and 100."
                   MOVE "N" TO fte-ok
               END-IF
           END-PERFORM.
           MOVE amount-value TO ft-percent.

           SET emp-active IN held-record TO TRUE.
           MOVE ZERO TO termination-date IN held-record.

               END-READ
           END-IF.

       Issue-Employee-Id.
      *    The next base above the highest numeric id on the
      *    master, skipping a base whose check digit would be 10.
           MOVE 0 TO highest-base.
           MOVE LOW-VALUES TO employee-id IN personnel-record.
           START personnel-file KEY NOT <
                   employee-id IN personnel-record
               INVALID KEY
                   SET eof-reached TO TRUE
           END-START.
           PERFORM UNTIL eof-reached
               READ personnel-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF employee-id IN personnel-record IS NUMERIC
                           MOVE employee-id IN personnel-record(1:5)
                               TO id-base
                           IF id-base > highest-base
                               MOVE id-base TO highest-base
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.
           MOVE highest-base TO id-base.
           MOVE "GEN" TO cd-function.
           MOVE "N" TO cd-result.
           PERFORM UNTIL cd-result = "Y" OR id-base = 99999
               ADD 1 TO id-base
               MOVE SPACES TO cd-value
               MOVE id-base TO cd-value(1:5)
               CALL "Check_Digit" USING cd-function, cd-value,
                   cd-bank-code, cd-result
           END-PERFORM.
           IF cd-result = "Y"
               DISPLAY "[+] Employee id " cd-value(1:6) " issued."
           ELSE
               DISPLAY "[-] No employee id left to issue - key one."
           END-IF.

       Pull-Applicant.
      *    An accepted applicant's details answer the prompts
      *    they cover; anything else is keyed as for any hire.
           PERFORM TEST AFTER UNTIL applicant-pulled = "Y" OR
                   want-applicant = SPACES
               DISPLAY "[+] Applicant number (blank = none)?"
               MOVE SPACES TO want-applicant
               ACCEPT want-applicant
               IF want-applicant NOT = SPACES
                   PERFORM Read-Applicant
               END-IF
           END-PERFORM.

       Read-Applicant.
           OPEN INPUT applicant-file.
           IF applicant-status NOT = "00"
               DISPLAY "[-] No applicants.dat - key the hire in "
                   "full."
               CLOSE applicant-file
               MOVE SPACES TO want-applicant
               EXIT PARAGRAPH
           END-IF.
           MOVE want-applicant TO ap-number.
           READ applicant-file
               INVALID KEY
                   DISPLAY "[-] Applicant '" want-applicant
                       "' is not on file."
               NOT INVALID KEY
                   IF ap-accepted
                       MOVE "Y" TO applicant-pulled
                       PERFORM Take-Applicant-Details
                   ELSE
                       DISPLAY "[-] Applicant " ap-number " has not "
                           "accepted an offer (stage " ap-stage
                           ") - not taken on."
                   END-IF
           END-READ.
           CLOSE applicant-file.

       Take-Applicant-Details.
           MOVE ap-first-name TO first-name IN held-record.
           MOVE ap-last-name TO last-name IN held-record.
           MOVE ap-street TO street IN held-record.
           MOVE ap-city TO city IN held-record.
           MOVE ap-zip TO pull-zip.
           MOVE ap-dept TO pull-dept.
           MOVE ap-position TO pull-position.
           MOVE ap-email TO pull-email.
           MOVE ap-phone TO pull-phone.
           DISPLAY "[+] Taking on applicant " ap-number " "
               FUNCTION TRIM(ap-first-name) " "
               FUNCTION TRIM(ap-last-name) " for vacancy "
               ap-position " in " FUNCTION TRIM(ap-dept) ".".

       Mark-Applicant-Hired.
      *    The applicant is closed as hired under the new id.
           OPEN I-O applicant-file.
           IF applicant-status NOT = "00"
               DISPLAY "[-] Cannot open applicants.dat, status "
                   applicant-status " - mark applicant "
                   want-applicant " hired on Applicant_Maint!"
               CLOSE applicant-file
               EXIT PARAGRAPH
           END-IF.
           MOVE want-applicant TO ap-number.
           READ applicant-file
               INVALID KEY
                   DISPLAY "[-] Applicant " want-applicant " has "
                       "gone from applicants.dat - not marked hired."
               NOT INVALID KEY
                   SET ap-hired TO TRUE
                   MOVE business-date TO ap-stage-date
                   MOVE employee-id IN personnel-record
                       TO ap-employee-id
                   REWRITE applicant-record
                   MOVE "Y" TO created-applicant
           END-READ.
           CLOSE applicant-file.

       Take-Position-Job-Code.
      *    The hire takes the position's job code, grade-checked
      *    like a keyed one.
           MOVE pc-job-code TO jc-code.
           CALL "Job_Code_Check" USING jc-code,
               salary IN held-record, jc-valid-flag, jc-min, jc-max.
           IF jc-valid-flag = "R"
               DISPLAY "[-] Salary is outside the position's grade "
                   "range " jc-min " - " jc-max " - job code left "
                   "blank."
           ELSE
               MOVE pc-job-code TO job-code IN held-record
           END-IF.

       Capture-Contacts.
      *    The three contact records, keyed by the hire's
      *    employee-id the way Different_Types keys contacts.dat
      *    (the name is carried for the printed sheets).
           OPEN EXTEND contact-file.
           MOVE "H" TO ha-rec-type.
           MOVE employee-id IN personnel-record TO ha-employee-id.
           MOVE first-name IN personnel-record TO ha-first-name.
           MOVE last-name IN personnel-record TO ha-last-name.
           IF zip IN personnel-record(1:5) IS NUMERIC
           WRITE home-address.
           MOVE "Y" TO created-home.

           IF pull-email NOT = SPACES
               MOVE pull-email TO input-email
           ELSE
               DISPLAY "[+] Email (blank = skip)?"
               MOVE SPACES TO input-email
               ACCEPT input-email
           END-IF.
           IF input-email NOT = SPACES
               MOVE "E" TO em-rec-type
               MOVE employee-id IN personnel-record
                   TO em-employee-id
               MOVE first-name IN personnel-record
                   TO em-first-name
               MOVE last-name IN personnel-record
               MOVE "Y" TO created-email
           END-IF.

           IF pull-phone NOT = SPACES
               MOVE pull-phone TO input-phone
           ELSE
               DISPLAY "[+] Phone (blank = skip)?"
               MOVE SPACES TO input-phone
               ACCEPT input-phone
           END-IF.
           IF input-phone NOT = SPACES
               MOVE "P" TO pn-rec-type
               MOVE employee-id IN personnel-record
                   TO pn-employee-id
               MOVE first-name IN personnel-record
                   TO pn-first-name
               MOVE last-name IN personnel-record
           STRING "   opening leave row  : " created-leave
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "   position filled    : " created-position " "
               pc-position
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE ft-percent TO show-fte.
           MOVE SPACES TO pw-line.
           STRING "   part-time FTE row  : " created-fte " "
               show-fte "%"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "   applicant hired    : " created-applicant " "
               want-applicant
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF company-code IN personnel-record NOT = SPACES
               MOVE SPACES TO pw-line
               STRING "   company            : "
                   company-code IN personnel-record
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.

       Print-Line.
           MOVE "W" TO pw-action.
