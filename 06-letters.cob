       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Letter_Generator INITIAL.
      ****************************
      *    Employee letters from templates, instead of retyping
      *    the figures off Employee_Inquiry into a word processor:
      *
      *       VER     employment verification
      *       RAISE   salary-change notice
      *       LEAVER  leaver confirmation
      *
      *    (any other type works the same way given its template).
      *    Each letter type has its own template file, kept by
      *    hand, named "letter-" type ".tpl" (letter-RAISE.tpl),
      *    132-column lines of fixed text carrying placeholders
      *    that are replaced from the employee's master record:
      *       @DATE@       the letter date (business date)
      *       @ID@         employee-id
      *       @NAME@       first and last name
      *       @FIRSTNAME@  @LASTNAME@
      *       @STREET@     @CITY@     @ZIP@
      *       @DEPARTMENT@
      *       @JOBTITLE@   title of the job code from jobcodes.dat
      *       @COMPANY@    name of the employing company (see
      *                    Company_Lookup)
      *       @HIREDATE@   hire-date
      *       @SALARY@     current pay, per year or per hour
      *       @OLDSALARY@  RAISE: the pay before the change
      *       @EFFDATE@    RAISE: the date the change took effect
      *                    (the applied pendingchg.dat row or the
      *                    raises.dat row for the department, the
      *                    Retro_Pay_Batch rule; else the day it was
      *                    applied), LEAVER: the termination date,
      *                    VER: the letter date
      *       @TERMDATE@   termination-date
      *    Dates print MM/DD/YYYY. An @ that does not open one of
      *    these is printed as it stands; @@ prints a single @.
      *
      *    Each letter goes through Print_Writer to its own file,
      *    "letter-" type "-" employee-id ".rpt", print-ready and
      *    registered on reportcat.dat like every other report
      *    (see Report_Catalog for reprints).
      *
      *    Run parameters (see Run_Parameter, job name
      *    Letter_Generator):
      *       LETTER_EMPLOYEE  one employee-id - a single letter on
      *                        request, of LETTER_TYPE (default
      *                        VER). A RAISE letter takes the
      *                        latest pay change on the personnel
      *                        journal pershist.dat; a LEAVER letter
      *                        is refused for an active employee.
      *       LETTER_TYPE      with no LETTER_EMPLOYEE, restricts
      *                        the batch to RAISE or LEAVER
      *       LETTER_DATE      batch: the day whose changes are
      *                        lettered (default the business date)
      *    With no LETTER_EMPLOYEE the run is the nightly batch off
      *    pershist.dat: a RAISE letter for every pay change
      *    Pay_Raise_Batch or Pending_Change_Batch applied that
      *    day, a LEAVER letter for every employee terminated that
      *    day - one letter per employee and type, however many
      *    journal entries.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT OPTIONAL journal-file ASSIGN TO "pershist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-status.
           SELECT template-file ASSIGN TO DYNAMIC template-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS template-status.
           SELECT job-file ASSIGN TO "jobcodes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS job-status.
           SELECT OPTIONAL pending-file ASSIGN TO "pendingchg.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL raises-file ASSIGN TO "raises.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  journal-file.
       01  journal-record.
           05  hist-action  PIC X(6).
           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       FD  template-file.
       01  template-record PIC X(132).

       FD  job-file.
       01  job-record.
           05  jr-code     PIC X(4).
           05  jr-title    PIC X(20).
           05  jr-grade    PIC X(2).
           05  jr-min      PIC 9(7)v9(2).
           05  jr-max      PIC 9(7)v9(2).

       FD  pending-file.
       01  pending-record.
           05  pc-employee-id PIC X(6).
           05  pc-field       PIC X(12).
           05  pc-value       PIC X(20).
           05  pc-eff-date    PIC 9(8).
           05  pc-keyed-by    PIC X(20).
           05  pc-status      PIC X.
           05  pc-action-date PIC 9(8).

       FD  raises-file.
       01  raises-record.
           05  raise-department PIC X(20).
           05  raise-type       PIC X.
           05  raise-amount     PIC 9(7)v9(2).
           05  raise-eff-date   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  journal-status  PIC XX.
       01  template-status PIC XX.
       01  job-status      PIC XX.
       01  template-filename PIC X(255).
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  template-eof    PIC X.
       01  business-date   PIC 9(8).
       01  trigger-date    PIC 9(8).
       01  want-id         PIC X(6).
       01  want-type       PIC X(8).
      *    The journal images carry the 02-personnel.cpy layout:
      *    these offsets decode the fields the trigger needs.
       01  image-view.
           05  iv-id       PIC X(6).
           05  FILLER      PIC X(90).
           05  iv-dept     PIC X(20).
           05  iv-salary   PIC 9(7)v9(2).
           05  FILLER      PIC X(8).
           05  iv-status   PIC X.
           05  FILLER      PIC X(8).
           05  iv-pay-type PIC X.
           05  iv-rate     PIC 9(3)v9(2).
           05  FILLER      PIC X(14).
       01  old-salary      PIC 9(7)v9(2).
       01  old-rate        PIC 9(3)v9(2).
       01  old-pay-type    PIC X.
       01  old-status      PIC X.
       01  prior-salary    PIC 9(7)v9(2).
       01  prior-rate      PIC 9(3)v9(2).
       01  prior-pay-type  PIC X.
       01  eff-date        PIC 9(8).
      *    The letters to write: one per employee and type.
       01  letter-table OCCURS 500.
           05  lt-id       PIC X(6).
           05  lt-type     PIC X(8).
           05  lt-old-salary PIC 9(7)v9(2).
           05  lt-old-rate PIC 9(3)v9(2).
           05  lt-old-pay-type PIC X.
           05  lt-eff-date PIC 9(8).
       01  letter-entries  PIC 9(3) VALUE 0.
       01  letter-idx      PIC 9(3).
       01  letter-hit      PIC 9(3).
       01  letter-type     PIC X(8).
      *    Applied SALARY rows of pendingchg.dat and the raises.dat
      *    rows, for the effective date of a raise.
       01  pend-table OCCURS 300.
           05  pt-id       PIC X(6).
           05  pt-eff-date PIC 9(8).
           05  pt-act-date PIC 9(8).
       01  pend-entries    PIC 9(3) VALUE 0.
       01  pend-idx        PIC 9(3).
       01  raise-table OCCURS 50.
           05  rt-dept     PIC X(20).
           05  rt-eff-date PIC 9(8).
       01  raise-entries   PIC 99 VALUE 0.
       01  raise-idx       PIC 99.
       01  job-table OCCURS 50.
           05  jt-code     PIC X(4).
           05  jt-title    PIC X(20).
       01  job-entries     PIC 99 VALUE 0.
       01  job-idx         PIC 99.
       01  job-title       PIC X(20).
      *    Placeholder substitution.
       01  char-idx        PIC 9(3).
       01  scan-idx        PIC 9(3).
       01  close-idx       PIC 9(3).
       01  out-ptr         PIC 9(3).
       01  token           PIC X(12).
       01  token-length    PIC 99.
       01  field-value     PIC X(60).
       01  value-found     PIC X.
       01  date-in         PIC 9(8).
       01  date-out        PIC X(10).
       01  pay-text        PIC X(30).
       01  p-salary        PIC $$,$$$,$$9.99.
       01  p-rate          PIC $$$9.99.
       01  letters-written PIC 9(5) VALUE 0.
       01  letters-failed  PIC 9(5) VALUE 0.
       01  cl-function     PIC X(3) VALUE "GET".
       01  cl-code         PIC X(2).
       01  cl-department   PIC X(20).
       01  cl-name         PIC X(30).
       01  cl-bank-code    PIC X(6).
       01  cl-account      PIC X(10).
       01  cl-result       PIC X.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Letter_Generator".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-job-name     PIC X(20) VALUE "Letter_Generator".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60).
       01  pw-filename     PIC X(255).
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           CALL "Get_Business_Date" USING business-date.
           MOVE "LETTER_EMPLOYEE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value(1:6) TO want-id.
           MOVE "LETTER_TYPE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE FUNCTION UPPER-CASE(rp-value(1:8)) TO want-type.
           MOVE business-date TO trigger-date.
           MOVE "LETTER_DATE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           IF rp-value(1:8) IS NUMERIC
               MOVE rp-value(1:8) TO trigger-date
           END-IF.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status " - no letters written."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Job-Titles.
           PERFORM Load-Pending-Changes.
           PERFORM Load-Raises.

           IF want-id NOT = SPACES
               PERFORM Request-Letter
           ELSE
               DISPLAY "[+] Letters for the changes applied "
                   trigger-date
               OPEN INPUT journal-file
               PERFORM UNTIL eof-reached
                   READ journal-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF hist-date = trigger-date AND
                                   hist-action = "UPDATE"
                               PERFORM Consider-Journal-Entry
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal-file
               MOVE "N" TO eof-flag
           END-IF.

           PERFORM VARYING letter-idx FROM 1 BY 1
                   UNTIL letter-idx > letter-entries
               PERFORM Write-Letter
           END-PERFORM.
           CLOSE personnel-file.

           DISPLAY "[+] " letters-written " letter(s) written, "
               letters-failed " not written.".
           MOVE letters-written TO jl-record-count.
           IF letters-failed > 0
               MOVE "WARNING" TO jl-outcome
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "OK" TO jl-outcome
           END-IF.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Request-Letter.
      *    One letter on request. A RAISE letter takes the latest
      *    pay change on the journal, by whichever program.
           IF want-type = SPACES
               MOVE "VER" TO want-type
           END-IF.
           MOVE want-id TO employee-id.
           READ personnel-file
               INVALID KEY
                   DISPLAY "[-] Employee '" want-id "' is not on "
                       "the master - no letter written."
                   ADD 1 TO letters-failed
                   EXIT PARAGRAPH
           END-READ.
           IF want-type = "LEAVER" AND NOT emp-terminated
               DISPLAY "[-] Employee " want-id " is not terminated "
                   "- no leaver letter written."
               ADD 1 TO letters-failed
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO old-salary old-rate eff-date.
           MOVE pay-type TO old-pay-type.
           IF want-type = "RAISE"
               OPEN INPUT journal-file
               PERFORM UNTIL eof-reached
                   READ journal-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF hist-action = "UPDATE" AND
                                   hist-after(1:6) = want-id
                               PERFORM Take-Pay-Change
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal-file
               MOVE "N" TO eof-flag
               IF eff-date = 0
                   DISPLAY "[-] No pay change for " want-id " on "
                       "pershist.dat - the old pay is left blank."
               END-IF
           END-IF.
           MOVE want-type TO letter-type.
           PERFORM Queue-Letter.

       Take-Pay-Change.
           MOVE hist-before TO image-view.
           MOVE iv-salary TO prior-salary.
           MOVE iv-rate TO prior-rate.
           MOVE iv-pay-type TO prior-pay-type.
           MOVE hist-after TO image-view.
           IF iv-salary = prior-salary AND iv-rate = prior-rate
               EXIT PARAGRAPH
           END-IF.
           MOVE prior-salary TO old-salary.
           MOVE prior-rate TO old-rate.
           MOVE prior-pay-type TO old-pay-type.
           PERFORM Find-Effective-Date.

       Consider-Journal-Entry.
      *    A pay change by either raise batch, or a termination by
      *    any program.
           MOVE hist-before TO image-view.
           MOVE iv-salary TO old-salary.
           MOVE iv-rate TO old-rate.
           MOVE iv-pay-type TO old-pay-type.
           MOVE iv-status TO old-status.
           MOVE hist-after TO image-view.
           IF (want-type = SPACES OR want-type = "RAISE") AND
                   (hist-program = "Pay_Raise_Batch" OR
                    hist-program = "Pending_Change_Batch") AND
                   (iv-salary NOT = old-salary OR
                    iv-rate NOT = old-rate)
               PERFORM Find-Effective-Date
               MOVE "RAISE" TO letter-type
               MOVE iv-id TO employee-id
               PERFORM Queue-Letter
           END-IF.
           IF (want-type = SPACES OR want-type = "LEAVER") AND
                   old-status = "A" AND iv-status = "T"
               MOVE 0 TO eff-date
               MOVE "LEAVER" TO letter-type
               MOVE iv-id TO employee-id
               PERFORM Queue-Letter
           END-IF.

       Find-Effective-Date.
      *    Same rule as Retro_Pay_Batch: the applied pending row
      *    of that day, else the latest raises.dat row for the
      *    department in force when the change was applied, else
      *    the day it was applied.
           MOVE 0 TO eff-date.
           IF hist-program = "Pending_Change_Batch"
               PERFORM VARYING pend-idx FROM 1 BY 1
                       UNTIL pend-idx > pend-entries
                   IF pt-id(pend-idx) = iv-id AND
                           pt-act-date(pend-idx) = hist-date
                       MOVE pt-eff-date(pend-idx) TO eff-date
                   END-IF
               END-PERFORM
           END-IF.
           IF hist-program = "Pay_Raise_Batch"
               PERFORM VARYING raise-idx FROM 1 BY 1
                       UNTIL raise-idx > raise-entries
                   IF rt-dept(raise-idx) = iv-dept AND
                           rt-eff-date(raise-idx) <= hist-date AND
                           rt-eff-date(raise-idx) > eff-date
                       MOVE rt-eff-date(raise-idx) TO eff-date
                   END-IF
               END-PERFORM
           END-IF.
           IF eff-date = 0
               MOVE hist-date TO eff-date
           END-IF.

       Queue-Letter.
      *    The first change of the day carries the pay before it;
      *    later entries for the same letter add nothing.
           MOVE 0 TO letter-hit.
           PERFORM VARYING letter-idx FROM 1 BY 1
                   UNTIL letter-idx > letter-entries
               IF lt-id(letter-idx) = employee-id AND
                       lt-type(letter-idx) = letter-type
                   MOVE letter-idx TO letter-hit
               END-IF
           END-PERFORM.
           IF letter-hit > 0
               EXIT PARAGRAPH
           END-IF.
           IF letter-entries = 500
               DISPLAY "[-] Letter table full - " letter-type
                   " letter for " employee-id " NOT written!"
               ADD 1 TO letters-failed
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO letter-entries.
           MOVE employee-id TO lt-id(letter-entries).
           MOVE letter-type TO lt-type(letter-entries).
           MOVE old-salary TO lt-old-salary(letter-entries).
           MOVE old-rate TO lt-old-rate(letter-entries).
           MOVE old-pay-type TO lt-old-pay-type(letter-entries).
           MOVE eff-date TO lt-eff-date(letter-entries).

       Write-Letter.
           MOVE lt-id(letter-idx) TO employee-id.
           READ personnel-file
               INVALID KEY
                   DISPLAY "[-] Employee '" lt-id(letter-idx)
                       "' is no longer on the master - "
                       FUNCTION TRIM(lt-type(letter-idx))
                       " letter NOT written."
                   ADD 1 TO letters-failed
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO template-filename.
           STRING "letter-" FUNCTION TRIM(lt-type(letter-idx))
               ".tpl" DELIMITED BY SIZE INTO template-filename.
           OPEN INPUT template-file.
           IF template-status NOT = "00"
               DISPLAY "[-] No template '"
                   FUNCTION TRIM(template-filename) "' - letter for "
                   employee-id " NOT written."
               ADD 1 TO letters-failed
               EXIT PARAGRAPH
           END-IF.

           PERFORM Find-Job-Title.
           MOVE company-code TO cl-code.
           CALL "Company_Lookup" USING cl-function, cl-code,
               cl-department, cl-name, cl-bank-code, cl-account,
               cl-result.
           EVALUATE lt-type(letter-idx)
               WHEN "VER"
                   MOVE "Employment Verification" TO pw-title
               WHEN "RAISE"
                   MOVE "Salary Change Notice" TO pw-title
               WHEN "LEAVER"
                   MOVE "Leaver Confirmation" TO pw-title
               WHEN OTHER
                   MOVE SPACES TO pw-title
                   STRING "Letter " lt-type(letter-idx)
                       DELIMITED BY SIZE INTO pw-title
           END-EVALUATE.
           MOVE SPACES TO pw-filename.
           STRING "letter-" FUNCTION TRIM(lt-type(letter-idx)) "-"
               employee-id ".rpt" DELIMITED BY SIZE INTO pw-filename.
           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.
           MOVE "N" TO template-eof.
           PERFORM UNTIL template-eof = "Y"
               READ template-file
                   AT END MOVE "Y" TO template-eof
                   NOT AT END
                       PERFORM Fill-Template-Line
                       PERFORM Print-Line
               END-READ
           END-PERFORM.
           CLOSE template-file.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           ADD 1 TO letters-written.
           DISPLAY "[+] " FUNCTION TRIM(pw-title) " for "
               employee-id " written to '"
               FUNCTION TRIM(pw-filename) "'.".

       Fill-Template-Line.
      *    Copies the template line into pw-line, replacing each
      *    @NAME@-style placeholder with its value.
           MOVE SPACES TO pw-line.
           MOVE 1 TO out-ptr.
           MOVE 1 TO char-idx.
           PERFORM UNTIL char-idx > 132 OR out-ptr > 132
               IF template-record(char-idx:1) = "@"
                   PERFORM Fill-Placeholder
               ELSE
                   STRING template-record(char-idx:1)
                       DELIMITED BY SIZE INTO pw-line
                       WITH POINTER out-ptr
                   ADD 1 TO char-idx
               END-IF
           END-PERFORM.

       Fill-Placeholder.
           MOVE 0 TO close-idx.
           PERFORM VARYING scan-idx FROM char-idx BY 1
                   UNTIL scan-idx >= 132 OR close-idx > 0 OR
                       scan-idx > char-idx + 12
               IF template-record(scan-idx + 1:1) = "@"
                   COMPUTE close-idx = scan-idx + 1
               END-IF
           END-PERFORM.
           MOVE "N" TO value-found.
           IF close-idx = char-idx + 1
      *        "@@" - a literal @.
               MOVE "@" TO field-value
               MOVE "Y" TO value-found
           END-IF.
           IF close-idx > char-idx + 1
               COMPUTE token-length = close-idx - char-idx - 1
               MOVE SPACES TO token
               MOVE template-record(char-idx + 1:token-length)
                   TO token
               PERFORM Placeholder-Value
           END-IF.
           IF value-found NOT = "Y"
               STRING "@" DELIMITED BY SIZE INTO pw-line
                   WITH POINTER out-ptr
               ADD 1 TO char-idx
               EXIT PARAGRAPH
           END-IF.
           IF field-value NOT = SPACES
               STRING FUNCTION TRIM(field-value) DELIMITED BY SIZE
                   INTO pw-line WITH POINTER out-ptr
           END-IF.
           COMPUTE char-idx = close-idx + 1.

       Placeholder-Value.
           MOVE SPACES TO field-value.
           MOVE "Y" TO value-found.
           EVALUATE token
               WHEN "DATE"
                   MOVE business-date TO date-in
                   PERFORM Format-Date
                   MOVE date-out TO field-value
               WHEN "ID"
                   MOVE employee-id TO field-value
               WHEN "NAME"
                   STRING FUNCTION TRIM(first-name) " "
                       FUNCTION TRIM(last-name)
                       DELIMITED BY SIZE INTO field-value
               WHEN "FIRSTNAME"
                   MOVE first-name TO field-value
               WHEN "LASTNAME"
                   MOVE last-name TO field-value
               WHEN "STREET"
                   MOVE street TO field-value
               WHEN "CITY"
                   MOVE city TO field-value
               WHEN "ZIP"
                   MOVE zip TO field-value
               WHEN "DEPARTMENT"
                   MOVE department TO field-value
               WHEN "JOBTITLE"
                   MOVE job-title TO field-value
               WHEN "COMPANY"
                   MOVE cl-name TO field-value
               WHEN "HIREDATE"
                   MOVE hire-date TO date-in
                   PERFORM Format-Date
                   MOVE date-out TO field-value
               WHEN "SALARY"
                   IF pay-hourly
                       MOVE hourly-rate TO p-rate
                       STRING FUNCTION TRIM(p-rate) " per hour"
                           DELIMITED BY SIZE INTO field-value
                   ELSE
                       MOVE salary TO p-salary
                       STRING FUNCTION TRIM(p-salary) " per year"
                           DELIMITED BY SIZE INTO field-value
                   END-IF
               WHEN "OLDSALARY"
                   IF lt-eff-date(letter-idx) = 0
                       CONTINUE
                   ELSE
                       IF lt-old-pay-type(letter-idx) = "H"
                           MOVE lt-old-rate(letter-idx) TO p-rate
                           STRING FUNCTION TRIM(p-rate) " per hour"
                               DELIMITED BY SIZE INTO field-value
                       ELSE
                           MOVE lt-old-salary(letter-idx)
                               TO p-salary
                           STRING FUNCTION TRIM(p-salary) " per year"
                               DELIMITED BY SIZE INTO field-value
                       END-IF
                   END-IF
               WHEN "EFFDATE"
                   EVALUATE TRUE
                       WHEN lt-eff-date(letter-idx) NOT = 0
                           MOVE lt-eff-date(letter-idx) TO date-in
                       WHEN lt-type(letter-idx) = "LEAVER"
                           MOVE termination-date TO date-in
                       WHEN OTHER
                           MOVE business-date TO date-in
                   END-EVALUATE
                   PERFORM Format-Date
                   MOVE date-out TO field-value
               WHEN "TERMDATE"
                   MOVE termination-date TO date-in
                   PERFORM Format-Date
                   MOVE date-out TO field-value
               WHEN OTHER
                   MOVE "N" TO value-found
           END-EVALUATE.

       Format-Date.
           MOVE SPACES TO date-out.
           IF date-in NOT = 0
               STRING date-in(5:2) "/" date-in(7:2) "/"
                   date-in(1:4) DELIMITED BY SIZE INTO date-out
           END-IF.

       Find-Job-Title.
           MOVE job-code TO job-title.
           PERFORM VARYING job-idx FROM 1 BY 1
                   UNTIL job-idx > job-entries
               IF jt-code(job-idx) = job-code
                   MOVE jt-title(job-idx) TO job-title
               END-IF
           END-PERFORM.

       Load-Job-Titles.
           OPEN INPUT job-file.
           IF job-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ job-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF job-entries < 50
                               ADD 1 TO job-entries
                               MOVE jr-code TO jt-code(job-entries)
                               MOVE jr-title
                                   TO jt-title(job-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE job-file.
           MOVE "N" TO eof-flag.

       Load-Pending-Changes.
      *    Applied SALARY rows only; the action date ties the row
      *    to the journal entry Pending_Change_Batch wrote.
           OPEN INPUT pending-file.
           PERFORM UNTIL eof-reached
               READ pending-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pc-field = "SALARY" AND pc-status = "A" AND
                               pend-entries < 300
                           ADD 1 TO pend-entries
                           MOVE pc-employee-id TO pt-id(pend-entries)
                           MOVE pc-eff-date
                               TO pt-eff-date(pend-entries)
                           MOVE pc-action-date
                               TO pt-act-date(pend-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE pending-file.
           MOVE "N" TO eof-flag.

       Load-Raises.
           OPEN INPUT raises-file.
           PERFORM UNTIL eof-reached
               READ raises-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF raise-entries < 50
                           ADD 1 TO raise-entries
                           MOVE raise-department
                               TO rt-dept(raise-entries)
                           MOVE raise-eff-date
                               TO rt-eff-date(raise-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE raises-file.
           MOVE "N" TO eof-flag.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Letter_Generator.
