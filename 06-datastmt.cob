       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Data_Statement INITIAL.
      ****************************
      *    Annual personal-data confirmation run: one page per
      *    active employee showing everything held about them, so
      *    the data gets corrected by its owner instead of when
      *    something bounces:
      *
      *       - the master fields (name, home address, department,
      *         job code and its title from jobcodes.dat, work
      *         location, hire date, pay),
      *       - the manager's name,
      *       - the "H" / "E" / "P" records from contacts.dat,
      *       - the bank details from bankdetails.dat, the account
      *         number masked to its last four digits,
      *       - the vacation and sick balances from leavebal.dat,
      *
      *    every item with a tick box and a correction area, and a
      *    signature block. The pages come out in ZIP presort
      *    order the way Mailing_Labels sorts the master (SORT
      *    USING/GIVING), one page per statement, to datastmt.prt.
      *
      *    Every statement printed is recorded on the
      *    return-tracking file dataconfirm.dat (INDEXED on
      *    employee-id plus year, created on first use):
      *       employee-id  PIC X(6)
      *       year         PIC 9(4)
      *       sent         PIC 9(8)   date printed
      *       returned     PIC 9(8)   zero = still outstanding
      *       corrections  PIC X      Y = corrections marked
      *    Data_Confirm_Entry books the returns and
      *    Data_Confirm_Outstanding chases the rest. A rerun
      *    reprints and moves the sent date, a return already
      *    booked is kept.
      *
      *    The statement year comes from the STATEMENT_YEAR
      *    environment variable (same override convention as
      *    BUSINESS_DATE), defaulting to the business-date year.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id IN personnel-record
               ALTERNATE RECORD KEY IS department IN personnel-record
                   WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT manager-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS employee-id IN manager-record
               ALTERNATE RECORD KEY IS department IN manager-record
                   WITH DUPLICATES
               FILE STATUS IS manager-status.
           SELECT sort-work-file ASSIGN TO "datasort.tmp".
           SELECT sorted-file ASSIGN TO "datasorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT contact-file ASSIGN TO "contacts.dat"
               FILE STATUS IS contact-status.
           SELECT job-file ASSIGN TO "jobcodes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS job-status.
           SELECT bank-file ASSIGN TO "bankdetails.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS bk-employee-id
               FILE STATUS IS bank-status.
           SELECT balance-file ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS lb-employee-id
               FILE STATUS IS balance-status.
           SELECT confirm-file ASSIGN TO "dataconfirm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS cf-key
               FILE STATUS IS confirm-status.
           SELECT statement-file ASSIGN TO "datastmt.prt"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  manager-file.
       COPY "02-personnel.cpy" REPLACING ==personnel-record==
           BY ==manager-record==.

       SD  sort-work-file.
       COPY "02-personnel.cpy" REPLACING ==personnel-record==
           BY ==sort-set==.

       FD  sorted-file.
       COPY "02-personnel.cpy" REPLACING ==personnel-record==
           BY ==sorted-set==.

       FD  contact-file.
       01  contact-record PIC X(112).

       FD  job-file.
       01  job-record.
           05  jr-code     PIC X(4).
           05  jr-title    PIC X(20).
           05  jr-grade    PIC X(2).
           05  jr-min      PIC 9(7)v9(2).
           05  jr-max      PIC 9(7)v9(2).

       FD  bank-file.
       01  bank-record.
           05  bk-employee-id PIC X(6).
           05  bk-bank-code   PIC X(6).
           05  bk-account     PIC X(10).
           05  bk-active      PIC X.

       FD  balance-file.
       01  balance-record.
           05  lb-employee-id PIC X(6).
           05  lb-name        PIC X(30).
           05  lb-balance     PIC S9(4)v9(2).
           05  lb-sick-balance PIC S9(4)v9(2).

       FD  confirm-file.
       01  confirm-record.
           05  cf-key.
               10  cf-employee-id PIC X(6).
               10  cf-year        PIC 9(4).
           05  cf-sent        PIC 9(8).
           05  cf-returned    PIC 9(8).
           05  cf-corrections PIC X.

       FD  statement-file.
       01  statement-line PIC X(80).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  manager-status  PIC XX.
       01  contact-status  PIC XX.
       01  job-status      PIC XX.
       01  bank-status     PIC XX.
       01  balance-status  PIC XX.
       01  confirm-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  year-text       PIC X(4).
       01  statement-year  PIC 9(4).
      *    contacts.dat held whole, found by employee-id.
       01  contact-table OCCURS 1000.
           05  ct-image    PIC X(112).
       01  contact-entries PIC 9(4) VALUE 0.
       01  contact-idx     PIC 9(4).
       01  contact-view.
           05  cv-rec-type   PIC X.
           05  cv-employee-id PIC X(6).
           05  cv-first-name PIC X(20).
           05  cv-last-name  PIC X(20).
           05  cv-detail     PIC X(65).
       01  home-view REDEFINES contact-view.
           05  FILLER        PIC X(47).
           05  hv-zip        PIC 9(5).
           05  hv-street     PIC X(30).
           05  hv-city       PIC X(30).
       01  email-view REDEFINES contact-view.
           05  FILLER        PIC X(47).
           05  ev-email      PIC X(20).
           05  FILLER        PIC X(45).
       01  phone-view REDEFINES contact-view.
           05  FILLER        PIC X(47).
           05  pv-phone      PIC X(15).
           05  pv-label      PIC X(6).
           05  FILLER        PIC X(44).
       01  contacts-shown  PIC 9(3).
       01  job-table OCCURS 50.
           05  jt-code     PIC X(4).
           05  jt-title    PIC X(20).
       01  job-entries     PIC 99 VALUE 0.
       01  job-idx         PIC 99.
       01  job-title       PIC X(20).
       01  manager-name    PIC X(41).
       01  masked-account  PIC X(10).
       01  p-salary        PIC $$,$$$,$$9.99.
       01  p-rate          PIC $$$9.99.
       01  p-days          PIC -(4)9.99.
       01  p-sick          PIC -(4)9.99.
       01  statement-count PIC 9(5) VALUE 0.
       01  skipped-count   PIC 9(5) VALUE 0.
       01  new-count       PIC 9(5) VALUE 0.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Data_Statement".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Personal-Data Confirmation Statements".
           DISPLAY "=========================================".
           CALL "Get_Business_Date" USING business-date.
           MOVE "STATEMENT_YEAR" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO year-text.
           IF year-text NOT = SPACES AND year-text IS NUMERIC
               MOVE year-text TO statement-year
           ELSE
               MOVE business-date(1:4) TO statement-year
           END-IF.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           PERFORM Load-Contacts.
           PERFORM Load-Job-Titles.

           SORT sort-work-file
               ON ASCENDING KEY zip IN sort-set
               ON ASCENDING KEY last-name IN sort-set
               USING personnel-file
               GIVING sorted-file.

           OPEN INPUT manager-file.
           OPEN INPUT bank-file.
           OPEN INPUT balance-file.
           OPEN I-O confirm-file.
           IF confirm-status = "35" THEN
               OPEN OUTPUT confirm-file
               CLOSE confirm-file
               OPEN I-O confirm-file
           END-IF.
           IF confirm-status NOT = "00" THEN
               DISPLAY "[-] Cannot open dataconfirm.dat, status "
                   confirm-status " - statements NOT printed."
               CLOSE manager-file bank-file balance-file
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.

           OPEN INPUT sorted-file.
           OPEN OUTPUT statement-file.
           PERFORM UNTIL eof-reached
               READ sorted-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO jl-record-count
                       IF emp-terminated IN sorted-set
                           ADD 1 TO skipped-count
                       ELSE
                           PERFORM Print-Statement
                           PERFORM Track-Statement
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE sorted-file.
           CLOSE statement-file.
           CLOSE manager-file bank-file balance-file confirm-file.

           DISPLAY "[+] Statements printed : " statement-count
               " (" new-count " new on the tracking file).".
           DISPLAY "[+] Terminated skipped : " skipped-count.
           DISPLAY "[+] Output written to 'datastmt.prt'.".
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Print-Statement.
      *    A new page for every statement after the first.
           IF statement-count > 0
               MOVE X"0C" TO statement-line
               WRITE statement-line
           END-IF.
           ADD 1 TO statement-count.

      *    Address block for the window envelope.
           MOVE SPACES TO statement-line.
           STRING FUNCTION TRIM(first-name IN sorted-set) " "
               FUNCTION TRIM(last-name IN sorted-set)
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           MOVE street IN sorted-set TO statement-line.
           PERFORM Write-Line.
           STRING FUNCTION TRIM(city IN sorted-set) " "
               FUNCTION TRIM(zip IN sorted-set)
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           PERFORM Write-Line.
           STRING "PERSONAL DATA CONFIRMATION " statement-year
               "                     Date " business-date
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           MOVE ALL "=" TO statement-line.
           PERFORM Write-Line.
           MOVE "Please check every item below. Tick the box when "
               TO statement-line.
           MOVE "it is correct," TO statement-line(51:14).
           PERFORM Write-Line.
           MOVE "or write the correction beside it, then sign and "
               TO statement-line.
           MOVE "return to HR." TO statement-line(50:13).
           PERFORM Write-Line.
           PERFORM Write-Line.

           STRING "[ ] Employee id  : " employee-id IN sorted-set
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           STRING "[ ] Name         : "
               FUNCTION TRIM(first-name IN sorted-set) " "
               FUNCTION TRIM(last-name IN sorted-set)
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           STRING "[ ] Home address : "
               FUNCTION TRIM(street IN sorted-set) ", "
               FUNCTION TRIM(city IN sorted-set) " "
               FUNCTION TRIM(zip IN sorted-set)
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           STRING "[ ] Department   : " department IN sorted-set
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           PERFORM Find-Job-Title.
           STRING "[ ] Job          : " job-code IN sorted-set " "
               job-title
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           PERFORM Find-Manager.
           STRING "[ ] Manager      : " manager-name
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           STRING "[ ] Work location: " work-location IN sorted-set
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           STRING "[ ] Hire date    : " hire-date IN sorted-set
               DELIMITED BY SIZE INTO statement-line.
           PERFORM Write-Line.
           IF pay-hourly IN sorted-set
               MOVE hourly-rate IN sorted-set TO p-rate
               STRING "[ ] Pay          : hourly, " p-rate
                   " per hour"
                   DELIMITED BY SIZE INTO statement-line
           ELSE
               MOVE salary IN sorted-set TO p-salary
               STRING "[ ] Pay          : salaried, " p-salary
                   " per year"
                   DELIMITED BY SIZE INTO statement-line
           END-IF.
           PERFORM Write-Line.

           PERFORM Write-Line.
           MOVE "Contact details" TO statement-line.
           PERFORM Write-Line.
           PERFORM Print-Contacts.

           PERFORM Write-Line.
           MOVE "Bank details" TO statement-line.
           PERFORM Write-Line.
           PERFORM Print-Bank.

           PERFORM Write-Line.
           MOVE "Leave balances" TO statement-line.
           PERFORM Write-Line.
           PERFORM Print-Balances.

           PERFORM Write-Line.
           MOVE "Corrections:" TO statement-line.
           PERFORM Write-Line.
           MOVE ALL "_" TO statement-line.
           PERFORM Write-Line.
           MOVE ALL "_" TO statement-line.
           PERFORM Write-Line.
           MOVE ALL "_" TO statement-line.
           PERFORM Write-Line.
           PERFORM Write-Line.
           MOVE "Signature ______________________________   Date "
               TO statement-line.
           MOVE "____________" TO statement-line(50:12).
           PERFORM Write-Line.

       Print-Contacts.
           MOVE 0 TO contacts-shown.
           PERFORM VARYING contact-idx FROM 1 BY 1
                   UNTIL contact-idx > contact-entries
               IF ct-image(contact-idx)(2:6) =
                       employee-id IN sorted-set
                   MOVE ct-image(contact-idx) TO contact-view
                   ADD 1 TO contacts-shown
                   EVALUATE cv-rec-type
                       WHEN "H"
                           STRING "[ ] Home         : "
                               FUNCTION TRIM(hv-street) ", "
                               FUNCTION TRIM(hv-city) " " hv-zip
                               DELIMITED BY SIZE INTO statement-line
                       WHEN "E"
                           STRING "[ ] Email        : " ev-email
                               DELIMITED BY SIZE INTO statement-line
                       WHEN "P"
                           STRING "[ ] Phone        : " pv-phone
                               " (" FUNCTION TRIM(pv-label) ")"
                               DELIMITED BY SIZE INTO statement-line
                       WHEN OTHER
                           SUBTRACT 1 FROM contacts-shown
                   END-EVALUATE
                   IF statement-line NOT = SPACES
                       PERFORM Write-Line
                   END-IF
               END-IF
           END-PERFORM.
           IF contacts-shown = 0
               MOVE "[ ] No home, email or phone record held - "
                   TO statement-line
               MOVE "please add yours." TO statement-line(44:17)
               PERFORM Write-Line
           END-IF.

       Print-Bank.
           MOVE employee-id IN sorted-set TO bk-employee-id.
           READ bank-file
               INVALID KEY
                   MOVE "[ ] None held - you are paid by check."
                       TO statement-line
               NOT INVALID KEY
      *            Only the last four digits of the account go on
      *            paper.
                   MOVE ALL "*" TO masked-account
                   MOVE bk-account(7:4) TO masked-account(7:4)
                   IF bk-active = "Y"
                       STRING "[ ] Bank " bk-bank-code
                           "  account " masked-account
                           DELIMITED BY SIZE INTO statement-line
                   ELSE
                       STRING "[ ] Bank " bk-bank-code
                           "  account " masked-account
                           " (inactive - you are paid by check)"
                           DELIMITED BY SIZE INTO statement-line
                   END-IF
           END-READ.
           PERFORM Write-Line.

       Print-Balances.
           MOVE employee-id IN sorted-set TO lb-employee-id.
           READ balance-file
               INVALID KEY
                   MOVE "[ ] No leave balance held."
                       TO statement-line
               NOT INVALID KEY
                   MOVE lb-balance TO p-days
                   MOVE lb-sick-balance TO p-sick
                   STRING "[ ] Vacation " p-days " day(s)   sick "
                       p-sick " day(s)"
                       DELIMITED BY SIZE INTO statement-line
           END-READ.
           PERFORM Write-Line.

       Find-Job-Title.
           MOVE SPACES TO job-title.
           PERFORM VARYING job-idx FROM 1 BY 1
                   UNTIL job-idx > job-entries
               IF jt-code(job-idx) = job-code IN sorted-set
                   MOVE jt-title(job-idx) TO job-title
               END-IF
           END-PERFORM.

       Find-Manager.
           MOVE SPACES TO manager-name.
           IF manager-id IN sorted-set = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE manager-id IN sorted-set
               TO employee-id IN manager-record.
           READ manager-file
               INVALID KEY
                   MOVE manager-id IN sorted-set TO manager-name
               NOT INVALID KEY
                   STRING FUNCTION TRIM(first-name IN manager-record)
                       " " FUNCTION TRIM(last-name IN manager-record)
                       DELIMITED BY SIZE INTO manager-name
           END-READ.

       Track-Statement.
           MOVE employee-id IN sorted-set TO cf-employee-id.
           MOVE statement-year TO cf-year.
           READ confirm-file
               INVALID KEY
                   MOVE business-date TO cf-sent
                   MOVE 0 TO cf-returned
                   MOVE "N" TO cf-corrections
                   WRITE confirm-record
                   ADD 1 TO new-count
               NOT INVALID KEY
                   MOVE business-date TO cf-sent
                   REWRITE confirm-record
           END-READ.

       Write-Line.
           WRITE statement-line.
           MOVE SPACES TO statement-line.

       Load-Contacts.
      *    The contacts.dat records (see Different_Types).
           OPEN INPUT contact-file.
           IF contact-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ contact-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF contact-entries < 1000
                               ADD 1 TO contact-entries
                               MOVE contact-record
                                   TO ct-image(contact-entries)
                           ELSE
                               DISPLAY "[-] Contact table full - "
                                   "some statements are missing "
                                   "contact details!"
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE contact-file.
           MOVE "N" TO eof-flag.

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

       END PROGRAM Data_Statement.
