       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Cert_Expiry_Report INITIAL.
      ****************************
      *    Monthly certification report, one section per manager
      *    (manager-id on the master) so each can book the renewal
      *    courses for their own people:
      *       EXPIRED  - expiry already passed,
      *       EXPIRING - expiry within CERT_WARN_DAYS of the
      *                  business date (default 60, the
      *                  BUSINESS_DATE override convention),
      *       MISSING  - a certification certtypes.dat requires for
      *                  the employee's job code that is not on
      *                  certifications.dat at all.
      *    See Cert_Maint for both layouts. Terminated employees
      *    are left out; a certification that never expires
      *    (expiry zero) is never listed. The listing goes through
      *    Print_Writer to certexpiry.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT cert-file ASSIGN TO "certifications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ce-key
               FILE STATUS IS cert-status.
           SELECT certtype-file ASSIGN TO "certtypes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certtype-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  cert-file.
       01  cert-record.
           05  ce-key.
               10  ce-employee-id PIC X(6).
               10  ce-code        PIC X(8).
           05  ce-issued      PIC 9(8).
           05  ce-expiry      PIC 9(8).

       FD  certtype-file.
       01  certtype-record.
           05  cr-job-code    PIC X(4).
           05  cr-code        PIC X(8).
           05  cr-description PIC X(30).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  cert-status     PIC XX.
       01  certtype-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  warn-date       PIC 9(8).
       01  warn-text       PIC X(4).
       01  warn-days       PIC 9(4) VALUE 60.
      *    Certification types required per job code.
       01  type-table OCCURS 100.
           05  tt-job-code PIC X(4).
           05  tt-code     PIC X(8).
       01  type-entries    PIC 9(3) VALUE 0.
       01  type-idx        PIC 9(3).
      *    Active employees.
       01  emp-table OCCURS 500.
           05  emt-id      PIC X(6).
           05  emt-name    PIC X(30).
           05  emt-manager PIC X(6).
           05  emt-job     PIC X(4).
       01  emp-entries     PIC 9(3) VALUE 0.
       01  emp-idx         PIC 9(3).
       01  emp-hit         PIC 9(3).
      *    Certifications held by active employees.
       01  held-table OCCURS 2000.
           05  ht-id       PIC X(6).
           05  ht-code     PIC X(8).
           05  ht-expiry   PIC 9(8).
       01  held-entries    PIC 9(4) VALUE 0.
       01  held-idx        PIC 9(4).
       01  held-hit        PIC 9(4).
      *    Lines to report.
       01  item-table OCCURS 1000.
           05  it-manager  PIC X(6).
           05  it-emp      PIC 9(3).
           05  it-code     PIC X(8).
           05  it-status   PIC X(8).
           05  it-expiry   PIC 9(8).
       01  item-entries    PIC 9(4) VALUE 0.
       01  item-idx        PIC 9(4).
       01  item-dropped    PIC 9(5) VALUE 0.
       01  manager-table OCCURS 200.
           05  mg-id       PIC X(6).
       01  manager-entries PIC 9(3) VALUE 0.
       01  manager-idx     PIC 9(3).
       01  manager-hit     PIC 9(3).
       01  manager-name    PIC X(30).
       01  new-status      PIC X(8).
       01  new-code        PIC X(8).
       01  new-expiry      PIC 9(8).
       01  expired-count   PIC 9(5) VALUE 0.
       01  expiring-count  PIC 9(5) VALUE 0.
       01  missing-count   PIC 9(5) VALUE 0.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Cert_Expiry_Report".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Certification Expiry Report".
       01  pw-filename     PIC X(255) VALUE "certexpiry.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           MOVE "CERT_WARN_DAYS" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO warn-text.
           IF warn-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(warn-text) = 0
               MOVE FUNCTION NUMVAL(warn-text) TO warn-days
           END-IF.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           CALL "Get_Business_Date" USING business-date.
           COMPUTE warn-date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(business-date) + warn-days).

           OPEN INPUT certtype-file.
           IF certtype-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ certtype-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF cr-job-code NOT = SPACES AND
                                   type-entries < 100
                               ADD 1 TO type-entries
                               MOVE cr-job-code
                                   TO tt-job-code(type-entries)
                               MOVE cr-code TO tt-code(type-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE certtype-file.
           MOVE "N" TO eof-flag.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ personnel-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF NOT emp-terminated AND emp-entries < 500
                           ADD 1 TO emp-entries
                           MOVE employee-id TO emt-id(emp-entries)
                           MOVE SPACES TO emt-name(emp-entries)
                           STRING FUNCTION TRIM(first-name) " "
                               FUNCTION TRIM(last-name)
                               DELIMITED BY SIZE
                               INTO emt-name(emp-entries)
                           MOVE manager-id
                               TO emt-manager(emp-entries)
                           MOVE job-code TO emt-job(emp-entries)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.

      *    No certifications.dat yet: every requirement is MISSING.
           OPEN INPUT cert-file.
           IF cert-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ cert-file NEXT RECORD
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           PERFORM Check-Held-Cert
                   END-READ
               END-PERFORM
               CLOSE cert-file
           END-IF.
           MOVE "N" TO eof-flag.

           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-entries
               PERFORM Check-Required-Certs
           END-PERFORM.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "As of " business-date ", warning window "
               warn-days " days (to " warn-date ")"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.
           PERFORM VARYING manager-idx FROM 1 BY 1
                   UNTIL manager-idx > manager-entries
               PERFORM Print-Manager
           END-PERFORM.
           CLOSE personnel-file.

           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           STRING "Expired  : " expired-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "Expiring : " expiring-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "Missing  : " missing-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF item-dropped > 0
               STRING "[-] " item-dropped " line(s) not listed - "
                   "table full!"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Report written to 'certexpiry.rpt'.".
           MOVE emp-entries TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Check-Held-Cert.
           MOVE 0 TO emp-hit.
           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-entries
               IF emt-id(emp-idx) = ce-employee-id
                   MOVE emp-idx TO emp-hit
               END-IF
           END-PERFORM.
           IF emp-hit = 0
               EXIT PARAGRAPH
           END-IF.
           IF held-entries < 2000
               ADD 1 TO held-entries
               MOVE ce-employee-id TO ht-id(held-entries)
               MOVE ce-code TO ht-code(held-entries)
               MOVE ce-expiry TO ht-expiry(held-entries)
           END-IF.
           IF ce-expiry = 0 OR ce-expiry > warn-date
               EXIT PARAGRAPH
           END-IF.
           IF ce-expiry < business-date
               MOVE "EXPIRED" TO new-status
               ADD 1 TO expired-count
           ELSE
               MOVE "EXPIRING" TO new-status
               ADD 1 TO expiring-count
           END-IF.
           MOVE ce-code TO new-code.
           MOVE ce-expiry TO new-expiry.
           PERFORM Add-Item.

       Check-Required-Certs.
           PERFORM VARYING type-idx FROM 1 BY 1
                   UNTIL type-idx > type-entries
               IF tt-job-code(type-idx) = emt-job(emp-idx)
                   MOVE 0 TO held-hit
                   PERFORM VARYING held-idx FROM 1 BY 1
                           UNTIL held-idx > held-entries
                       IF ht-id(held-idx) = emt-id(emp-idx) AND
                               ht-code(held-idx) = tt-code(type-idx)
                           MOVE held-idx TO held-hit
                       END-IF
                   END-PERFORM
                   IF held-hit = 0
                       MOVE emp-idx TO emp-hit
                       MOVE "MISSING" TO new-status
                       MOVE tt-code(type-idx) TO new-code
                       MOVE 0 TO new-expiry
                       ADD 1 TO missing-count
                       PERFORM Add-Item
                   END-IF
               END-IF
           END-PERFORM.

       Add-Item.
           IF item-entries NOT < 1000
               ADD 1 TO item-dropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO item-entries.
           MOVE emt-manager(emp-hit) TO it-manager(item-entries).
           MOVE emp-hit TO it-emp(item-entries).
           MOVE new-code TO it-code(item-entries).
           MOVE new-status TO it-status(item-entries).
           MOVE new-expiry TO it-expiry(item-entries).
           MOVE 0 TO manager-hit.
           PERFORM VARYING manager-idx FROM 1 BY 1
                   UNTIL manager-idx > manager-entries
               IF mg-id(manager-idx) = emt-manager(emp-hit)
                   MOVE manager-idx TO manager-hit
               END-IF
           END-PERFORM.
           IF manager-hit = 0 AND manager-entries < 200
               ADD 1 TO manager-entries
               MOVE emt-manager(emp-hit) TO mg-id(manager-entries)
           END-IF.

       Print-Manager.
           IF mg-id(manager-idx) = SPACES
               MOVE "(no manager on the master)" TO manager-name
           ELSE
               MOVE mg-id(manager-idx) TO employee-id
               MOVE SPACES TO manager-name
               READ personnel-file
                   INVALID KEY
                       MOVE "(not on master)" TO manager-name
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(first-name) " "
                           FUNCTION TRIM(last-name)
                           DELIMITED BY SIZE INTO manager-name
               END-READ
           END-IF.
           STRING "Manager " mg-id(manager-idx) " " manager-name
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING item-idx FROM 1 BY 1
                   UNTIL item-idx > item-entries
               IF it-manager(item-idx) = mg-id(manager-idx)
                   MOVE it-emp(item-idx) TO emp-idx
                   IF it-status(item-idx) = "MISSING"
                       STRING "   " emt-id(emp-idx) " "
                           emt-name(emp-idx) " " it-code(item-idx)
                           " " it-status(item-idx)
                           DELIMITED BY SIZE INTO pw-line
                   ELSE
                       STRING "   " emt-id(emp-idx) " "
                           emt-name(emp-idx) " " it-code(item-idx)
                           " " it-status(item-idx) " "
                           it-expiry(item-idx)
                           DELIMITED BY SIZE INTO pw-line
                   END-IF
                   PERFORM Print-Line
               END-IF
           END-PERFORM.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Cert_Expiry_Report.
