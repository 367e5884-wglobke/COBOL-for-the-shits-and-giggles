      *
      *       1. manager-ids pointing at no master record,
      *       2. leavebal.dat rows for ids not on the master,
      *       3. contacts.dat records whose employee-id is blank
      *          or not on the master (contacts are keyed by
      *          employee-id, the Different_Types convention),
      *       4. timesheets.dat lines for unknown ids, for
      *          salaried staff without a project code (see
      *          Timesheet_Entry), or charged to a project code not
      *          on projects.dat,
      *       5. bankfile.dat details for terminated or unknown
      *          employees,
      *       6. bankdetails.dat and loans.dat rows for ids not
           SELECT timesheet-file ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS timesheet-status.
           SELECT OPTIONAL project-file ASSIGN TO "projects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS project-status.
           SELECT bank-file ASSIGN TO "bankfile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS bank-status.
           05  lb-sick-balance PIC S9(4)v9(2).

       FD  contact-file.
       01  contact-record PIC X(112).
       01  contact-view REDEFINES contact-record.
           05  cv-rec-type   PIC X.
           05  cv-employee-id PIC X(6).
           05  cv-first-name PIC X(20).
           05  cv-last-name  PIC X(20).
           05  FILLER        PIC X(65).
           05  ts-date        PIC 9(8).
           05  ts-hours       PIC 9(2)v9(2).
           05  ts-approved    PIC X.
           05  ts-start       PIC X(4).
           05  ts-end         PIC X(4).
           05  ts-keyed-by    PIC X(20).
           05  ts-approved-by PIC X(20).
           05  ts-project     PIC X(8).

       FD  project-file.
       COPY "06-project.cpy".

       FD  bank-file.
       01  bank-record.
       01  bank-status     PIC XX.
       01  bankdetails-status PIC XX.
       01  loan-status     PIC XX.
       01  project-status  PIC XX.
      *    Project codes on projects.dat.
       01  project-table OCCURS 200.
           05  pjt-code    PIC X(8).
       01  project-entries PIC 9(3) VALUE 0.
       01  project-idx     PIC 9(3).
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
      *    The master held in memory, the reference everything
      *    else must point into.
       01  emp-table OCCURS 500.
           05  et-id       PIC X(6).
           05  et-status   PIC X.
           05  et-pay-type PIC X.
           05  et-manager  PIC X(6).
       01  jl-job-name     PIC X(20) VALUE "Integrity_Check".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Cross-File Referential Integrity".
      ****************************
       PROCEDURE DIVISION.

           MOVE "ORPHAN_TOLERANCE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO tolerance-text.
           IF tolerance-text NOT = SPACES AND
                   tolerance-text IS NUMERIC
               MOVE tolerance-text TO orphan-tolerance
                           ADD 1 TO emp-entries
                           MOVE employee-id
                               TO et-id(emp-entries)
                           MOVE employment-status
                               TO et-status(emp-entries)
                           MOVE pay-type
                       MOVE "N" TO found-flag
                       PERFORM VARYING scan-idx FROM 1 BY 1
                               UNTIL scan-idx > emp-entries
                           IF et-id(scan-idx) = cv-employee-id
                               MOVE "Y" TO found-flag
                           END-IF
                       END-PERFORM
                       IF found-flag NOT = "Y"
                           ADD 1 TO orphan-count
                           MOVE SPACES TO pw-line
                           STRING "   " cv-rec-type " record for '"
                               cv-employee-id "' "
                               FUNCTION TRIM(cv-first-name) " "
                               FUNCTION TRIM(cv-last-name)
                               " - id not on the master"
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                       END-IF
       Check-Timesheets.
           MOVE "-- timesheets.dat --" TO pw-line.
           PERFORM Print-Line.
           OPEN INPUT project-file.
           IF project-status = "00"
               PERFORM UNTIL eof-reached
                   READ project-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF pj-code NOT = SPACES AND
                                   project-entries < 200
                               ADD 1 TO project-entries
                               MOVE FUNCTION UPPER-CASE(pj-code)
                                   TO pjt-code(project-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE project-file.
           MOVE "N" TO eof-flag.
           OPEN INPUT timesheet-file.
           IF timesheet-status NOT = "00"
               CLOSE timesheet-file
               PERFORM Print-Line
               EXIT PARAGRAPH
           END-IF.
           IF et-pay-type(emp-idx) NOT = "H" AND
                   ts-project = SPACES
               ADD 1 TO orphan-count
               MOVE SPACES TO pw-line
               STRING "   line for '" ts-employee-id
                   "' on " ts-date
                   " - salaried staff key project time only"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           IF ts-project = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO found-flag.
           PERFORM VARYING project-idx FROM 1 BY 1
                   UNTIL project-idx > project-entries
               IF pjt-code(project-idx) =
                       FUNCTION UPPER-CASE(ts-project)
                   MOVE "Y" TO found-flag
               END-IF
           END-PERFORM.
           IF found-flag NOT = "Y"
               ADD 1 TO orphan-count
               MOVE SPACES TO pw-line
               STRING "   line for '" ts-employee-id
                   "' on " ts-date " - project '"
                   FUNCTION TRIM(ts-project)
                   "' not on projects.dat"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
