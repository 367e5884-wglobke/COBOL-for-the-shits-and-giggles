       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Project_Costing INITIAL.
      ****************************
      *    Project labour costing batch: what a project actually
      *    cost in labour, from the timesheet hours charged to it
      *    (see Timesheet_Entry, project codes on projects.dat).
      *
      *    Every approved timesheets.dat line carrying a project
      *    code and dated inside the pay period (Pay_Period_Lookup
      *    on the business date; with no calendar the business-date
      *    month, as Payroll_Register) is priced at the employee's
      *    straight-time hourly rate - the master hourly-rate, or
      *    for salaried staff salary * 12 / 2080 (the callout
      *    convention) - and summed per employee and project onto
      *    the labour ledger projlabour.dat (see 06-projlabour.cpy).
      *    A re-run in the same period replaces that period's rows,
      *    so run it again after late approvals; Payroll_Register's
      *    commit posts the period's ledger rows to the GL. Lines
      *    still unapproved are not costed and are counted on the
      *    report.
      *
      *    The report (projcost.rpt, via Print_Writer) lists each
      *    project on projects.dat with its owning department and
      *    status, the period's hours and cost, the cumulative
      *    hours and cost over every period on the ledger up to
      *    this one, and the employees charged this period. Codes
      *    charged but not on projects.dat, and charges for ids no
      *    longer on the master (not costed), follow as
      *    exceptions.
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
           SELECT OPTIONAL timesheet-file ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS timesheet-status.
           SELECT OPTIONAL project-file ASSIGN TO "projects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS project-status.
           SELECT OPTIONAL labour-file ASSIGN TO "projlabour.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS labour-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  timesheet-file.
       01  timesheet-record.
           05  ts-employee-id PIC X(6).
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

       FD  labour-file.
       COPY "06-projlabour.cpy".

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  timesheet-status PIC XX.
       01  project-status  PIC XX.
       01  labour-status   PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  period-id       PIC X(6).
       01  period-start    PIC 9(8).
       01  period-end      PIC 9(8).
       01  next-month-date PIC 9(8).
      *    Pay-period calendar (see Pay_Period_Lookup).
       01  pp-function     PIC X(3).
       01  pp-date         PIC 9(8).
       01  pp-period       PIC X(6).
       01  pp-start        PIC 9(8).
       01  pp-end          PIC 9(8).
       01  pp-payment      PIC 9(8).
       01  pp-status       PIC X.
      *    Projects with their period and cumulative totals.
       01  project-table OCCURS 200.
           05  pjt-code        PIC X(8).
           05  pjt-description PIC X(30).
           05  pjt-dept        PIC X(20).
           05  pjt-status      PIC X.
           05  pjt-known       PIC X.
           05  pjt-hours       PIC 9(7)v9(2).
           05  pjt-cost        PIC 9(11)v9(2).
           05  pjt-cum-hours   PIC 9(7)v9(2).
           05  pjt-cum-cost    PIC 9(11)v9(2).
       01  project-entries PIC 9(3) VALUE 0.
       01  project-idx     PIC 9(3).
       01  project-hit     PIC 9(3).
       01  find-code       PIC X(8).
      *    This period's charges, per employee and project.
       01  charge-table OCCURS 1000.
           05  ch-id       PIC X(6).
           05  ch-project  PIC X(8).
           05  ch-hours    PIC 9(5)v9(2).
           05  ch-lines    PIC 9(4).
           05  ch-name     PIC X(30).
           05  ch-dept     PIC X(20).
           05  ch-rate     PIC 9(5)v9(2).
           05  ch-cost     PIC 9(9)v9(2).
           05  ch-costed   PIC X.
       01  charge-entries  PIC 9(4) VALUE 0.
       01  charge-idx      PIC 9(4).
       01  charge-hit      PIC 9(4).
      *    The ledger rows of every other period, kept for the
      *    rewrite.
       01  ledger-table OCCURS 5000.
           05  lg-record   PIC X(93).
       01  ledger-entries  PIC 9(4) VALUE 0.
       01  ledger-idx      PIC 9(4).
       01  ledger-full     PIC X VALUE "N".
       01  lines-read      PIC 9(6) VALUE 0.
       01  lines-costed    PIC 9(6) VALUE 0.
       01  unapproved-count PIC 9(6) VALUE 0.
       01  outside-count   PIC 9(6) VALUE 0.
       01  unknown-count   PIC 9(5) VALUE 0.
       01  missing-count   PIC 9(5) VALUE 0.
       01  total-hours     PIC 9(7)v9(2) VALUE 0.
       01  total-cost      PIC 9(11)v9(2) VALUE 0.
       01  total-cum-cost  PIC 9(11)v9(2) VALUE 0.
       01  p-hours         PIC Z,ZZZ,ZZ9.99.
       01  p-cost          PIC $$$,$$$,$$$,$$9.99.
       01  p-cum-hours     PIC Z,ZZZ,ZZ9.99.
       01  p-cum-cost      PIC $$$,$$$,$$$,$$9.99.
       01  p-rate          PIC ZZ,ZZ9.99.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Project_Costing".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60).
       01  pw-filename     PIC X(255) VALUE "projcost.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           CALL "Get_Business_Date" USING business-date.
           MOVE "FND" TO pp-function.
           MOVE business-date TO pp-date.
           CALL "Pay_Period_Lookup" USING pp-function, pp-date,
               pp-period, pp-start, pp-end, pp-payment,
               pp-status.
           IF pp-status = "Y"
               MOVE pp-period TO period-id
               MOVE pp-start TO period-start
               MOVE pp-end TO period-end
           ELSE
               MOVE business-date(1:6) TO period-id
               MOVE business-date TO period-start
               MOVE "01" TO period-start(7:2)
               COMPUTE next-month-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(period-start) + 31)
               MOVE "01" TO next-month-date(7:2)
               COMPUTE period-end = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(next-month-date) - 1)
           END-IF.
           DISPLAY "[+] Costing project hours for period " period-id
               " (" period-start " - " period-end ").".

           PERFORM Load-Projects.
           PERFORM Load-Charges.
           PERFORM Load-Ledger.
           IF ledger-full = "Y"
               DISPLAY "[-] projlabour.dat holds more rows than the "
                   "ledger table (5000) - NOT rewritten."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM Price-Charges.
           PERFORM Write-Ledger.
           PERFORM Print-Report.

           MOVE lines-costed TO jl-record-count.
           MOVE total-cost TO p-cost.
           DISPLAY "[+] " lines-costed " line(s) costed, "
               FUNCTION TRIM(p-cost) " for period " period-id
               " - see 'projcost.rpt'.".
           IF unapproved-count > 0
               DISPLAY "[-] " unapproved-count " project line(s) "
                   "still unapproved - not costed."
           END-IF.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Load-Projects.
           OPEN INPUT project-file.
           IF project-status NOT = "00" THEN
               DISPLAY "[-] No projects.dat - every code charged "
                   "will show as unknown."
               CLOSE project-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ project-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pj-code NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(pj-code)
                               TO find-code
                           PERFORM Find-Project
                           IF project-hit > 0
                               MOVE pj-description TO
                                   pjt-description(project-hit)
                               MOVE pj-dept TO pjt-dept(project-hit)
                               MOVE pj-status
                                   TO pjt-status(project-hit)
                               MOVE "Y" TO pjt-known(project-hit)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE project-file.
           MOVE "N" TO eof-flag.

       Find-Project.
      *    The row for find-code, added (as unknown) when new.
           MOVE 0 TO project-hit.
           PERFORM VARYING project-idx FROM 1 BY 1
                   UNTIL project-idx > project-entries
               IF pjt-code(project-idx) = find-code
                   MOVE project-idx TO project-hit
               END-IF
           END-PERFORM.
           IF project-hit > 0
               EXIT PARAGRAPH
           END-IF.
           IF project-entries = 200
               DISPLAY "[-] Project table full - '"
                   FUNCTION TRIM(find-code) "' not reported!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO project-entries.
           MOVE project-entries TO project-hit.
           MOVE find-code TO pjt-code(project-hit).
           MOVE "(not on projects.dat)" TO pjt-description(project-hit).
           MOVE SPACES TO pjt-dept(project-hit).
           MOVE SPACES TO pjt-status(project-hit).
           MOVE "N" TO pjt-known(project-hit).
           MOVE 0 TO pjt-hours(project-hit).
           MOVE 0 TO pjt-cost(project-hit).
           MOVE 0 TO pjt-cum-hours(project-hit).
           MOVE 0 TO pjt-cum-cost(project-hit).

       Load-Charges.
           OPEN INPUT timesheet-file.
           IF timesheet-status NOT = "00" THEN
               CLOSE timesheet-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ timesheet-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO lines-read
                       IF ts-project NOT = SPACES
                           PERFORM Keep-Charge
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE timesheet-file.
           MOVE "N" TO eof-flag.

       Keep-Charge.
           IF ts-date < period-start OR ts-date > period-end
               ADD 1 TO outside-count
               EXIT PARAGRAPH
           END-IF.
           IF ts-approved NOT = "Y"
               ADD 1 TO unapproved-count
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(ts-project) TO find-code.
           MOVE 0 TO charge-hit.
           PERFORM VARYING charge-idx FROM 1 BY 1
                   UNTIL charge-idx > charge-entries
               IF ch-id(charge-idx) = ts-employee-id AND
                       ch-project(charge-idx) = find-code
                   MOVE charge-idx TO charge-hit
               END-IF
           END-PERFORM.
           IF charge-hit = 0
               IF charge-entries = 1000
                   DISPLAY "[-] Charge table full - line for "
                       ts-employee-id " on " ts-date " NOT costed!"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO charge-entries
               MOVE charge-entries TO charge-hit
               MOVE ts-employee-id TO ch-id(charge-hit)
               MOVE find-code TO ch-project(charge-hit)
               MOVE 0 TO ch-hours(charge-hit)
               MOVE 0 TO ch-lines(charge-hit)
               MOVE 0 TO ch-cost(charge-hit)
               MOVE "N" TO ch-costed(charge-hit)
           END-IF.
           ADD ts-hours TO ch-hours(charge-hit).
           ADD 1 TO ch-lines(charge-hit).

       Load-Ledger.
      *    Other periods' rows are kept for the rewrite; every row
      *    up to this period counts toward the cumulative cost.
           OPEN INPUT labour-file.
           IF labour-status NOT = "00" THEN
               CLOSE labour-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ labour-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pl-period NOT = period-id
                           IF ledger-entries = 5000
                               MOVE "Y" TO ledger-full
                           ELSE
                               ADD 1 TO ledger-entries
                               MOVE labour-record
                                   TO lg-record(ledger-entries)
                           END-IF
                           IF pl-period < period-id
                               MOVE pl-project TO find-code
                               PERFORM Find-Project
                               IF project-hit > 0
                                   ADD pl-hours
                                       TO pjt-cum-hours(project-hit)
                                   ADD pl-cost
                                       TO pjt-cum-cost(project-hit)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE labour-file.
           MOVE "N" TO eof-flag.

       Price-Charges.
           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status " - nothing costed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING charge-idx FROM 1 BY 1
                   UNTIL charge-idx > charge-entries
               PERFORM Price-One-Charge
           END-PERFORM.
           CLOSE personnel-file.

       Price-One-Charge.
           MOVE ch-id(charge-idx) TO employee-id.
           READ personnel-file
               INVALID KEY
                   ADD 1 TO missing-count
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO ch-name(charge-idx).
           STRING FUNCTION TRIM(first-name) " "
               FUNCTION TRIM(last-name)
               DELIMITED BY SIZE INTO ch-name(charge-idx).
           MOVE department TO ch-dept(charge-idx).
           IF pay-hourly
               MOVE hourly-rate TO ch-rate(charge-idx)
           ELSE
               COMPUTE ch-rate(charge-idx) ROUNDED =
                   salary * 12 / 2080
           END-IF.
           COMPUTE ch-cost(charge-idx) ROUNDED =
               ch-hours(charge-idx) * ch-rate(charge-idx).
           MOVE "Y" TO ch-costed(charge-idx).
           ADD ch-lines(charge-idx) TO lines-costed.
           MOVE ch-project(charge-idx) TO find-code.
           PERFORM Find-Project.
           IF project-hit > 0
               ADD ch-hours(charge-idx) TO pjt-hours(project-hit)
               ADD ch-cost(charge-idx) TO pjt-cost(project-hit)
               ADD ch-hours(charge-idx) TO pjt-cum-hours(project-hit)
               ADD ch-cost(charge-idx) TO pjt-cum-cost(project-hit)
           END-IF.
           ADD ch-hours(charge-idx) TO total-hours.
           ADD ch-cost(charge-idx) TO total-cost.

       Write-Ledger.
           OPEN OUTPUT labour-file.
           PERFORM VARYING ledger-idx FROM 1 BY 1
                   UNTIL ledger-idx > ledger-entries
               MOVE lg-record(ledger-idx) TO labour-record
               WRITE labour-record
           END-PERFORM.
           PERFORM VARYING charge-idx FROM 1 BY 1
                   UNTIL charge-idx > charge-entries
               IF ch-costed(charge-idx) = "Y"
                   MOVE ch-project(charge-idx) TO find-code
                   PERFORM Find-Project
                   MOVE period-id TO pl-period
                   MOVE ch-project(charge-idx) TO pl-project
                   MOVE SPACES TO pl-owner-dept
                   IF project-hit > 0
                       MOVE pjt-dept(project-hit) TO pl-owner-dept
                   END-IF
                   MOVE ch-id(charge-idx) TO pl-employee-id
                   MOVE ch-dept(charge-idx) TO pl-dept
                   MOVE ch-hours(charge-idx) TO pl-hours
                   MOVE ch-rate(charge-idx) TO pl-rate
                   MOVE ch-cost(charge-idx) TO pl-cost
                   MOVE business-date TO pl-costed-date
                   WRITE labour-record
               END-IF
           END-PERFORM.
           CLOSE labour-file.

       Print-Report.
           MOVE SPACES TO pw-title.
           STRING "Project Labour Cost - Period " period-id
               DELIMITED BY SIZE INTO pw-title.
           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Project  Description                    "
               "Owner                St      Period hrs"
               "        Period cost    To-date hrs       To-date cost"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE ALL "-" TO pw-line(1:129).
           PERFORM Print-Line.

           PERFORM VARYING project-idx FROM 1 BY 1
                   UNTIL project-idx > project-entries
               ADD pjt-cum-cost(project-idx) TO total-cum-cost
               IF pjt-known(project-idx) NOT = "Y"
                   ADD 1 TO unknown-count
               END-IF
           END-PERFORM.
           PERFORM VARYING project-idx FROM 1 BY 1
                   UNTIL project-idx > project-entries
               IF pjt-known(project-idx) = "Y"
                   PERFORM Print-Project
               END-IF
           END-PERFORM.

           MOVE ALL "-" TO pw-line(1:129).
           PERFORM Print-Line.
           MOVE total-hours TO p-hours.
           MOVE total-cost TO p-cost.
           MOVE total-cum-cost TO p-cum-cost.
           STRING "Total, every code, period " period-id
               "                                  "
               p-hours " " p-cost "                "
               p-cum-cost
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

      *    Exceptions.
           IF unknown-count > 0
               PERFORM Print-Line
               MOVE "Codes charged but not on projects.dat:"
                   TO pw-line
               PERFORM Print-Line
               PERFORM VARYING project-idx FROM 1 BY 1
                       UNTIL project-idx > project-entries
                   IF pjt-known(project-idx) NOT = "Y"
                       PERFORM Print-Project
                   END-IF
               END-PERFORM
           END-IF.
           IF missing-count > 0
               PERFORM Print-Line
               MOVE "Charges for ids not on the master (NOT costed):"
                   TO pw-line
               PERFORM Print-Line
               PERFORM VARYING charge-idx FROM 1 BY 1
                       UNTIL charge-idx > charge-entries
                   IF ch-costed(charge-idx) NOT = "Y"
                       MOVE ch-hours(charge-idx) TO p-hours
                       STRING "   " ch-id(charge-idx) "  "
                           ch-project(charge-idx) "  " p-hours
                           " hour(s)"
                           DELIMITED BY SIZE INTO pw-line
                       PERFORM Print-Line
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM Print-Line.
           STRING "Timesheet lines read: " lines-read
               "   costed: " lines-costed
               "   unapproved: " unapproved-count
               "   outside the period: " outside-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

       Print-Project.
           MOVE pjt-hours(project-idx) TO p-hours.
           MOVE pjt-cost(project-idx) TO p-cost.
           MOVE pjt-cum-hours(project-idx) TO p-cum-hours.
           MOVE pjt-cum-cost(project-idx) TO p-cum-cost.
           STRING pjt-code(project-idx) " "
               pjt-description(project-idx) " "
               pjt-dept(project-idx) " "
               pjt-status(project-idx) " "
               p-hours " " p-cost " " p-cum-hours " " p-cum-cost
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING charge-idx FROM 1 BY 1
                   UNTIL charge-idx > charge-entries
               IF ch-project(charge-idx) = pjt-code(project-idx) AND
                       ch-costed(charge-idx) = "Y"
                   MOVE ch-hours(charge-idx) TO p-hours
                   MOVE ch-rate(charge-idx) TO p-rate
                   MOVE ch-cost(charge-idx) TO p-cost
                   STRING "         " ch-id(charge-idx) " "
                       ch-name(charge-idx)(1:22) " "
                       ch-dept(charge-idx) "    " p-hours " "
                       p-cost "  at " p-rate "/hour"
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-PERFORM.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Project_Costing.
