       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Call_Tree_Report INITIAL.
      ****************************
      *    Emergency notification call tree for a site closure or a
      *    storm, generated from the manager-id chain on the master
      *    (the lines Reporting_Line_Report walks) instead of the
      *    hand-drawn chart: each manager phones their direct
      *    reports, each of those phones theirs, and so on down.
      *    Every active employee is printed indented under the
      *    person who calls them, with the "P" phone record from
      *    contacts.dat (see Different_Types; a MOBILE number is
      *    preferred when there are several).
      *
      *    A manager with more direct reports than CALLTREE_MAX_SPAN
      *    (default 8, see Run_Parameter) calls the first span of
      *    them; each further span is handed to a deputy - the
      *    manager's own first reports in turn, among those with a
      *    phone - who calls it after their own people.
      *
      *    The tree is not usable until its gaps are fixed, so they
      *    are listed at the end:
      *       NO PHONE   - active, no "P" record on contacts.dat
      *                    (nobody below them is reached either),
      *       BROKEN     - manager-id not on the master, or the
      *                    manager has left; printed as the top of
      *                    their own branch until it is fixed,
      *       CYCLE      - the manager chain loops, never reached,
      *       NO DEPUTY  - over the span with no report who has a
      *                    phone to take the rest.
      *    Run it in the nightly window like Location_Muster. The
      *    listing goes through Print_Writer to calltree.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT contact-file ASSIGN TO "contacts.dat"
               FILE STATUS IS contact-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  contact-file.
       01  contact-record PIC X(112).
       01  phone-view REDEFINES contact-record.
           05  cv-rec-type   PIC X.
           05  cv-employee-id PIC X(6).
           05  cv-first-name PIC X(20).
           05  cv-last-name  PIC X(20).
           05  cv-phone      PIC X(15).
           05  cv-phone-label PIC X(6).
           05  FILLER        PIC X(44).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  contact-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
      *    Phones from contacts.dat, keyed by employee-id.
       01  phone-table OCCURS 300.
           05  pt-id       PIC X(6).
           05  pt-phone    PIC X(15).
           05  pt-label    PIC X(6).
       01  phone-entries   PIC 9(3) VALUE 0.
       01  phone-idx       PIC 9(3).
      *    Active staff, with who calls whom.
       01  emp-table OCCURS 500.
           05  et-id       PIC X(6).
           05  et-name     PIC X(30).
           05  et-manager  PIC X(6).
           05  et-phone    PIC X(15).
           05  et-label    PIC X(6).
           05  et-mgr-idx  PIC 9(3).
           05  et-caller   PIC 9(3).
           05  et-broken   PIC X.
           05  et-deputy-for PIC X(6).
           05  et-over-span PIC X.
           05  et-visited  PIC X.
       01  emp-count       PIC 9(3) VALUE 0.
       01  dropped-count   PIC 9(5) VALUE 0.
       01  emp-idx         PIC 9(3).
       01  scan-idx        PIC 9(3).
      *    One manager's direct reports, and the deputies among
      *    them.
       01  report-list OCCURS 500.
           05  rl-idx      PIC 9(3).
       01  report-count    PIC 9(3).
       01  report-idx      PIC 9(3).
       01  deputy-list OCCURS 500.
           05  dl-idx      PIC 9(3).
       01  deputy-count    PIC 9(3).
       01  span-number     PIC 9(3).
       01  max-span        PIC 9(3) VALUE 8.
       01  span-text       PIC X(40).
      *    Depth-first walk of the tree.
       01  walk-stack OCCURS 500.
           05  ws-idx      PIC 9(3).
           05  ws-level    PIC 9(3).
       01  stack-top       PIC 9(3) VALUE 0.
       01  walk-idx        PIC 9(3).
       01  walk-level      PIC 9(3).
       01  indent          PIC 9(3).
       01  root-kind       PIC X.
       01  reached-count   PIC 9(5) VALUE 0.
       01  no-phone-count  PIC 9(5) VALUE 0.
       01  broken-count    PIC 9(5) VALUE 0.
       01  cycle-count     PIC 9(5) VALUE 0.
       01  no-deputy-count PIC 9(5) VALUE 0.
       01  deputy-total    PIC 9(5) VALUE 0.
       01  gap-total       PIC 9(5) VALUE 0.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Call_Tree_Report".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Emergency Notification Call Tree".
       01  pw-filename     PIC X(255) VALUE "calltree.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           MOVE "CALLTREE_MAX_SPAN" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO span-text.
           IF span-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(span-text) = 0
               MOVE FUNCTION NUMVAL(span-text) TO max-span
           END-IF.
           IF max-span < 2
               MOVE 2 TO max-span
           END-IF.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           PERFORM Load-Phones.
           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF NOT emp-terminated
                           PERFORM Load-One-Employee
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-count
               PERFORM Find-Manager
           END-PERFORM.
           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-count
               PERFORM Assign-Callers
           END-PERFORM.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           IF dropped-count > 0
               DISPLAY "[-] Employee table full - " dropped-count
                   " employee(s) missing from the call tree!"
               STRING "** TABLE FULL: " dropped-count
                   " employee(s) missing - the tree is "
                   "INCOMPLETE **"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           STRING "Span of control per caller: " max-span
               " (CALLTREE_MAX_SPAN)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

      *    The tree, from the tops of the reporting lines, then the
      *    branches whose chain is broken.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE "-- Call tree (top of each reporting line) --"
               TO pw-line.
           PERFORM Print-Line.
           MOVE "T" TO root-kind.
           PERFORM Walk-Roots.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE "-- Broken chains (manager not on file or left) - "
               TO pw-line.
           MOVE "HR calls the top of each branch until fixed --"
               TO pw-line(50:).
           PERFORM Print-Line.
           MOVE "B" TO root-kind.
           PERFORM Walk-Roots.

      *    The gaps to fix before the tree can be relied on.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE "-- Gaps to fix --" TO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING emp-idx FROM 1 BY 1
                   UNTIL emp-idx > emp-count
               PERFORM List-Gaps
           END-PERFORM.
           IF gap-total = 0
               MOVE "   (none - the tree is complete)" TO pw-line
               PERFORM Print-Line
           END-IF.

           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           STRING "Active employees: " emp-count
               "  reached: " reached-count
               "  deputies: " deputy-total
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "Gaps - no phone: " no-phone-count
               "  broken chain: " broken-count
               "  cycle: " cycle-count
               "  no deputy: " no-deputy-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           MOVE emp-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           DISPLAY "[+] Call tree written to 'calltree.rpt' ("
               emp-count " employee(s), " gap-total " gap(s)).".
           GOBACK.

       Load-One-Employee.
           IF emp-count = 500
               ADD 1 TO dropped-count
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO emp-count.
           MOVE employee-id TO et-id(emp-count).
           MOVE SPACES TO et-name(emp-count).
           STRING FUNCTION TRIM(first-name) " "
               FUNCTION TRIM(last-name)
               DELIMITED BY SIZE INTO et-name(emp-count).
           MOVE manager-id TO et-manager(emp-count).
           MOVE SPACES TO et-phone(emp-count).
           MOVE SPACES TO et-label(emp-count).
           PERFORM VARYING phone-idx FROM 1 BY 1
                   UNTIL phone-idx > phone-entries
               IF pt-id(phone-idx) = employee-id
                   IF et-phone(emp-count) = SPACES OR
                           pt-label(phone-idx) = "MOBILE"
                       MOVE pt-phone(phone-idx)
                           TO et-phone(emp-count)
                       MOVE pt-label(phone-idx)
                           TO et-label(emp-count)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO et-mgr-idx(emp-count).
           MOVE 0 TO et-caller(emp-count).
           MOVE "N" TO et-broken(emp-count).
           MOVE SPACES TO et-deputy-for(emp-count).
           MOVE "N" TO et-over-span(emp-count).
           MOVE "N" TO et-visited(emp-count).

       Find-Manager.
      *    A manager who is not among the active staff (not on the
      *    master, or left) breaks the chain.
           IF et-manager(emp-idx) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > emp-count
               IF et-id(scan-idx) = et-manager(emp-idx)
                   MOVE scan-idx TO et-mgr-idx(emp-idx)
               END-IF
           END-PERFORM.
           IF et-mgr-idx(emp-idx) = 0
               MOVE "Y" TO et-broken(emp-idx)
           END-IF.

       Assign-Callers.
      *    Manager emp-idx calls the first span of their reports;
      *    span n + 1 goes to the n-th deputy, the reports in order
      *    that have a phone.
           MOVE 0 TO report-count.
           MOVE 0 TO deputy-count.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > emp-count
               IF et-mgr-idx(scan-idx) = emp-idx
                   ADD 1 TO report-count
                   MOVE scan-idx TO rl-idx(report-count)
                   IF et-phone(scan-idx) NOT = SPACES
                       ADD 1 TO deputy-count
                       MOVE scan-idx TO dl-idx(deputy-count)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING report-idx FROM 1 BY 1
                   UNTIL report-idx > report-count
               MOVE rl-idx(report-idx) TO scan-idx
               COMPUTE span-number = (report-idx - 1) / max-span
               EVALUATE TRUE
                   WHEN span-number = 0
                       MOVE emp-idx TO et-caller(scan-idx)
                   WHEN span-number NOT > deputy-count AND
                           dl-idx(span-number) NOT = scan-idx
                       MOVE dl-idx(span-number) TO et-caller(scan-idx)
                       IF et-deputy-for(dl-idx(span-number)) = SPACES
                           MOVE et-id(emp-idx)
                               TO et-deputy-for(dl-idx(span-number))
                           ADD 1 TO deputy-total
                       END-IF
                   WHEN OTHER
                       MOVE emp-idx TO et-caller(scan-idx)
                       MOVE "Y" TO et-over-span(emp-idx)
               END-EVALUATE
           END-PERFORM.

       Walk-Roots.
      *    Push the roots of one kind in reverse so the first on
      *    file prints first, then walk.
           PERFORM VARYING emp-idx FROM emp-count BY -1
                   UNTIL emp-idx < 1
               IF (root-kind = "T" AND et-manager(emp-idx) = SPACES)
                       OR (root-kind = "B" AND
                       et-broken(emp-idx) = "Y")
                   ADD 1 TO stack-top
                   MOVE emp-idx TO ws-idx(stack-top)
                   MOVE 0 TO ws-level(stack-top)
               END-IF
           END-PERFORM.
           PERFORM UNTIL stack-top = 0
               MOVE ws-idx(stack-top) TO walk-idx
               MOVE ws-level(stack-top) TO walk-level
               SUBTRACT 1 FROM stack-top
               PERFORM Print-Person
               PERFORM VARYING scan-idx FROM emp-count BY -1
                       UNTIL scan-idx < 1
                   IF et-caller(scan-idx) = walk-idx AND
                           et-visited(scan-idx) = "N"
                       ADD 1 TO stack-top
                       MOVE scan-idx TO ws-idx(stack-top)
                       COMPUTE ws-level(stack-top) = walk-level + 1
                   END-IF
               END-PERFORM
           END-PERFORM.

       Print-Person.
           MOVE "Y" TO et-visited(walk-idx).
           ADD 1 TO reached-count.
           COMPUTE indent = walk-level * 3 + 1.
           IF indent > 31
               MOVE 31 TO indent
           END-IF.
           STRING et-id(walk-idx) " " et-name(walk-idx)
               DELIMITED BY SIZE INTO pw-line(indent:).
           IF et-phone(walk-idx) = SPACES
               MOVE "** NO PHONE **" TO pw-line(indent + 38:)
           ELSE
               STRING et-phone(walk-idx) " " et-label(walk-idx)
                   DELIMITED BY SIZE INTO pw-line(indent + 38:)
           END-IF.
           IF et-caller(walk-idx) NOT = et-mgr-idx(walk-idx)
               STRING "(for " et-manager(walk-idx) ")"
                   DELIMITED BY SIZE INTO pw-line(indent + 61:)
           END-IF.
           IF et-deputy-for(walk-idx) NOT = SPACES
               STRING "DEPUTY for " et-deputy-for(walk-idx)
                   DELIMITED BY SIZE INTO pw-line(indent + 61:)
           END-IF.
           IF et-broken(walk-idx) = "Y"
               STRING "(manager " et-manager(walk-idx)
                   " not active)"
                   DELIMITED BY SIZE INTO pw-line(indent + 61:)
           END-IF.
           PERFORM Print-Line.

       List-Gaps.
           IF et-phone(emp-idx) = SPACES
               ADD 1 TO no-phone-count
               MOVE "NO PHONE" TO pw-line(4:)
               PERFORM Print-Gap
           END-IF.
           IF et-broken(emp-idx) = "Y"
               ADD 1 TO broken-count
               MOVE "BROKEN" TO pw-line(4:)
               STRING "manager " et-manager(emp-idx)
                   " is not on the master or has left"
                   DELIMITED BY SIZE INTO pw-line(56:)
               PERFORM Print-Gap
           END-IF.
           IF et-visited(emp-idx) = "N"
               ADD 1 TO cycle-count
               MOVE "CYCLE" TO pw-line(4:)
               MOVE "manager chain loops - never reached"
                   TO pw-line(56:)
               PERFORM Print-Gap
           END-IF.
           IF et-over-span(emp-idx) = "Y"
               ADD 1 TO no-deputy-count
               MOVE "NO DEPUTY" TO pw-line(4:)
               MOVE "over the span with no report who has a phone"
                   TO pw-line(56:)
               PERFORM Print-Gap
           END-IF.

       Print-Gap.
           ADD 1 TO gap-total.
           STRING et-id(emp-idx) " " et-name(emp-idx)
               DELIMITED BY SIZE INTO pw-line(15:).
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       Load-Phones.
      *    The "P" records from contacts.dat (see Different_Types).
           OPEN INPUT contact-file.
           IF contact-status NOT = "00" THEN
               DISPLAY "[-] Cannot open contacts.dat, status "
                   contact-status " - phones will show as "
                   "missing."
               CLOSE contact-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ contact-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF cv-rec-type = "P" AND
                               phone-entries < 300
                           ADD 1 TO phone-entries
                           MOVE cv-employee-id
                               TO pt-id(phone-entries)
                           MOVE cv-phone
                               TO pt-phone(phone-entries)
                           MOVE FUNCTION UPPER-CASE(cv-phone-label)
                               TO pt-label(phone-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE contact-file.
           MOVE "N" TO eof-flag.

       END PROGRAM Call_Tree_Report.
