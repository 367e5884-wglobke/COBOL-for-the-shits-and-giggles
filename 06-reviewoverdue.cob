       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Overdue_Reviews INITIAL.
      ****************************
      *    Overdue performance reviews, by department, for HR to
      *    chase the managers before the merit round.
      *
      *    An active employee is due a review every
      *    REVIEW_CYCLE_DAYS (default 365, the BUSINESS_DATE
      *    override convention) - counted from their last review
      *    date on perfreviews.dat (see Review_Entry), or from the
      *    hire date when they have never been reviewed. Everyone
      *    past that is listed with their manager (manager-id on
      *    the master), their last review and rating, and the
      *    number of days overdue. The listing goes through
      *    Print_Writer to overduereviews.rpt.
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
           SELECT review-file ASSIGN TO "perfreviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS rv-key
               FILE STATUS IS review-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  review-file.
       01  review-record.
           05  rv-key.
               10  rv-employee-id PIC X(6).
               10  rv-year        PIC 9(4).
           05  rv-rating      PIC 9.
           05  rv-reviewer    PIC X(6).
           05  rv-date        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  review-status   PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  cycle-text      PIC X(4).
       01  cycle-days      PIC 9(4) VALUE 365.
      *    Latest review per employee.
       01  last-table OCCURS 1000.
           05  lt-id       PIC X(6).
           05  lt-date     PIC 9(8).
           05  lt-rating   PIC 9.
       01  last-entries    PIC 9(4) VALUE 0.
       01  last-idx        PIC 9(4).
       01  last-hit        PIC 9(4).
      *    Employees overdue.
       01  due-table OCCURS 500.
           05  dt-dept     PIC X(20).
           05  dt-id       PIC X(6).
           05  dt-name     PIC X(30).
           05  dt-manager  PIC X(6).
           05  dt-last     PIC 9(8).
           05  dt-rating   PIC 9.
           05  dt-overdue  PIC 9(5).
       01  due-entries     PIC 9(3) VALUE 0.
       01  due-idx         PIC 9(3).
       01  dept-table OCCURS 50.
           05  dp-name     PIC X(20).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
       01  since-date      PIC 9(8).
       01  since-rating    PIC 9.
       01  days-since      PIC S9(7).
       01  employee-count  PIC 9(5) VALUE 0.
       01  never-count     PIC 9(5) VALUE 0.
       01  manager-name    PIC X(30).
       01  p-overdue       PIC ZZ,ZZ9.
       01  p-last          PIC X(8).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Overdue_Reviews".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Overdue Performance Reviews".
       01  pw-filename     PIC X(255) VALUE "overduereviews.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           MOVE "REVIEW_CYCLE_DAYS" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO cycle-text.
           IF cycle-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(cycle-text) = 0
               MOVE FUNCTION NUMVAL(cycle-text) TO cycle-days
           END-IF.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           CALL "Get_Business_Date" USING business-date.

      *    No perfreviews.dat yet means nobody has been reviewed.
           OPEN INPUT review-file.
           IF review-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ review-file NEXT RECORD
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           PERFORM Note-Review
                   END-READ
               END-PERFORM
               CLOSE review-file
           END-IF.
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
                       IF NOT emp-terminated
                           ADD 1 TO employee-count
                           PERFORM Check-Employee
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.
           STRING "As of " business-date ", review cycle "
               cycle-days " days"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               PERFORM Print-Department
           END-PERFORM.
           CLOSE personnel-file.

           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           STRING "Active employees : " employee-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "Reviews overdue  : " due-entries
               "   (never reviewed: " never-count ")"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Report written to 'overduereviews.rpt' ("
               due-entries " overdue).".
           MOVE employee-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Note-Review.
           MOVE 0 TO last-hit.
           PERFORM VARYING last-idx FROM 1 BY 1
                   UNTIL last-idx > last-entries
               IF lt-id(last-idx) = rv-employee-id
                   MOVE last-idx TO last-hit
               END-IF
           END-PERFORM.
           IF last-hit = 0
               IF last-entries NOT < 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO last-entries
               MOVE last-entries TO last-hit
               MOVE rv-employee-id TO lt-id(last-hit)
               MOVE 0 TO lt-date(last-hit)
           END-IF.
           IF rv-date > lt-date(last-hit)
               MOVE rv-date TO lt-date(last-hit)
               MOVE rv-rating TO lt-rating(last-hit)
           END-IF.

       Check-Employee.
           MOVE 0 TO since-date.
           MOVE 0 TO since-rating.
           PERFORM VARYING last-idx FROM 1 BY 1
                   UNTIL last-idx > last-entries
               IF lt-id(last-idx) = employee-id
                   MOVE lt-date(last-idx) TO since-date
                   MOVE lt-rating(last-idx) TO since-rating
               END-IF
           END-PERFORM.
           IF since-date = 0
               IF hire-date IS NOT NUMERIC OR hire-date = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE days-since =
                   FUNCTION INTEGER-OF-DATE(business-date)
                   - FUNCTION INTEGER-OF-DATE(hire-date)
           ELSE
               COMPUTE days-since =
                   FUNCTION INTEGER-OF-DATE(business-date)
                   - FUNCTION INTEGER-OF-DATE(since-date)
           END-IF.
           IF days-since NOT > cycle-days
               EXIT PARAGRAPH
           END-IF.
           IF due-entries NOT < 500
               DISPLAY "[-] Overdue table full - " employee-id
                   " NOT listed!"
               EXIT PARAGRAPH
           END-IF.
           IF since-date = 0
               ADD 1 TO never-count
           END-IF.
           ADD 1 TO due-entries.
           MOVE department TO dt-dept(due-entries).
           MOVE employee-id TO dt-id(due-entries).
           MOVE SPACES TO dt-name(due-entries).
           STRING FUNCTION TRIM(first-name) " "
               FUNCTION TRIM(last-name)
               DELIMITED BY SIZE INTO dt-name(due-entries).
           MOVE manager-id TO dt-manager(due-entries).
           MOVE since-date TO dt-last(due-entries).
           MOVE since-rating TO dt-rating(due-entries).
           COMPUTE dt-overdue(due-entries) = days-since - cycle-days.
           MOVE 0 TO dept-hit.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dp-name(dept-idx) = department
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.
           IF dept-hit = 0 AND dept-entries < 50
               ADD 1 TO dept-entries
               MOVE department TO dp-name(dept-entries)
           END-IF.

       Print-Department.
           MOVE SPACES TO pw-line.
           STRING "Department " dp-name(dept-idx)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING due-idx FROM 1 BY 1
                   UNTIL due-idx > due-entries
               IF dt-dept(due-idx) = dp-name(dept-idx)
                   PERFORM Print-Overdue
               END-IF
           END-PERFORM.
           PERFORM Print-Line.

       Print-Overdue.
           MOVE SPACES TO manager-name.
           IF dt-manager(due-idx) NOT = SPACES
               MOVE dt-manager(due-idx) TO employee-id
               READ personnel-file
                   INVALID KEY
                       MOVE "(not on master)" TO manager-name
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(first-name) " "
                           FUNCTION TRIM(last-name)
                           DELIMITED BY SIZE INTO manager-name
               END-READ
           ELSE
               MOVE "(none)" TO manager-name
           END-IF.
           IF dt-last(due-idx) = 0
               MOVE "never" TO p-last
           ELSE
               MOVE dt-last(due-idx) TO p-last
           END-IF.
           MOVE dt-overdue(due-idx) TO p-overdue.
           MOVE SPACES TO pw-line.
           IF dt-last(due-idx) = 0
               STRING "   " dt-id(due-idx) " " dt-name(due-idx)
                   " last review " p-last "          "
                   p-overdue " day(s) overdue"
                   DELIMITED BY SIZE INTO pw-line
           ELSE
               STRING "   " dt-id(due-idx) " " dt-name(due-idx)
                   " last review " p-last " rating "
                   dt-rating(due-idx) " " p-overdue
                   " day(s) overdue"
                   DELIMITED BY SIZE INTO pw-line
           END-IF.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "          manager " dt-manager(due-idx) " "
               manager-name
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Overdue_Reviews.
