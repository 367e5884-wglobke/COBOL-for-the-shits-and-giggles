       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Bradford_Report INITIAL.
      ****************************
      *    Absence-pattern report over sick leave, so that many
      *    short absences show up as well as the one long one.
      *
      *    Over the rolling 52 weeks ending on the business date,
      *    every approved sick entry (type "S") on leavetaken.dat
      *    is taken for its employee. An entry covers tk-days
      *    working days from its start date (Business_Calendar
      *    NBD at the employee's work location, so weekends and
      *    that site's holidays do not break it); an
      *    entry starting on or before the next working day after
      *    the previous one ends belongs to the same spell. The
      *    Bradford score is spells x spells x days.
      *
      *    Employees at or over the lowest trigger point are
      *    listed by department, with their manager (manager-id on
      *    the master) and the highest trigger reached. The trigger
      *    points follow the BUSINESS_DATE override convention:
      *       BRADFORD_REVIEW   (default  51) informal review
      *       BRADFORD_WARNING  (default 201) written warning
      *       BRADFORD_FINAL    (default 401) final review
      *    Terminated employees are left out. The listing goes
      *    through Print_Writer to bradford.rpt.
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
           SELECT taken-file ASSIGN TO "leavetaken.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS taken-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  taken-file.
       01  taken-record.
           05  tk-employee-id PIC X(6).
           05  tk-date        PIC 9(8).
           05  tk-days        PIC 9(2)v9(1).
           05  tk-type        PIC X.

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  taken-status    PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  window-start    PIC 9(8).
      *    Sick entries inside the window.
       01  sick-table OCCURS 2000.
           05  sk-id       PIC X(6).
           05  sk-date     PIC 9(8).
           05  sk-days     PIC 9(2)v9(1).
       01  sick-entries    PIC 9(4) VALUE 0.
       01  sick-idx        PIC 9(4).
       01  sick-dropped    PIC 9(5) VALUE 0.
      *    One employee's entries, in date order.
       01  own-table OCCURS 100.
           05  own-date    PIC 9(8).
           05  own-days    PIC 9(2)v9(1).
       01  own-entries     PIC 999.
       01  own-idx         PIC 999.
       01  sort-idx        PIC 999.
       01  sort-done       PIC X.
       01  hold-date       PIC 9(8).
       01  hold-days       PIC 9(2)v9(1).
       01  spell-count     PIC 9(3).
       01  spell-days      PIC 9(4)v9(1).
       01  spell-end       PIC 9(8).
       01  spell-next      PIC 9(8).
       01  entry-end       PIC 9(8).
       01  whole-days      PIC 9(3).
       01  step-count      PIC 9(3).
       01  bradford-score  PIC 9(9).
      *    Employees at or over a trigger point.
       01  flag-table OCCURS 500.
           05  ft-dept     PIC X(20).
           05  ft-id       PIC X(6).
           05  ft-name     PIC X(30).
           05  ft-manager  PIC X(6).
           05  ft-spells   PIC 9(3).
           05  ft-days     PIC 9(4)v9(1).
           05  ft-score    PIC 9(9).
           05  ft-level    PIC X(15).
       01  flag-entries    PIC 9(3) VALUE 0.
       01  flag-idx        PIC 9(3).
       01  dept-table OCCURS 50.
           05  dt-name     PIC X(20).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
       01  employee-count  PIC 9(5) VALUE 0.
       01  absent-count    PIC 9(5) VALUE 0.
       01  manager-name    PIC X(30).
      *    Trigger points.
       01  trigger-text    PIC X(6).
       01  review-point    PIC 9(6) VALUE 51.
       01  warning-point   PIC 9(6) VALUE 201.
       01  final-point     PIC 9(6) VALUE 401.
       01  bc-function     PIC X(3).
       01  bc-date-1       PIC 9(8).
       01  bc-date-2       PIC 9(8).
       01  bc-result       PIC S9(5).
       01  p-spells        PIC ZZ9.
       01  p-days          PIC ZZZ9.9.
       01  p-score         PIC ZZZ,ZZZ,ZZ9.
       01  p-review        PIC ZZZ,ZZ9.
       01  p-warning       PIC ZZZ,ZZ9.
       01  p-final         PIC ZZZ,ZZ9.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Bradford_Report".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Absence Pattern (Bradford Factor) Report".
       01  pw-filename     PIC X(255) VALUE "bradford.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           MOVE "BRADFORD_REVIEW" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO trigger-text.
           IF trigger-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(trigger-text) = 0
               MOVE FUNCTION NUMVAL(trigger-text) TO review-point
           END-IF.
           MOVE "BRADFORD_WARNING" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO trigger-text.
           IF trigger-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(trigger-text) = 0
               MOVE FUNCTION NUMVAL(trigger-text) TO warning-point
           END-IF.
           MOVE "BRADFORD_FINAL" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO trigger-text.
           IF trigger-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(trigger-text) = 0
               MOVE FUNCTION NUMVAL(trigger-text) TO final-point
           END-IF.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           CALL "Get_Business_Date" USING business-date.
           COMPUTE window-start = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(business-date) - 363).

           OPEN INPUT taken-file.
           IF taken-status NOT = "00" THEN
               DISPLAY "[-] Cannot open leavetaken.dat, status "
                   taken-status " - no absences to report."
               CLOSE taken-file
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ taken-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF tk-type = "S" AND
                               tk-date NOT < window-start AND
                               tk-date NOT > business-date
                           PERFORM Keep-Sick-Entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE taken-file.
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
                           PERFORM Score-Employee
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.
           STRING "52 weeks " window-start " to " business-date
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE review-point TO p-review.
           MOVE warning-point TO p-warning.
           MOVE final-point TO p-final.
           MOVE SPACES TO pw-line.
           STRING "Trigger points: REVIEW " p-review "   WARNING "
               p-warning "   FINAL " p-final
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
           STRING "Active employees     : " employee-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "With sick absence    : " absent-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "Over a trigger point : " flag-entries
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF sick-dropped > 0
               STRING "[-] " sick-dropped " sick entries not "
                   "scored - tables full!"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Report written to 'bradford.rpt' ("
               flag-entries " employee(s) over a trigger point).".
           MOVE employee-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Keep-Sick-Entry.
           IF sick-entries NOT < 2000
               ADD 1 TO sick-dropped
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO sick-entries.
           MOVE tk-employee-id TO sk-id(sick-entries).
           MOVE tk-date TO sk-date(sick-entries).
           MOVE tk-days TO sk-days(sick-entries).

       Score-Employee.
      *    This employee's entries, insertion-sorted by date.
           MOVE 0 TO own-entries.
           PERFORM VARYING sick-idx FROM 1 BY 1
                   UNTIL sick-idx > sick-entries
               IF sk-id(sick-idx) = employee-id
                   IF own-entries < 100
                       ADD 1 TO own-entries
                       MOVE sk-date(sick-idx) TO own-date(own-entries)
                       MOVE sk-days(sick-idx) TO own-days(own-entries)
                   ELSE
                       ADD 1 TO sick-dropped
                   END-IF
               END-IF
           END-PERFORM.
           IF own-entries = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO absent-count.
           PERFORM VARYING own-idx FROM 2 BY 1
                   UNTIL own-idx > own-entries
               MOVE own-date(own-idx) TO hold-date
               MOVE own-days(own-idx) TO hold-days
               MOVE own-idx TO sort-idx
               MOVE "N" TO sort-done
               PERFORM UNTIL sort-done = "Y"
                   IF sort-idx = 1
                       MOVE "Y" TO sort-done
                   ELSE
                       IF own-date(sort-idx - 1) NOT > hold-date
                           MOVE "Y" TO sort-done
                       ELSE
                           MOVE own-date(sort-idx - 1)
                               TO own-date(sort-idx)
                           MOVE own-days(sort-idx - 1)
                               TO own-days(sort-idx)
                           SUBTRACT 1 FROM sort-idx
                       END-IF
                   END-IF
               END-PERFORM
               MOVE hold-date TO own-date(sort-idx)
               MOVE hold-days TO own-days(sort-idx)
           END-PERFORM.

      *    Group into spells.
           MOVE 0 TO spell-count.
           MOVE 0 TO spell-days.
           MOVE 0 TO spell-end.
           MOVE 0 TO spell-next.
           PERFORM VARYING own-idx FROM 1 BY 1
                   UNTIL own-idx > own-entries
               PERFORM Find-Entry-End
               IF spell-count = 0 OR own-date(own-idx) > spell-next
                   ADD 1 TO spell-count
                   MOVE entry-end TO spell-end
               ELSE
                   IF entry-end > spell-end
                       MOVE entry-end TO spell-end
                   END-IF
               END-IF
               ADD own-days(own-idx) TO spell-days
               MOVE "NBD" TO bc-function
               MOVE spell-end TO bc-date-1
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result, work-location
               MOVE bc-date-2 TO spell-next
           END-PERFORM.
           COMPUTE bradford-score ROUNDED =
               spell-count * spell-count * spell-days.
           IF bradford-score < review-point
               EXIT PARAGRAPH
           END-IF.
           IF flag-entries NOT < 500
               DISPLAY "[-] Trigger table full - " employee-id
                   " NOT listed!"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO flag-entries.
           MOVE department TO ft-dept(flag-entries).
           MOVE employee-id TO ft-id(flag-entries).
           MOVE SPACES TO ft-name(flag-entries).
           STRING FUNCTION TRIM(first-name) " "
               FUNCTION TRIM(last-name)
               DELIMITED BY SIZE INTO ft-name(flag-entries).
           MOVE manager-id TO ft-manager(flag-entries).
           MOVE spell-count TO ft-spells(flag-entries).
           MOVE spell-days TO ft-days(flag-entries).
           MOVE bradford-score TO ft-score(flag-entries).
           EVALUATE TRUE
               WHEN bradford-score NOT < final-point
                   MOVE "FINAL" TO ft-level(flag-entries)
               WHEN bradford-score NOT < warning-point
                   MOVE "WARNING" TO ft-level(flag-entries)
               WHEN OTHER
                   MOVE "REVIEW" TO ft-level(flag-entries)
           END-EVALUATE.
           MOVE 0 TO dept-hit.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-name(dept-idx) = department
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.
           IF dept-hit = 0 AND dept-entries < 50
               ADD 1 TO dept-entries
               MOVE department TO dt-name(dept-entries)
           END-IF.

       Find-Entry-End.
      *    Last working day the entry covers: a part day still
      *    takes the whole day.
           MOVE own-date(own-idx) TO entry-end.
           COMPUTE whole-days = own-days(own-idx) + 0.9.
           PERFORM VARYING step-count FROM 2 BY 1
                   UNTIL step-count > whole-days
               MOVE "NBD" TO bc-function
               MOVE entry-end TO bc-date-1
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result, work-location
               MOVE bc-date-2 TO entry-end
           END-PERFORM.

       Print-Department.
           MOVE SPACES TO pw-line.
           STRING "Department " dt-name(dept-idx)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING flag-idx FROM 1 BY 1
                   UNTIL flag-idx > flag-entries
               IF ft-dept(flag-idx) = dt-name(dept-idx)
                   PERFORM Print-Flagged
               END-IF
           END-PERFORM.
           PERFORM Print-Line.

       Print-Flagged.
           MOVE SPACES TO manager-name.
           IF ft-manager(flag-idx) NOT = SPACES
               MOVE ft-manager(flag-idx) TO employee-id
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
           MOVE ft-spells(flag-idx) TO p-spells.
           MOVE ft-days(flag-idx) TO p-days.
           MOVE ft-score(flag-idx) TO p-score.
           MOVE SPACES TO pw-line.
           STRING "   " ft-id(flag-idx) " " ft-name(flag-idx)
               " spells " p-spells " days " p-days " score "
               p-score " " ft-level(flag-idx)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE SPACES TO pw-line.
           STRING "          manager " ft-manager(flag-idx) " "
               manager-name
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Bradford_Report.
