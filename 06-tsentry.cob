      *    are keyed:
      *
      *       1. the employee-id must be on the master, active,
      *          and hourly (pay-type "H") - salaried staff key
      *          project time only (see 5),
      *       2. the date must be a real calendar date inside the
      *          current pay period (the business-date month),
      *       3. the start and end times of the shift must be
      *          real clock times (HHMM); an end before the start
      *          runs past midnight, and the hours are worked out
      *          from the two,
      *       4. the shift must not overlap another line already
      *          keyed for the same employee,
      *       5. a project/cost code, when one is keyed, must be on
      *          the project reference file projects.dat and open.
      *          A salaried employee's line must carry one: it is
      *          there for Project_Costing only, the salary pays
      *          the hours.
      *
      *    Every line lands unapproved; the supervisor marks lines
      *    approved on the Timesheet_Approval screen, and
      *    Timesheet line layout (timesheets.dat):
      *       employee-id X(6), date 9(8), hours 99v99,
      *       approved X ("Y" = approved; old rows carry spaces
      *       and rank as unapproved), start X(4) and end X(4)
      *       HHMM (old rows carry spaces - hours only, no night
      *       differential), keyed-by X(20) the OPERATOR_NAME who
      *       keyed the line and approved-by X(20) who approved it
      *       on Timesheet_Approval (old rows carry spaces), for the
      *       Segregation_Report, and project X(8) the projects.dat
      *       code the hours are charged to (spaces = none).
      *
      *    An employee id keyed must carry a good check digit
      *    (see Check_Digit) under EMPLOYEE_ID_CHECK=ENFORCE; the
      *    default, WARN, only warns.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT OPTIONAL timesheet-file ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS timesheet-status.
           SELECT OPTIONAL project-file ASSIGN TO "projects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS project-status.
      ****************************
       DATA DIVISION.

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

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  timesheet-status PIC XX.
       01  project-status  PIC XX.
      *    The project codes hours may be charged to.
       01  project-table OCCURS 200.
           05  pjt-code        PIC X(8).
           05  pjt-description PIC X(30).
           05  pjt-status      PIC X.
       01  project-entries PIC 9(3) VALUE 0.
       01  project-idx     PIC 9(3).
       01  project-hit     PIC 9(3).
       01  input-project   PIC X(8).
       01  salaried-flag   PIC X.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  operator-name   PIC X(20).
       01  want-id         PIC X(6).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-check-ok     PIC X.
       01  input-date      PIC X(8).
       01  input-start     PIC X(4).
       01  input-end       PIC X(4).
       01  clock-time      PIC X(4).
       01  clock-value.
           05  clock-hh    PIC 99.
           05  clock-mm    PIC 99.
       01  clock-minutes   PIC 9(4).
       01  clock-ok        PIC X.
       01  start-minutes   PIC 9(4).
       01  end-minutes     PIC 9(4).
       01  shift-minutes   PIC 9(4).
       01  hours-value     PIC 9(2)v9(2).
       01  p-hours         PIC Z9.99.
       01  date-int        PIC 9(8).
      *    Every shift already keyed, as minutes from the date
      *    epoch, for the overlap check.
       01  shift-table OCCURS 1000.
           05  sh-id       PIC X(6).
           05  sh-from     PIC 9(9).
           05  sh-to       PIC 9(9).
       01  shift-entries   PIC 9(4) VALUE 0.
       01  shift-idx       PIC 9(4).
       01  shift-overflow  PIC X VALUE "N".
       01  new-from        PIC 9(9).
       01  new-to          PIC 9(9).
       01  overlap-idx     PIC 9(4).
       01  another-answer  PIC X.
       01  entered-count   PIC 9(3) VALUE 0.
       01  found-flag      PIC X.

           DISPLAY "[+] Timesheet Entry".
           DISPLAY "===================".
           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           IF operator-name = SPACES
               DISPLAY "[+] Operator name?"
               ACCEPT operator-name
           END-IF.
           CALL "Get_Business_Date" USING business-date.
           MOVE "FND" TO pp-function.
           MOVE business-date TO pp-date.
                   personnel-status "."
               GOBACK
           END-IF.
           PERFORM Load-Shifts.
           PERFORM Load-Projects.
           IF shift-overflow = "Y"
               DISPLAY "[-] timesheets.dat holds more lines than the "
                   "overlap check can carry (1000) - entry refused. "
                   "Pay down the file first."
               CLOSE personnel-file
               GOBACK
           END-IF.
           OPEN EXTEND timesheet-file.

           MOVE "Y" TO another-answer.
       Enter-One-Line.
           DISPLAY "[+] Employee id?".
           ACCEPT want-id.
           PERFORM Check-Employee-Id.
           IF id-check-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO found-flag.
           MOVE want-id TO employee-id IN personnel-record.
           READ personnel-file
                   "- line not taken."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO salaried-flag.
           IF NOT pay-hourly IN personnel-record
               IF project-entries = 0
                   DISPLAY "[-] Employee '" want-id "' is salaried "
                       "- salaried staff have no timesheets."
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO salaried-flag
           END-IF.
           DISPLAY "[+] " first-name IN personnel-record
               last-name IN personnel-record.
           IF salaried-flag = "Y"
               DISPLAY "[+] Salaried - project time only, not paid "
                   "from the timesheet."
           END-IF.

           DISPLAY "[+] Work date (YYYYMMDD)?".
           ACCEPT input-date.
               END-IF
           END-IF.

           DISPLAY "[+] Start time (HHMM)?".
           MOVE SPACES TO input-start.
           ACCEPT input-start.
           MOVE input-start TO clock-time.
           PERFORM Check-Clock-Time.
           IF clock-ok NOT = "Y"
               DISPLAY "[-] '" input-start "' is not a clock time "
                   "- line not taken."
               EXIT PARAGRAPH
           END-IF.
           MOVE clock-minutes TO start-minutes.
           DISPLAY "[+] End time (HHMM; earlier than the start "
               "means past midnight)?".
           MOVE SPACES TO input-end.
           ACCEPT input-end.
           MOVE input-end TO clock-time.
           PERFORM Check-Clock-Time.
           IF clock-ok NOT = "Y"
               DISPLAY "[-] '" input-end "' is not a clock time "
                   "- line not taken."
               EXIT PARAGRAPH
           END-IF.
           MOVE clock-minutes TO end-minutes.
           IF end-minutes = start-minutes
               DISPLAY "[-] Start and end are the same - line not "
                   "taken."
               EXIT PARAGRAPH
           END-IF.
           IF end-minutes > start-minutes
               COMPUTE shift-minutes = end-minutes - start-minutes
           ELSE
               COMPUTE shift-minutes =
                   end-minutes + 1440 - start-minutes
           END-IF.
           COMPUTE hours-value ROUNDED = shift-minutes / 60.

      *    No two shifts for one employee may overlap - the usual
      *    sign of a line keyed twice.
           COMPUTE new-from = date-int * 1440 + start-minutes.
           COMPUTE new-to = new-from + shift-minutes.
           MOVE 0 TO overlap-idx.
           PERFORM VARYING shift-idx FROM 1 BY 1
                   UNTIL shift-idx > shift-entries
               IF sh-id(shift-idx) = want-id AND
                       new-from < sh-to(shift-idx) AND
                       sh-from(shift-idx) < new-to
                   MOVE shift-idx TO overlap-idx
               END-IF
           END-PERFORM.
           IF overlap-idx NOT = 0
               DISPLAY "[-] Shift overlaps a line already keyed for "
                   want-id " - line not taken."
               EXIT PARAGRAPH
           END-IF.
           IF shift-entries >= 1000
               DISPLAY "[-] Overlap table full - line not taken."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO input-project.
           IF project-entries > 0
               IF salaried-flag = "Y"
                   DISPLAY "[+] Project code?"
               ELSE
                   DISPLAY "[+] Project code (blank for none)?"
               END-IF
               ACCEPT input-project
               MOVE FUNCTION UPPER-CASE(input-project)
                   TO input-project
           END-IF.
           IF input-project = SPACES
               IF salaried-flag = "Y"
                   DISPLAY "[-] A salaried line must carry a project "
                       "code - line not taken."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 0 TO project-hit
               PERFORM VARYING project-idx FROM 1 BY 1
                       UNTIL project-idx > project-entries
                   IF pjt-code(project-idx) = input-project
                       MOVE project-idx TO project-hit
                   END-IF
               END-PERFORM
               IF project-hit = 0
                   DISPLAY "[-] Project '" FUNCTION TRIM(input-project)
                       "' is not on projects.dat - line not taken."
                   EXIT PARAGRAPH
               END-IF
               IF pjt-status(project-hit) NOT = "O"
                   DISPLAY "[-] Project '" FUNCTION TRIM(input-project)
                       "' is closed - line not taken."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "[+] " pjt-description(project-hit)
           END-IF.

           MOVE want-id TO ts-employee-id.
           MOVE input-date TO ts-date.
           MOVE hours-value TO ts-hours.
           MOVE "N" TO ts-approved.
           MOVE input-start TO ts-start.
           MOVE input-end TO ts-end.
           MOVE operator-name TO ts-keyed-by.
           MOVE SPACES TO ts-approved-by.
           MOVE input-project TO ts-project.
           WRITE timesheet-record.
           ADD 1 TO shift-entries.
           MOVE want-id TO sh-id(shift-entries).
           MOVE new-from TO sh-from(shift-entries).
           MOVE new-to TO sh-to(shift-entries).
           ADD 1 TO entered-count.
           MOVE hours-value TO p-hours.
           DISPLAY "[+] Line recorded (" p-hours " hours), "
               "awaiting approval.".

       Check-Clock-Time.
      *    HHMM, 0000 through 2359; the answer in minutes.
           MOVE "N" TO clock-ok.
           IF clock-time NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE clock-time TO clock-value.
           IF clock-hh > 23 OR clock-mm > 59
               EXIT PARAGRAPH
           END-IF.
           COMPUTE clock-minutes = clock-hh * 60 + clock-mm.
           MOVE "Y" TO clock-ok.

       Load-Shifts.
      *    The shifts already on file; lines from before start and
      *    end times were kept carry no times and are not checked.
           OPEN INPUT timesheet-file.
           IF timesheet-status NOT = "00" THEN
               CLOSE timesheet-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ timesheet-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ts-start IS NUMERIC AND ts-end IS NUMERIC
                           PERFORM Note-Shift
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE timesheet-file.
           MOVE "N" TO eof-flag.

       Note-Shift.
           IF shift-entries >= 1000
               MOVE "Y" TO shift-overflow
               EXIT PARAGRAPH
           END-IF.
           MOVE ts-start TO clock-time.
           PERFORM Check-Clock-Time.
           MOVE clock-minutes TO start-minutes.
           MOVE ts-end TO clock-time.
           PERFORM Check-Clock-Time.
           MOVE clock-minutes TO end-minutes.
           ADD 1 TO shift-entries.
           MOVE ts-employee-id TO sh-id(shift-entries).
           COMPUTE sh-from(shift-entries) =
               FUNCTION INTEGER-OF-DATE(ts-date) * 1440
               + start-minutes.
           IF end-minutes > start-minutes
               COMPUTE sh-to(shift-entries) = sh-from(shift-entries)
                   + end-minutes - start-minutes
           ELSE
               COMPUTE sh-to(shift-entries) = sh-from(shift-entries)
                   + end-minutes + 1440 - start-minutes
           END-IF.

       Load-Projects.
      *    Without projects.dat no line carries a project code.
           OPEN INPUT project-file.
           IF project-status NOT = "00" THEN
               CLOSE project-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ project-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pj-code NOT = SPACES AND
                               project-entries < 200
                           ADD 1 TO project-entries
                           MOVE FUNCTION UPPER-CASE(pj-code)
                               TO pjt-code(project-entries)
                           MOVE pj-description
                               TO pjt-description(project-entries)
                           MOVE pj-status
                               TO pjt-status(project-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE project-file.
           MOVE "N" TO eof-flag.

       Check-Employee-Id.
      *    A mistyped id that hits another real employee would
      *    land on the wrong person (see Check_Digit).
           MOVE want-id TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           MOVE "Y" TO id-check-ok.
           EVALUATE cd-result
               WHEN "Y"
                   CONTINUE
               WHEN "W"
                   DISPLAY "[-] Warning: employee id " want-id
                       " fails its check digit."
               WHEN OTHER
                   DISPLAY "[-] Employee id '" want-id "' fails its "
                       "check digit - mistyped?"
                   MOVE "N" TO id-check-ok
           END-EVALUATE.

       END PROGRAM Timesheet_Entry.
