       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Position_Vacancy_Report INITIAL.
      ****************************
      *    Approved versus filled positions per department, from
      *    positions.dat (see Position_Control):
      *       approved - filled plus vacant positions (a frozen
      *                  position is not open for hiring and is
      *                  counted apart),
      *       filled / vacant / frozen counts, and the budgeted
      *                  salary of the vacancies,
      *       headcount - active employees on the master in the
      *                  department; more than approved is
      *                  flagged OVER, the people hired before
      *                  position control or without a position.
      *    Each department's vacant positions are listed under it.
      *    The listing goes through Print_Writer to vacancies.rpt.
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
           SELECT position-file ASSIGN TO "positions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS po-number
               FILE STATUS IS position-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  position-file.
       01  position-record.
           05  po-number      PIC X(6).
           05  po-dept        PIC X(20).
           05  po-job-code    PIC X(4).
           05  po-budget      PIC 9(7)v9(2).
           05  po-status      PIC X.
           05  po-incumbent   PIC X(6).
           05  po-changed     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  position-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  dept-table OCCURS 50.
           05  dt-name     PIC X(20).
           05  dt-filled   PIC 9(4).
           05  dt-vacant   PIC 9(4).
           05  dt-frozen   PIC 9(4).
           05  dt-budget   PIC 9(9)v9(2).
           05  dt-headcount PIC 9(4).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
       01  dept-wanted     PIC X(20).
       01  vacant-table OCCURS 500.
           05  vt-number   PIC X(6).
           05  vt-dept     PIC X(20).
           05  vt-job-code PIC X(4).
           05  vt-budget   PIC 9(7)v9(2).
           05  vt-since    PIC 9(8).
       01  vacant-entries  PIC 9(3) VALUE 0.
       01  vacant-idx      PIC 9(3).
       01  approved-count  PIC 9(4).
       01  over-count      PIC 9(3) VALUE 0.
       01  total-filled    PIC 9(5) VALUE 0.
       01  total-vacant    PIC 9(5) VALUE 0.
       01  total-frozen    PIC 9(5) VALUE 0.
       01  total-budget    PIC 9(11)v9(2) VALUE 0.
       01  p-approved      PIC ZZZ9.
       01  p-filled        PIC ZZZ9.
       01  p-vacant        PIC ZZZ9.
       01  p-frozen        PIC ZZZ9.
       01  p-headcount     PIC ZZZ9.
       01  p-budget        PIC $$$,$$$,$$9.99.
       01  p-total-budget  PIC $$,$$$,$$$,$$9.99.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Position_Vacancies".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Position Control - Approved vs Filled".
       01  pw-filename     PIC X(255) VALUE "vacancies.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           OPEN INPUT position-file.
           IF position-status NOT = "00" THEN
               DISPLAY "[-] Cannot open positions.dat, status "
                   position-status " - no positions set up."
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ position-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO jl-record-count
                       PERFORM Count-Position
               END-READ
           END-PERFORM.
           CLOSE position-file.
           MOVE "N" TO eof-flag.

           OPEN INPUT personnel-file.
           IF personnel-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ personnel-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF NOT emp-terminated
                               MOVE department TO dept-wanted
                               PERFORM Find-Department
                               IF dept-hit > 0
                                   ADD 1 TO dt-headcount(dept-hit)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE "Department           Approved Filled Vacant Frozen"
               TO pw-line.
           MOVE "  Headcount   Vacant budget" TO pw-line(52:27).
           PERFORM Print-Line.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               PERFORM Print-Department
           END-PERFORM.

           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           COMPUTE approved-count = total-filled + total-vacant.
           MOVE approved-count TO p-approved.
           MOVE total-filled TO p-filled.
           MOVE total-vacant TO p-vacant.
           MOVE total-frozen TO p-frozen.
           MOVE total-budget TO p-total-budget.
           STRING "Approved " p-approved "  filled " p-filled
               "  vacant " p-vacant "  frozen " p-frozen
               "  vacant budget " p-total-budget
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF over-count > 0
               STRING "[-] " over-count " department(s) over their "
                   "approved headcount"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Report written to 'vacancies.rpt'.".
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Count-Position.
           MOVE po-dept TO dept-wanted.
           PERFORM Find-Department.
           IF dept-hit = 0 AND dept-entries < 50
               ADD 1 TO dept-entries
               MOVE dept-entries TO dept-hit
               MOVE po-dept TO dt-name(dept-hit)
               MOVE 0 TO dt-filled(dept-hit)
               MOVE 0 TO dt-vacant(dept-hit)
               MOVE 0 TO dt-frozen(dept-hit)
               MOVE 0 TO dt-budget(dept-hit)
               MOVE 0 TO dt-headcount(dept-hit)
           END-IF.
           IF dept-hit = 0
               DISPLAY "[-] Department table full - position "
                   po-number " NOT counted!"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE po-status
               WHEN "F"
                   ADD 1 TO dt-filled(dept-hit)
                   ADD 1 TO total-filled
               WHEN "Z"
                   ADD 1 TO dt-frozen(dept-hit)
                   ADD 1 TO total-frozen
               WHEN OTHER
                   ADD 1 TO dt-vacant(dept-hit)
                   ADD 1 TO total-vacant
                   ADD po-budget TO dt-budget(dept-hit)
                   ADD po-budget TO total-budget
                   IF vacant-entries < 500
                       ADD 1 TO vacant-entries
                       MOVE po-number TO vt-number(vacant-entries)
                       MOVE po-dept TO vt-dept(vacant-entries)
                       MOVE po-job-code
                           TO vt-job-code(vacant-entries)
                       MOVE po-budget TO vt-budget(vacant-entries)
                       MOVE po-changed TO vt-since(vacant-entries)
                   END-IF
           END-EVALUATE.

       Find-Department.
           MOVE 0 TO dept-hit.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-name(dept-idx) = dept-wanted
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.

       Print-Department.
           COMPUTE approved-count = dt-filled(dept-idx)
               + dt-vacant(dept-idx).
           MOVE approved-count TO p-approved.
           MOVE dt-filled(dept-idx) TO p-filled.
           MOVE dt-vacant(dept-idx) TO p-vacant.
           MOVE dt-frozen(dept-idx) TO p-frozen.
           MOVE dt-headcount(dept-idx) TO p-headcount.
           MOVE dt-budget(dept-idx) TO p-budget.
           STRING dt-name(dept-idx) "   " p-approved "   "
               p-filled "   " p-vacant "   " p-frozen "       "
               p-headcount "  " p-budget
               DELIMITED BY SIZE INTO pw-line.
           IF dt-headcount(dept-idx) > approved-count
               MOVE "OVER" TO pw-line(90:4)
               ADD 1 TO over-count
           END-IF.
           PERFORM Print-Line.
           PERFORM VARYING vacant-idx FROM 1 BY 1
                   UNTIL vacant-idx > vacant-entries
               IF vt-dept(vacant-idx) = dt-name(dept-idx)
                   MOVE vt-budget(vacant-idx) TO p-budget
                   STRING "    vacant " vt-number(vacant-idx) " "
                       vt-job-code(vacant-idx) " " p-budget
                       " since " vt-since(vacant-idx)
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-PERFORM.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Position_Vacancy_Report.
