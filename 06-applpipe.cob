       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Applicant_Pipeline INITIAL.
      ****************************
      *    The open hiring pipeline per department, from
      *    applicants.dat (see Applicant_Maint): every applicant
      *    not yet hired or declined, counted by stage - applied,
      *    interview, offer, accepted - under the department of
      *    the vacancy applied for, with the applicants listed
      *    under their department. An accepted applicant is
      *    waiting to be taken on by Onboarding_Entry. Hired and
      *    declined applicants are counted in the totals only.
      *    The listing goes through Print_Writer to pipeline.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT applicant-file ASSIGN TO "applicants.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ap-number
               FILE STATUS IS applicant-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  applicant-file.
       COPY "06-applicant.cpy".

       WORKING-STORAGE SECTION.
       01  applicant-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  dept-table OCCURS 50.
           05  dt-name     PIC X(20).
           05  dt-applied  PIC 9(4).
           05  dt-interview PIC 9(4).
           05  dt-offer    PIC 9(4).
           05  dt-accepted PIC 9(4).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
       01  dept-wanted     PIC X(20).
       01  open-table OCCURS 1000.
           05  ot-number   PIC X(6).
           05  ot-dept     PIC X(20).
           05  ot-name     PIC X(30).
           05  ot-position PIC X(6).
           05  ot-stage    PIC X(9).
           05  ot-since    PIC 9(8).
       01  open-entries    PIC 9(4) VALUE 0.
       01  open-idx        PIC 9(4).
       01  stage-label     PIC X(9).
       01  total-open      PIC 9(5) VALUE 0.
       01  total-hired     PIC 9(5) VALUE 0.
       01  total-declined  PIC 9(5) VALUE 0.
       01  dept-open       PIC 9(5).
       01  p-applied       PIC ZZZ9.
       01  p-interview     PIC ZZZ9.
       01  p-offer         PIC ZZZ9.
       01  p-accepted      PIC ZZZ9.
       01  p-open          PIC ZZZZ9.
       01  p-hired         PIC ZZZZ9.
       01  p-declined      PIC ZZZZ9.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Applicant_Pipeline".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Open Applicant Pipeline by Department".
       01  pw-filename     PIC X(255) VALUE "pipeline.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           OPEN INPUT applicant-file.
           IF applicant-status NOT = "00" THEN
               DISPLAY "[-] Cannot open applicants.dat, status "
                   applicant-status " - no applicants entered."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ applicant-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO jl-record-count
                       PERFORM Count-Applicant
               END-READ
           END-PERFORM.
           CLOSE applicant-file.
           MOVE "N" TO eof-flag.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE "Department           Applied Interview  Offer"
               TO pw-line.
           MOVE " Accepted   Open" TO pw-line(46:17).
           PERFORM Print-Line.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               PERFORM Print-Department
           END-PERFORM.

           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           MOVE total-open TO p-open.
           MOVE total-hired TO p-hired.
           MOVE total-declined TO p-declined.
           STRING "Open applicants " p-open "   hired " p-hired
               "   declined " p-declined
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF total-open > open-entries
               MOVE "[-] More than 1000 open applicants - the "
                   TO pw-line
               MOVE "listing is cut short (counts are complete)."
                   TO pw-line(42:43)
               PERFORM Print-Line
           END-IF.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Report written to 'pipeline.rpt'.".
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Count-Applicant.
           EVALUATE TRUE
               WHEN ap-hired
                   ADD 1 TO total-hired
                   EXIT PARAGRAPH
               WHEN ap-declined
                   ADD 1 TO total-declined
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE ap-dept TO dept-wanted.
           PERFORM Find-Department.
           IF dept-hit = 0 AND dept-entries < 50
               ADD 1 TO dept-entries
               MOVE dept-entries TO dept-hit
               MOVE ap-dept TO dt-name(dept-hit)
               MOVE 0 TO dt-applied(dept-hit)
               MOVE 0 TO dt-interview(dept-hit)
               MOVE 0 TO dt-offer(dept-hit)
               MOVE 0 TO dt-accepted(dept-hit)
           END-IF.
           IF dept-hit = 0
               DISPLAY "[-] Department table full - applicant "
                   ap-number " NOT counted!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-open.
           EVALUATE TRUE
               WHEN ap-applied
                   ADD 1 TO dt-applied(dept-hit)
                   MOVE "applied" TO stage-label
               WHEN ap-interview
                   ADD 1 TO dt-interview(dept-hit)
                   MOVE "interview" TO stage-label
               WHEN ap-offer
                   ADD 1 TO dt-offer(dept-hit)
                   MOVE "offer" TO stage-label
               WHEN OTHER
                   ADD 1 TO dt-accepted(dept-hit)
                   MOVE "accepted" TO stage-label
           END-EVALUATE.
           IF open-entries < 1000
               ADD 1 TO open-entries
               MOVE ap-number TO ot-number(open-entries)
               MOVE ap-dept TO ot-dept(open-entries)
               MOVE SPACES TO ot-name(open-entries)
               STRING FUNCTION TRIM(ap-first-name) " "
                   FUNCTION TRIM(ap-last-name)
                   DELIMITED BY SIZE INTO ot-name(open-entries)
               MOVE ap-position TO ot-position(open-entries)
               MOVE stage-label TO ot-stage(open-entries)
               MOVE ap-stage-date TO ot-since(open-entries)
           END-IF.

       Find-Department.
           MOVE 0 TO dept-hit.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               IF dt-name(dept-idx) = dept-wanted
                   MOVE dept-idx TO dept-hit
               END-IF
           END-PERFORM.

       Print-Department.
           COMPUTE dept-open = dt-applied(dept-idx)
               + dt-interview(dept-idx) + dt-offer(dept-idx)
               + dt-accepted(dept-idx).
           MOVE dt-applied(dept-idx) TO p-applied.
           MOVE dt-interview(dept-idx) TO p-interview.
           MOVE dt-offer(dept-idx) TO p-offer.
           MOVE dt-accepted(dept-idx) TO p-accepted.
           MOVE dept-open TO p-open.
           STRING dt-name(dept-idx) "   " p-applied "      "
               p-interview "   " p-offer "     " p-accepted "  "
               p-open
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING open-idx FROM 1 BY 1
                   UNTIL open-idx > open-entries
               IF ot-dept(open-idx) = dt-name(dept-idx)
                   STRING "    " ot-number(open-idx) " "
                       ot-name(open-idx) " vacancy "
                       ot-position(open-idx) " "
                       ot-stage(open-idx) " since "
                       ot-since(open-idx)
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-PERFORM.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Applicant_Pipeline.
