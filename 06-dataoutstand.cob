       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Data_Confirm_Outstanding INITIAL.
      ****************************
      *    Outstanding personal-data confirmation returns, by
      *    department, for HR to chase: every statement sent for
      *    the year (dataconfirm.dat, see Data_Statement) with no
      *    return booked yet (see Data_Confirm_Entry), with the
      *    employee's manager and the days since it was sent.
      *    Employees terminated since the run are left off.
      *
      *    The year comes from the STATEMENT_YEAR environment
      *    variable (same override convention as BUSINESS_DATE),
      *    defaulting to the business-date year. The summary
      *    shows sent / returned / with corrections / outstanding.
      *    The listing goes through Print_Writer to
      *    dataoutstand.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT confirm-file ASSIGN TO "dataconfirm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cf-key
               FILE STATUS IS confirm-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  confirm-file.
       01  confirm-record.
           05  cf-key.
               10  cf-employee-id PIC X(6).
               10  cf-year        PIC 9(4).
           05  cf-sent        PIC 9(8).
           05  cf-returned    PIC 9(8).
           05  cf-corrections PIC X.

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  confirm-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  year-text       PIC X(4).
       01  statement-year  PIC 9(4).
      *    Outstanding statements.
       01  due-table OCCURS 1000.
           05  dt-dept     PIC X(20).
           05  dt-id       PIC X(6).
           05  dt-name     PIC X(30).
           05  dt-manager  PIC X(6).
           05  dt-sent     PIC 9(8).
           05  dt-days     PIC 9(5).
       01  due-entries     PIC 9(4) VALUE 0.
       01  due-idx         PIC 9(4).
       01  dept-table OCCURS 50.
           05  dp-name     PIC X(20).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  dept-hit        PIC 99.
       01  sent-count      PIC 9(5) VALUE 0.
       01  returned-count  PIC 9(5) VALUE 0.
       01  corrected-count PIC 9(5) VALUE 0.
       01  left-count      PIC 9(5) VALUE 0.
       01  manager-name    PIC X(30).
       01  p-days          PIC ZZ,ZZ9.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Data_Confirm_Outstnd".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Personal-Data Confirmations Outstanding".
       01  pw-filename     PIC X(255) VALUE "dataoutstand.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

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

           OPEN INPUT confirm-file.
           IF confirm-status NOT = "00" THEN
               DISPLAY "[-] Cannot open dataconfirm.dat, status "
                   confirm-status " - no statements sent yet."
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               CLOSE confirm-file
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ confirm-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO jl-record-count
                       IF cf-year = statement-year
                           PERFORM Check-Return
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE confirm-file.
           MOVE "N" TO eof-flag.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Statement year " statement-year ", as of "
               business-date
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
           STRING "Sent " sent-count "  returned " returned-count
               "  with corrections " corrected-count
               "  outstanding " due-entries
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF left-count > 0
               STRING "(" left-count " outstanding for employees "
                   "since terminated - not chased)"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Report written to 'dataoutstand.rpt' ("
               due-entries " outstanding).".
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Check-Return.
           ADD 1 TO sent-count.
           IF cf-returned NOT = 0
               ADD 1 TO returned-count
               IF cf-corrections = "Y"
                   ADD 1 TO corrected-count
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE cf-employee-id TO employee-id.
           READ personnel-file
               INVALID KEY
                   ADD 1 TO left-count
                   EXIT PARAGRAPH
           END-READ.
           IF emp-terminated
               ADD 1 TO left-count
               EXIT PARAGRAPH
           END-IF.
           IF due-entries NOT < 1000
               DISPLAY "[-] Outstanding table full - " employee-id
                   " NOT listed!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO due-entries.
           MOVE department TO dt-dept(due-entries).
           MOVE employee-id TO dt-id(due-entries).
           MOVE SPACES TO dt-name(due-entries).
           STRING FUNCTION TRIM(first-name) " "
               FUNCTION TRIM(last-name)
               DELIMITED BY SIZE INTO dt-name(due-entries).
           MOVE manager-id TO dt-manager(due-entries).
           MOVE cf-sent TO dt-sent(due-entries).
           COMPUTE dt-days(due-entries) =
               FUNCTION INTEGER-OF-DATE(business-date)
               - FUNCTION INTEGER-OF-DATE(cf-sent).
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
           STRING "Department " dp-name(dept-idx)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING due-idx FROM 1 BY 1
                   UNTIL due-idx > due-entries
               IF dt-dept(due-idx) = dp-name(dept-idx)
                   PERFORM Print-Outstanding
               END-IF
           END-PERFORM.
           PERFORM Print-Line.

       Print-Outstanding.
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
           MOVE dt-days(due-idx) TO p-days.
           STRING "   " dt-id(due-idx) " " dt-name(due-idx)
               " sent " dt-sent(due-idx) p-days " day(s)  mgr "
               manager-name
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Data_Confirm_Outstanding.
