       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Service_Awards INITIAL.
      ****************************
      *    Monthly service-anniversary listing for the awards
      *    committee: every active employee whose 5, 10, 15, 20 or
      *    25 year anniversary of continuous service falls in the
      *    month, grouped by milestone, with their department and
      *    the anniversary date.
      *
      *    Service is counted from the adjusted continuous-service
      *    date (see Service_Date), so a rehired leaver whose
      *    short break was bridged keeps their earlier service.
      *
      *    The month comes from the AWARD_MONTH environment
      *    variable as YYYYMM (same override convention as
      *    BUSINESS_DATE), defaulting to the business-date month.
      *    The listing goes through Print_Writer to
      *    serviceawards.rpt.
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
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  month-text      PIC X(6).
       01  award-month     PIC X(6).
       01  award-year      PIC 9(4).
       01  sd-service-date PIC 9(8).
       01  service-parts REDEFINES sd-service-date.
           05  service-year  PIC 9(4).
           05  service-mmdd  PIC 9(4).
       01  service-years   PIC S9(4).
      *    Employees reaching a milestone this month.
       01  award-table OCCURS 500.
           05  aw-years    PIC 99.
           05  aw-id       PIC X(6).
           05  aw-name     PIC X(30).
           05  aw-dept     PIC X(20).
           05  aw-service  PIC 9(8).
       01  award-entries   PIC 9(3) VALUE 0.
       01  award-idx       PIC 9(3).
       01  milestone       PIC 99.
       01  milestone-count PIC 9(3).
       01  employee-count  PIC 9(5) VALUE 0.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Service_Awards".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Service Anniversaries - Awards Committee".
       01  pw-filename     PIC X(255) VALUE "serviceawards.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
           MOVE "AWARD_MONTH" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO month-text.
           IF month-text NOT = SPACES AND month-text IS NUMERIC
               MOVE month-text TO award-month
           ELSE
               MOVE business-date(1:6) TO award-month
           END-IF.
           MOVE award-month(1:4) TO award-year.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

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
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF NOT emp-terminated
                           ADD 1 TO employee-count
                           PERFORM Check-Anniversary
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Anniversaries in " award-month(1:4) "-"
               award-month(5:2)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING milestone FROM 5 BY 5
                   UNTIL milestone > 25
               PERFORM Print-Milestone
           END-PERFORM.

           PERFORM Print-Line.
           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           STRING "Active employees : " employee-count
               "   awards due: " award-entries
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Report written to 'serviceawards.rpt' ("
               award-entries " award(s)).".
           MOVE employee-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Check-Anniversary.
           CALL "Service_Date" USING employee-id, hire-date,
               sd-service-date.
           IF sd-service-date IS NOT NUMERIC OR sd-service-date = 0
               EXIT PARAGRAPH
           END-IF.
           IF sd-service-date(5:2) NOT = award-month(5:2)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE service-years = award-year - service-year.
           IF service-years < 5 OR service-years > 25
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION MOD(service-years, 5) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF award-entries NOT < 500
               DISPLAY "[-] Award table full - " employee-id
                   " NOT listed!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO award-entries.
           MOVE service-years TO aw-years(award-entries).
           MOVE employee-id TO aw-id(award-entries).
           MOVE SPACES TO aw-name(award-entries).
           STRING FUNCTION TRIM(first-name) " "
               FUNCTION TRIM(last-name)
               DELIMITED BY SIZE INTO aw-name(award-entries).
           MOVE department TO aw-dept(award-entries).
           MOVE sd-service-date TO aw-service(award-entries).

       Print-Milestone.
           MOVE 0 TO milestone-count.
           PERFORM Print-Line.
           STRING milestone " years of service"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING award-idx FROM 1 BY 1
                   UNTIL award-idx > award-entries
               IF aw-years(award-idx) = milestone
                   ADD 1 TO milestone-count
                   STRING "   " aw-id(award-idx) " "
                       aw-name(award-idx) " " aw-dept(award-idx)
                       " service from " aw-service(award-idx)
                       "  anniversary " award-year
                       aw-service(award-idx)(5:4)
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-PERFORM.
           IF milestone-count = 0
               MOVE "   (none this month)" TO pw-line
               PERFORM Print-Line
           END-IF.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Service_Awards.
