       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Case_Ageing INITIAL.
      ****************************
      *    Open HR cases ageing report, for the HR lead's morning
      *    look at what is slipping: every case on hrcases.dat not
      *    yet closed (see Case_Maint), oldest first, with the
      *    employee, category, status, who opened it, its age in
      *    days since it was opened, and the days since anyone
      *    last touched it. A case idle longer than
      *    CASE_STALE_DAYS (run parameter, default 14) is marked
      *    STALE - nobody has noted it in that long.
      *
      *    The page ends with the count per age band (0-7, 8-14,
      *    15-30, 31-60, over 60 days) and per category. The
      *    report goes through Print_Writer to caseageing.rpt.
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
           SELECT case-file ASSIGN TO "hrcases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS hc-key
               FILE STATUS IS case-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  case-file.
       COPY "06-hrcase.cpy".

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  personnel-open  PIC X VALUE "N".
       01  case-status     PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  stale-days      PIC 9(3) VALUE 14.
      *    The cases not yet closed, oldest first once sorted.
       01  open-list.
           05  open-entries PIC 9(4) VALUE 0.
           05  open-entry OCCURS 1 TO 2000
                   DEPENDING ON open-entries.
               10  oe-age       PIC 9(5).
               10  oe-idle      PIC 9(5).
               10  oe-case-no   PIC 9(6).
               10  oe-employee-id PIC X(6).
               10  oe-category  PIC X(10).
               10  oe-status    PIC X.
               10  oe-opened-by PIC X(20).
               10  oe-subject   PIC X(40).
       01  open-idx        PIC 9(4).
       01  dropped-count   PIC 9(5) VALUE 0.
       01  closed-count    PIC 9(5) VALUE 0.
       01  stale-count     PIC 9(4) VALUE 0.
      *    Age bands: upper bounds in days, the last open-ended.
       01  band-limits.
           05  FILLER PIC 9(5) VALUE 7.
           05  FILLER PIC 9(5) VALUE 14.
           05  FILLER PIC 9(5) VALUE 30.
           05  FILLER PIC 9(5) VALUE 60.
           05  FILLER PIC 9(5) VALUE 99999.
       01  band-table REDEFINES band-limits.
           05  band-limit  PIC 9(5) OCCURS 5.
       01  band-names.
           05  FILLER PIC X(12) VALUE "0-7 days".
           05  FILLER PIC X(12) VALUE "8-14 days".
           05  FILLER PIC X(12) VALUE "15-30 days".
           05  FILLER PIC X(12) VALUE "31-60 days".
           05  FILLER PIC X(12) VALUE "over 60 days".
       01  band-name-table REDEFINES band-names.
           05  band-name   PIC X(12) OCCURS 5.
       01  band-counts.
           05  band-count  PIC 9(4) OCCURS 5.
       01  band-idx        PIC 9.
       01  category-table OCCURS 20.
           05  ct-category PIC X(10).
           05  ct-count    PIC 9(4).
       01  category-entries PIC 99 VALUE 0.
       01  category-idx    PIC 99.
       01  employee-name   PIC X(30).
       01  p-status        PIC X(7).
       01  p-stale         PIC X(5).
       01  p-age           PIC ZZZZ9.
       01  p-idle          PIC ZZZZ9.
       01  p-count         PIC ZZZ9.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Case_Ageing".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Open HR Cases by Age".
       01  pw-filename     PIC X(255) VALUE "caseageing.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           CALL "Get_Business_Date" USING business-date.
           MOVE ZEROS TO band-counts.
           MOVE "CASE_STALE_DAYS" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           IF rp-value NOT = SPACES
               IF FUNCTION TEST-NUMVAL(rp-value) = 0
                   MOVE FUNCTION NUMVAL(rp-value) TO stale-days
               ELSE
                   DISPLAY "[-] CASE_STALE_DAYS '"
                       FUNCTION TRIM(rp-value) "' is not a number "
                       "- " stale-days " used."
               END-IF
           END-IF.

           OPEN INPUT case-file.
           IF case-status NOT = "00" THEN
               DISPLAY "[+] No case file (hrcases.dat) - no cases "
                   "have been logged."
           ELSE
               PERFORM Load-Cases
               CLOSE case-file
           END-IF.
           IF open-entries > 1
               SORT open-entry ON DESCENDING KEY oe-age
                   ASCENDING KEY oe-case-no
           END-IF.

           OPEN INPUT personnel-file.
           IF personnel-status = "00"
               MOVE "Y" TO personnel-open
           END-IF.
           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Cases not closed as of " business-date
               " - idle over " stale-days " day(s) marked STALE"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.
           STRING "  Age  Idle  Case    Employee / name            "
               "      Category   Status  Opened by"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "  ---  ----  ------  ------------------------"
               "-------  ---------- ------- ------------"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING open-idx FROM 1 BY 1
                   UNTIL open-idx > open-entries
               PERFORM Print-Case
           END-PERFORM.
           IF open-entries = 0
               MOVE "  ** No open cases **" TO pw-line
               PERFORM Print-Line
           END-IF.
           IF personnel-open = "Y"
               CLOSE personnel-file
           END-IF.

           PERFORM Print-Line.
           MOVE "By age:" TO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING band-idx FROM 1 BY 1 UNTIL band-idx > 5
               MOVE band-count(band-idx) TO p-count
               STRING "  " band-name(band-idx) " " p-count
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-PERFORM.
           PERFORM Print-Line.
           MOVE "By category:" TO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING category-idx FROM 1 BY 1
                   UNTIL category-idx > category-entries
               MOVE ct-count(category-idx) TO p-count
               STRING "  " ct-category(category-idx) "   " p-count
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-PERFORM.
           PERFORM Print-Line.
           MOVE open-entries TO p-count.
           STRING "Open / waiting: " p-count "   stale: " stale-count
               "   closed (not listed): " closed-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           MOVE open-entries TO jl-record-count.
           DISPLAY "[+] " open-entries " open case(s), " stale-count
               " stale - see 'caseageing.rpt'.".
           MOVE "OK" TO jl-outcome.
           IF dropped-count > 0
               DISPLAY "[-] Case table full - " dropped-count
                   " case(s) NOT listed!"
               MOVE "FAILED" TO jl-outcome
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Load-Cases.
           PERFORM UNTIL eof-reached
               READ case-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF hc-closed
                           ADD 1 TO closed-count
                       ELSE
                           PERFORM Take-Case
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.

       Take-Case.
           IF open-entries = 2000
               ADD 1 TO dropped-count
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO open-entries.
           COMPUTE oe-age(open-entries) =
               FUNCTION INTEGER-OF-DATE(business-date)
               - FUNCTION INTEGER-OF-DATE(hc-opened-date).
           COMPUTE oe-idle(open-entries) =
               FUNCTION INTEGER-OF-DATE(business-date)
               - FUNCTION INTEGER-OF-DATE(hc-updated-date).
           MOVE hc-case-no TO oe-case-no(open-entries).
           MOVE hc-employee-id TO oe-employee-id(open-entries).
           MOVE hc-category TO oe-category(open-entries).
           MOVE hc-status TO oe-status(open-entries).
           MOVE hc-opened-by TO oe-opened-by(open-entries).
           MOVE hc-subject TO oe-subject(open-entries).

           PERFORM VARYING band-idx FROM 1 BY 1
                   UNTIL oe-age(open-entries) <= band-limit(band-idx)
               CONTINUE
           END-PERFORM.
           ADD 1 TO band-count(band-idx).
           PERFORM VARYING category-idx FROM 1 BY 1
                   UNTIL category-idx > category-entries OR
                   ct-category(category-idx) = hc-category
               CONTINUE
           END-PERFORM.
           IF category-idx > category-entries
               IF category-entries < 20
                   ADD 1 TO category-entries
                   MOVE hc-category TO ct-category(category-idx)
                   MOVE 0 TO ct-count(category-idx)
               ELSE
                   MOVE 20 TO category-idx
               END-IF
           END-IF.
           ADD 1 TO ct-count(category-idx).

       Print-Case.
           MOVE SPACES TO employee-name.
           IF personnel-open = "Y"
               MOVE oe-employee-id(open-idx) TO employee-id
               READ personnel-file
                   INVALID KEY
                       MOVE "(not on the master)" TO employee-name
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(first-name) " "
                           FUNCTION TRIM(last-name)
                           DELIMITED BY SIZE INTO employee-name
               END-READ
           END-IF.
           IF oe-status(open-idx) = "W"
               MOVE "WAITING" TO p-status
           ELSE
               MOVE "OPEN" TO p-status
           END-IF.
           MOVE SPACES TO p-stale.
           IF oe-idle(open-idx) > stale-days
               MOVE "STALE" TO p-stale
               ADD 1 TO stale-count
           END-IF.
           MOVE oe-age(open-idx) TO p-age.
           MOVE oe-idle(open-idx) TO p-idle.
           STRING p-age " " p-idle "  " oe-case-no(open-idx) "  "
               oe-employee-id(open-idx) " " employee-name(1:24)
               " " oe-category(open-idx) " " p-status " "
               oe-opened-by(open-idx)(1:12) " " p-stale
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "                    "
               FUNCTION TRIM(oe-subject(open-idx))
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Case_Ageing.
