      *       4. any .lck lock files still sitting on disk from
      *          File_Lock - a stale lock at shift change is
      *          exactly what blocks the night's first writer.
      *       5. the critical alerts paged out to the on-call
      *          engineers (escalations.dat, see Alert_Escalation):
      *          who was paged, on what number, and when, or who
      *          was passed over for want of a phone. A night
      *          shift crosses midnight, so a shift start later
      *          than the time of the report is taken as the day
      *          before and the pages of both days are listed.
      *
      *    The shift start time (HHMMSS) is prompted, and the
      *    incoming operator's name is taken at the end and printed
           SELECT session-log ASSIGN TO "sessions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS session-status.
           SELECT escalation-file ASSIGN TO "escalations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS escalation-status.
      ****************************
       DATA DIVISION.

           05  ol-elapsed  PIC 9(6).
           05  ol-count    PIC 9(6).
           05  ol-outcome  PIC X(8).
      *    Job_Log's parameter lines (type "PARM") are longer; only
      *    the END lines are read here.
       01  ops-parm-record.
           05  FILLER      PIC X(41).
           05  op-name     PIC X(30).
           05  op-value    PIC X(40).
           05  op-source   PIC X.

       FD  error-log.
       01  error-record PIC X(150).
       FD  session-log.
       01  session-record PIC X(100).

       FD  escalation-file.
       01  escalation-record.
           05  esc-alert-date   PIC 9(8).
           05  esc-alert-time   PIC 9(8).
           05  esc-alert-source PIC X(20).
           05  esc-level        PIC 9(2).
           05  esc-engineer     PIC X(20).
           05  esc-phone        PIC X(15).
           05  esc-date         PIC 9(8).
           05  esc-time         PIC 9(8).
           05  esc-result       PIC X.
               88  esc-paged        VALUE "P".

       WORKING-STORAGE SECTION.
       01  ops-status      PIC XX.
       01  error-status    PIC XX.
       01  session-status  PIC XX.
       01  escalation-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
      *    Where the shift began, for the escalations: the day
      *    before when the start is later than now.
       01  since-date      PIC 9(8).
       01  since-time      PIC 9(8).
       01  page-count      PIC 9(4) VALUE 0.
       01  shift-text      PIC X(6).
       01  shift-start     PIC X(6) VALUE "000000".
       01  date-token      PIC X(14).

           DISPLAY "[+] End-of-Shift Handover".
           DISPLAY "=========================".
           CALL "Get_Business_Date" USING business-date,
               business-time.
           DISPLAY "[+] Shift start time (HHMMSS, blank = whole "
               "day)?".
           ACCEPT shift-text.
           PERFORM List-Fatals.
           PERFORM List-Sessions.
           PERFORM List-Stale-Locks.
           PERFORM List-Escalations.

           MOVE SPACES TO pw-line.
           PERFORM Print-Line.

           DISPLAY "[+] Handover report written to 'handover.rpt' ("
               job-count " job(s), " fatal-count " fatal(s), "
               lock-count " stale lock(s), " page-count
               " escalation(s)).".
           GOBACK.

       List-Jobs-Run.
               PERFORM Print-Line
           END-IF.

       List-Escalations.
           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           MOVE "-- Critical alerts paged (escalations.dat) --"
               TO pw-line.
           PERFORM Print-Line.
           MOVE business-date TO since-date.
           MOVE shift-start TO since-time(1:6).
           MOVE "00" TO since-time(7:2).
           IF since-time > business-time
               COMPUTE since-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(business-date) - 1)
           END-IF.
           MOVE "N" TO eof-flag.
           OPEN INPUT escalation-file.
           IF escalation-status NOT = "00" THEN
               MOVE "   (none)" TO pw-line
               PERFORM Print-Line
               CLOSE escalation-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ escalation-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF (esc-date = since-date AND
                               esc-time >= since-time) OR
                               (esc-date > since-date AND
                               esc-date <= business-date)
                           PERFORM Print-Escalation
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE escalation-file.
           IF page-count = 0
               MOVE "   (none)" TO pw-line
               PERFORM Print-Line
           END-IF.

       Print-Escalation.
           ADD 1 TO page-count.
           MOVE SPACES TO pw-line.
           IF esc-paged
               STRING "   " esc-date " " esc-time(1:6)
                   " level " esc-level " paged "
                   FUNCTION TRIM(esc-engineer) " on "
                   FUNCTION TRIM(esc-phone) " - "
                   FUNCTION TRIM(esc-alert-source) " alert of "
                   esc-alert-date " " esc-alert-time(1:6)
                   DELIMITED BY SIZE INTO pw-line
           ELSE
               STRING "   " esc-date " " esc-time(1:6)
                   " level " esc-level " [-] passed over "
                   FUNCTION TRIM(esc-engineer) " (no phone) - "
                   FUNCTION TRIM(esc-alert-source) " alert of "
                   esc-alert-date " " esc-alert-time(1:6)
                   DELIMITED BY SIZE INTO pw-line
           END-IF.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
