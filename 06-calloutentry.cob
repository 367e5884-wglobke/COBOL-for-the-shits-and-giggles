      *       start    PIC 9(4)    HHMM the callout began
      *       end      PIC 9(4)    HHMM it ended
      *       summary  PIC X(40)   one line of what happened
      *       tier     PIC X       "P" the primary took the call,
      *                            "B" the backup did (blank on
      *                            entries made before the backup
      *                            tier - read as primary)
      *
      *    The tier is asked for; left blank it is the engineer's
      *    tier for that day on oncallsched.dat (primary when the
      *    day is not on the schedule).
      *
      *    The engineer name is validated against the on-call
      *    roster file so the monthly report and the calendar's
       FILE-CONTROL.
           SELECT OPTIONAL callout-file ASSIGN TO "callouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL schedule-file
               ASSIGN TO "oncallsched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS schedule-status.
           SELECT roster-file ASSIGN TO "oncallroster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS roster-status.
           05  co-start    PIC 9(4).
           05  co-end      PIC 9(4).
           05  co-summary  PIC X(40).
           05  co-tier     PIC X.

       FD  schedule-file.
       01  schedule-record.
           05  sched-date      PIC 9(8).
           05  sched-weekday   PIC X(9).
           05  sched-engineer  PIC X(20).
           05  sched-tier      PIC X.

       FD  roster-file.
       01  roster-record PIC X(20).

       WORKING-STORAGE SECTION.
       01  roster-status   PIC XX.
       01  schedule-status PIC XX.
       01  input-tier      PIC X.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  oncall-roster.
           DISPLAY "[+] Summary (one line)?".
           ACCEPT input-summary.
           MOVE input-summary TO co-summary.
           DISPLAY "[+] Tier that took the call - P primary, "
               "B backup (blank = as scheduled)?".
           ACCEPT input-tier.
           MOVE FUNCTION UPPER-CASE(input-tier) TO input-tier.
           IF input-tier = SPACE
               PERFORM Find-Scheduled-Tier
           END-IF.
           IF input-tier NOT = "P" AND input-tier NOT = "B"
               DISPLAY "[-] Not a tier - entry skipped."
               EXIT PARAGRAPH
           END-IF.
           MOVE input-tier TO co-tier.
           WRITE callout-record.
           ADD 1 TO entered-count.
           DISPLAY "[+] Callout logged.".

       Find-Scheduled-Tier.
      *    The engineer's tier on the callout day; primary unless
      *    the schedule has them down as that day's backup.
           MOVE "P" TO input-tier.
           OPEN INPUT schedule-file.
           IF schedule-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ schedule-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF sched-date = co-date AND
                                   sched-engineer = co-engineer AND
                                   sched-tier = "B"
                               MOVE "B" TO input-tier
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE schedule-file.
           MOVE "N" TO eof-flag.
           IF input-tier = "B"
               DISPLAY "[+] Scheduled as backup that day."
           END-IF.

       Load-Roster.
           OPEN INPUT roster-file.
           IF roster-status = "00" THEN
