      *    doubled holiday coverage, and shift swaps applied by
      *    Shift_Swap_Batch - instead of re-deriving the rotation
      *    and drifting out of step with what was actually covered.
      *    Backup days (tier "B") are counted apart from the
      *    shifts; only primary shifts clear the zero-shift flag.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  sched-date      PIC 9(8).
           05  sched-weekday   PIC X(9).
           05  sched-engineer  PIC X(20).
           05  sched-tier      PIC X.

       FD  roster-file.
       01  roster-record PIC X(20).

       01  shift-counts.
           02  shift-count PIC 99 OCCURS 20.
       01  backup-counts.
           02  backup-count PIC 99 OCCURS 20.

       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
           PERFORM VARYING roster-idx FROM 1 BY 1
                   UNTIL roster-idx > roster-size
               MOVE 0 TO shift-count(roster-idx)
               MOVE 0 TO backup-count(roster-idx)
           END-PERFORM.

           DISPLAY "[+] Weekly On-Call Calendar (as scheduled)".
               READ schedule-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF sched-tier = "B"
                           DISPLAY "   " sched-weekday " "
                               sched-date " : backup "
                               sched-engineer
                       ELSE
                           DISPLAY "   " sched-weekday " "
                               sched-date " : " sched-engineer
                       END-IF
                       PERFORM Tally-Shift
               END-READ
           END-PERFORM.
           PERFORM VARYING roster-idx FROM 1 BY 1
                   UNTIL roster-idx > roster-size
               DISPLAY "   " oncall-engineer(roster-idx) " : "
                   shift-count(roster-idx) " shift(s), "
                   backup-count(roster-idx) " backup day(s)"
               IF shift-count(roster-idx) = 0
                   DISPLAY "      [-] Warning: not assigned any "
                       "shifts this week."
           PERFORM VARYING roster-idx FROM 1 BY 1
                   UNTIL roster-idx > roster-size
               IF oncall-engineer(roster-idx) = sched-engineer
                   IF sched-tier = "B"
                       ADD 1 TO backup-count(roster-idx)
                   ELSE
                       ADD 1 TO shift-count(roster-idx)
                   END-IF
                   MOVE "Y" TO found-flag
               END-IF
           END-PERFORM.
