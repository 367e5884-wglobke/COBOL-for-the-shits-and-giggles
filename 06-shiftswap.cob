      *       swap-date     PIC 9(8)    the day being traded
      *       engineer-off  PIC X(20)   who gives the day up
      *       engineer-on   PIC X(20)   who takes it
      *       tier          PIC X       "P" the primary day, "B" the
      *                                 backup day, blank whichever
      *                                 one the "off" engineer holds
      *
      *    Each transaction is validated: the "off" engineer must
      *    actually hold that day (in that tier) on the schedule,
      *    the "on" engineer must be on the roster (oncallroster.dat,
      *    same fallback as On_Call_Calendar), and must not already
      *    hold the day in either tier - a swap never leaves anyone
      *    as their own backup. Valid swaps rewrite the
      *    schedule; the batch then prints the updated calendar
      *    with swapped days marked. Because Shift_Coverage_Report
      *    tallies from the schedule file, its coverage counts and
           05  sched-date      PIC 9(8).
           05  sched-weekday   PIC X(9).
           05  sched-engineer  PIC X(20).
           05  sched-tier      PIC X.

       FD  swap-file.
       01  swap-record.
           05  swap-date       PIC 9(8).
           05  swap-off        PIC X(20).
           05  swap-on         PIC X(20).
           05  swap-tier       PIC X.

       FD  roster-file.
       01  roster-record PIC X(20).
       01  roster-status   PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  schedule-table OCCURS 40.
           05  st-date     PIC 9(8).
           05  st-weekday  PIC X(9).
           05  st-engineer PIC X(20).
           05  st-tier     PIC X.
           05  st-swapped  PIC X.
       01  schedule-entries PIC 99 VALUE 0.
       01  st-idx          PIC 99.
       01  swap-read-count PIC 9(3) VALUE 0.
       01  applied-count   PIC 9(3) VALUE 0.
       01  rejected-count  PIC 9(3) VALUE 0.
       01  tier-text       PIC X(7).
       01  holds-day-flag  PIC X.
      ****************************
       PROCEDURE DIVISION.

               READ schedule-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF schedule-entries < 40
                           ADD 1 TO schedule-entries
                           MOVE sched-date
                               TO st-date(schedule-entries)
                               TO st-weekday(schedule-entries)
                           MOVE sched-engineer
                               TO st-engineer(schedule-entries)
                           MOVE sched-tier
                               TO st-tier(schedule-entries)
                           MOVE "N" TO st-swapped(schedule-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE schedule-file.
           MOVE "N" TO eof-flag.

           PERFORM Load-Roster.

               MOVE st-date(st-idx) TO sched-date
               MOVE st-weekday(st-idx) TO sched-weekday
               MOVE st-engineer(st-idx) TO sched-engineer
               MOVE st-tier(st-idx) TO sched-tier
               WRITE schedule-record
           END-PERFORM.
           CLOSE schedule-file.
           DISPLAY "=============================".
           PERFORM VARYING st-idx FROM 1 BY 1
                   UNTIL st-idx > schedule-entries
               IF st-tier(st-idx) = "B"
                   MOVE "backup " TO tier-text
               ELSE
                   MOVE SPACES TO tier-text
               END-IF
               IF st-swapped(st-idx) = "Y"
                   DISPLAY "   " st-weekday(st-idx) " "
                       st-date(st-idx) " : " tier-text
                       st-engineer(st-idx) " (swapped)"
               ELSE
                   DISPLAY "   " st-weekday(st-idx) " "
                       st-date(st-idx) " : " tier-text
                       st-engineer(st-idx)
               END-IF
           END-PERFORM.

       Apply-Swap.
      *    The "off" engineer must really hold the day, and the
      *    "on" engineer must be on the roster.
      *    A blank tier on the schedule is the primary.
           MOVE 0 TO st-hit.
           MOVE "N" TO holds-day-flag.
           PERFORM VARYING st-idx FROM 1 BY 1
                   UNTIL st-idx > schedule-entries
               IF st-date(st-idx) = swap-date AND
                       st-engineer(st-idx) = swap-off AND
                       (swap-tier = SPACE OR
                        swap-tier = st-tier(st-idx) OR
                        (swap-tier = "P" AND st-tier(st-idx) = SPACE))
                   MOVE st-idx TO st-hit
               END-IF
               IF st-date(st-idx) = swap-date AND
                       st-engineer(st-idx) = swap-on
                   MOVE "Y" TO holds-day-flag
               END-IF
           END-PERFORM.
           IF st-hit = 0
               ADD 1 TO rejected-count
               IF swap-tier = "B"
                   DISPLAY "[-] Swap rejected: "
                       FUNCTION TRIM(swap-off) " is not the backup "
                       "on " swap-date " on the schedule."
               ELSE
                   DISPLAY "[-] Swap rejected: "
                       FUNCTION TRIM(swap-off) " does not hold "
                       swap-date " on the schedule."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF holds-day-flag = "Y"
               ADD 1 TO rejected-count
               DISPLAY "[-] Swap rejected: "
                   FUNCTION TRIM(swap-on) " already holds "
                   swap-date " on the schedule."
               EXIT PARAGRAPH
           END-IF.
