      *    business-date month. An overnight callout is one
      *    starting at or after 22:00 or ending at or before
      *    06:00 - the same rule On_Call_Calendar uses for its
      *    fatigue flag. A callout the backup tier took (see
      *    Callout_Entry) is marked and counted separately.
      *
      *    The listing goes through Print_Writer to callouts.rpt.
      ****************************
           05  co-start    PIC 9(4).
           05  co-end      PIC 9(4).
           05  co-summary  PIC X(40).
           05  co-tier     PIC X.

       WORKING-STORAGE SECTION.
       01  callout-status  PIC XX.
           05  ic-start    PIC 9(4).
           05  ic-end      PIC 9(4).
           05  ic-summary  PIC X(40).
           05  ic-tier     PIC X.
           05  ic-printed  PIC X.
       01  incident-entries PIC 9(3) VALUE 0.
       01  incident-idx    PIC 9(3).
       01  group-engineer  PIC X(20).
       01  group-count     PIC 9(3).
       01  overnight-count PIC 9(3).
       01  backup-count    PIC 9(3).
       01  total-count     PIC 9(5) VALUE 0.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60) VALUE "Monthly Callout Report".
       01  pw-filename     PIC X(255) VALUE "callouts.rpt".
       01  pw-line         PIC X(132).
      *    Run parameters (see Run_Parameter).
       01  rp-job-name     PIC X(20) VALUE "Callout_Report".
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date.
           MOVE "CALLOUT_MONTH" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO month-text.
           IF month-text NOT = SPACES AND month-text IS NUMERIC
               MOVE month-text TO report-month
           ELSE
                                   TO ic-end(incident-entries)
                               MOVE co-summary
                                   TO ic-summary(incident-entries)
                               MOVE co-tier
                                   TO ic-tier(incident-entries)
                               MOVE "N"
                                   TO ic-printed(incident-entries)
                           ELSE
           PERFORM Print-Line.
           MOVE 0 TO group-count.
           MOVE 0 TO overnight-count.
           MOVE 0 TO backup-count.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > incident-entries
               IF ic-engineer(scan-idx) = group-engineer AND
                       ADD 1 TO overnight-count
                       MOVE "(overnight)" TO pw-line(70:11)
                   END-IF
                   IF ic-tier(scan-idx) = "B"
                       ADD 1 TO backup-count
                       MOVE "(backup)" TO pw-line(82:8)
                   END-IF
                   PERFORM Print-Line
               END-IF
           END-PERFORM.
           MOVE SPACES TO pw-line.
           STRING "   incidents: " group-count
               "   overnight: " overnight-count
               "   taken as backup: " backup-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

