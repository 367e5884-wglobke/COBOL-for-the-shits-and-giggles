      *    consulted per day: an excluded engineer's day passes to
      *    the next eligible person on the roster and the calendar
      *    shows the substitution and why. The holidays file
      *    holidays.dat (date, name, location) marks days needing
      *    doubled coverage, which get a second (backup) engineer.
      *    The holidays are those of the site in run parameter
      *    ONCALL_LOCATION (see Run_Parameter) when it has rows of
      *    its own, else the company-wide set (location spaces),
      *    as Business_Calendar reads them.
      *
      *    The run writes its assignments to the schedule file
      *    oncallsched.dat (date, weekday, engineer), dated from
      *    later, or ending by 06:00) the day before, the calendar
      *    prints a FATIGUE flag so nobody is scheduled a full
      *    shift after a 3am callout without anyone noticing.
      *
      *    Certifications (see Cert_Maint): each roster name is
      *    matched to the personnel master through Name_Parser, and
      *    an engineer missing, or holding an expired copy of, a
      *    certification certtypes.dat requires for their job code
      *    is skipped for that day like a vacation exclusion, with
      *    the lapsed code shown. Without certtypes.dat nobody is
      *    gated; a roster name not on the master is not gated.
      *
      *    Before the new week is written, the outgoing week in
      *    oncallsched.dat (with any swaps Shift_Swap_Batch made)
      *    is appended to the history file oncallhist.dat (same
      *    layout), so the schedule file still holds just the one
      *    week payroll pays while the weeks before it are kept.
      *
      *    Balancing mode (run parameter ONCALL_BALANCE = Y, see
      *    Run_Parameter) replaces the plain rotation: the weighted
      *    load of each roster engineer over the previous
      *    ONCALL_LOOKBACK_WEEKS weeks (default 13) is taken from
      *    oncallhist.dat and callouts.dat - a weekday counts 1, a
      *    weekend day ONCALL_WEIGHT_WEEKEND (default 2), a
      *    holidays.dat day ONCALL_WEIGHT_HOLIDAY (default 3), and
      *    each overnight callout ONCALL_WEIGHT_CALLOUT (default 2)
      *    - and each day of the new week goes to the eligible
      *    engineer with the lowest load so far (ties to the first
      *    on the roster), the day's weight added as it is
      *    assigned. Exclusions, certifications, holiday doubling
      *    and the fatigue flag apply as before. A fairness table
      *    (load before and after the new week per engineer)
      *    follows the calendar.
      *
      *    Every day also gets a backup engineer, the one the
      *    operator calls when the primary does not answer: the
      *    next eligible engineer in the rotation after the day's
      *    pick (in balancing mode the eligible one with the lowest
      *    load), never one of the day's primaries and subject to
      *    the same exclusions and certifications. The schedule
      *    row's tier byte says which is which - "P" primary, "B"
      *    backup (a blank tier, as on rows written before the
      *    backup tier, reads as primary). A backup day counts
      *    ONCALL_WEIGHT_BACKUP (default 1) in the balancing load.
      *    With nobody left eligible the day has no backup row and
      *    the gap is flagged.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT schedule-file ASSIGN TO "oncallsched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS schedule-status.
           SELECT OPTIONAL history-file ASSIGN TO "oncallhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-status.
           SELECT roster-file ASSIGN TO "oncallroster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS roster-status.
           SELECT callout-file ASSIGN TO "callouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS callout-status.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT cert-file ASSIGN TO "certifications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ce-key
               FILE STATUS IS cert-status.
           SELECT certtype-file ASSIGN TO "certtypes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certtype-status.
      ****************************
       DATA DIVISION.

           05  sched-date      PIC 9(8).
           05  sched-weekday   PIC X(9).
           05  sched-engineer  PIC X(20).
           05  sched-tier      PIC X.
               88  sched-backup    VALUE "B".

       FD  history-file.
       01  history-record.
           05  hist-date       PIC 9(8).
           05  hist-weekday    PIC X(9).
           05  hist-engineer   PIC X(20).
           05  hist-tier       PIC X.

       FD  roster-file.
       01  roster-record PIC X(20).
       01  holiday-record.
           05  hol-date        PIC 9(8).
           05  hol-name        PIC X(20).
           05  hol-location    PIC X(2).

       FD  callout-file.
       01  callout-record.
           05  co-start    PIC 9(4).
           05  co-end      PIC 9(4).
           05  co-summary  PIC X(40).
           05  co-tier     PIC X.

       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  cert-file.
       01  cert-record.
           05  ce-key.
               10  ce-employee-id PIC X(6).
               10  ce-code        PIC X(8).
           05  ce-issued      PIC 9(8).
           05  ce-expiry      PIC 9(8).

       FD  certtype-file.
       01  certtype-record.
           05  cr-job-code    PIC X(4).
           05  cr-code        PIC X(8).
           05  cr-description PIC X(30).

       WORKING-STORAGE SECTION.
       01  week-table.
       01  exclusion-status PIC XX.
       01  exc-idx         PIC 99.

       01  holiday-table OCCURS 200.
           05  holt-date       PIC 9(8).
           05  holt-name       PIC X(20).
           05  holt-location   PIC X(2).
       01  holiday-entries PIC 999 VALUE 0.
       01  holiday-status  PIC XX.
       01  hol-idx         PIC 999.
      *    The site the calendar is for (ONCALL_LOCATION) and the
      *    holiday set that applies: its own when it has any, else
      *    the company-wide rows (location spaces).
       01  oncall-location PIC X(2).
       01  active-location PIC X(2).

      *    Overnight callouts per engineer per date (see
      *    Callout_Entry) for the fatigue flag.
       01  callout-table OCCURS 500.
           05  col-date     PIC 9(8).
           05  col-engineer PIC X(20).
       01  callout-entries PIC 9(3) VALUE 0.
       01  prior-date      PIC 9(8).
       01  fatigue-flag    PIC X.

      *    Certification gating: the master record behind each
      *    roster name, the required codes per job code, and the
      *    roster engineers' certifications.
       01  roster-master OCCURS 20.
           05  rm-employee-id PIC X(6).
           05  rm-job-code    PIC X(4).
       01  personnel-status PIC XX.
       01  cert-status     PIC XX.
       01  certtype-status PIC XX.
       01  required-table OCCURS 100.
           05  rq-job-code PIC X(4).
           05  rq-code     PIC X(8).
       01  required-entries PIC 9(3) VALUE 0.
       01  required-idx    PIC 9(3).
       01  held-table OCCURS 200.
           05  hd-employee-id PIC X(6).
           05  hd-code     PIC X(8).
           05  hd-expiry   PIC 9(8).
       01  held-entries    PIC 9(3) VALUE 0.
       01  held-idx        PIC 9(3).
       01  held-ok         PIC X.
       01  engineer-idx    PIC 99.
       01  lapsed-code     PIC X(8).
       01  skip-reason     PIC X(30).
       01  first-reason    PIC X(30).
       01  parsed-full-name    PIC X(50).
       01  parsed-first-name   PIC X(20).
       01  parsed-middle-name  PIC X(20).
       01  parsed-last-name    PIC X(20).

      *    History and balancing (see Run_Parameter for the
      *    settings).
       01  schedule-status PIC XX.
       01  history-status  PIC XX.
       01  last-hist-date  PIC 9(8) VALUE 0.
       01  monday-date     PIC 9(8).
       01  window-start    PIC 9(8).
       01  archived-count  PIC 9(5) VALUE 0.
       01  balance-mode    PIC X VALUE "N".
       01  lookback-weeks  PIC 9(3) VALUE 13.
       01  weight-weekend  PIC 9(3) VALUE 2.
       01  weight-holiday  PIC 9(3) VALUE 3.
       01  weight-callout  PIC 9(3) VALUE 2.
       01  weight-backup   PIC 9(3) VALUE 1.
       01  param-text      PIC X(40).
       01  load-table OCCURS 20.
           05  ld-before   PIC 9(5).
           05  ld-added    PIC 9(5).
           05  ld-days     PIC 9(3).
           05  ld-weekends PIC 9(3).
           05  ld-holidays PIC 9(3).
           05  ld-callouts PIC 9(3).
           05  ld-backups  PIC 9(3).
       01  weight-date     PIC 9(8).
       01  day-weight      PIC 9(3).
       01  weight-kind     PIC X.
       01  load-idx        PIC 99.
       01  best-idx        PIC 99.
       01  first-idx       PIC 99.
       01  load-total      PIC 9(5).
       01  best-total      PIC 9(5).
       01  first-total     PIC 9(5).
       01  taken-engineer  PIC X(20).
       01  day-primary     PIC X(20).
       01  day-second      PIC X(20).
       01  show-before     PIC Z(4)9.
       01  show-added      PIC Z(4)9.
       01  show-after      PIC Z(4)9.
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-job-name     PIC X(20) VALUE "On_Call_Calendar".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.

       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  day-idx         PIC 9.
           PERFORM Load-Exclusions.
           PERFORM Load-Holidays.
           PERFORM Load-Callouts.
           PERFORM Load-Certifications.

      *    The week runs from the Monday of the business week.
           CALL "Get_Business_Date" USING business-date,
           COMPUTE monday-int =
               FUNCTION INTEGER-OF-DATE(business-date)
               - business-weekday + 1.
           MOVE FUNCTION DATE-OF-INTEGER(monday-int) TO monday-date.

           PERFORM Load-Balance-Settings.
           PERFORM Archive-Last-Week.
           IF balance-mode = "Y"
               PERFORM Load-Past-Load
           END-IF.

           DISPLAY "[+] Weekly On-Call Calendar".
           DISPLAY "============================".
               MOVE FUNCTION DATE-OF-INTEGER(day-int) TO this-date
               PERFORM Check-Holiday

               MOVE SPACES TO taken-engineer
               IF balance-mode = "Y"
                   PERFORM Pick-Balanced-Engineer
               ELSE
                   MOVE oncall-engineer(roster-idx) TO first-pick
                   PERFORM Pick-Eligible-Engineer
               END-IF
               PERFORM Write-Assignment
               MOVE chosen-engineer TO day-primary
               MOVE SPACES TO day-second
               IF chosen-engineer NOT = first-pick
                   DISPLAY "      (substituted for "
                       FUNCTION TRIM(first-pick)
                       " - " FUNCTION TRIM(first-reason) ")"
               END-IF

               IF this-holiday NOT = SPACES
                   DISPLAY "      (holiday '"
                       FUNCTION TRIM(this-holiday)
                       "' - doubled coverage)"
                   IF balance-mode = "Y"
                       MOVE chosen-engineer TO taken-engineer
                       PERFORM Pick-Balanced-Engineer
                   ELSE
                       ADD 1 TO roster-idx
                       IF roster-idx > roster-size
                           MOVE 1 TO roster-idx
                       END-IF
                       MOVE oncall-engineer(roster-idx) TO first-pick
                       PERFORM Pick-Eligible-Engineer
                   END-IF
                   PERFORM Write-Assignment
                   MOVE chosen-engineer TO day-second
               END-IF

               PERFORM Pick-Backup-Engineer
               IF best-idx = 0
                   DISPLAY "      [-] No backup available on "
                       this-date " - everyone else is excluded."
               ELSE
                   PERFORM Write-Backup
               END-IF
           END-PERFORM.
           CLOSE schedule-file.
           DISPLAY "[+] Schedule written to 'oncallsched.dat'.".
           IF balance-mode = "Y"
               PERFORM Show-Fairness-Table
           END-IF.

           GOBACK.

           MOVE this-date TO sched-date.
           MOVE weekdays(day-idx) TO sched-weekday.
           MOVE chosen-engineer TO sched-engineer.
           MOVE "P" TO sched-tier.
           WRITE schedule-record.
      *    The day's weight goes on the engineer's running load.
           MOVE this-date TO weight-date.
           PERFORM Get-Day-Weight.
           PERFORM VARYING load-idx FROM 1 BY 1
                   UNTIL load-idx > roster-size
               IF oncall-engineer(load-idx) = chosen-engineer
                   ADD day-weight TO ld-added(load-idx)
               END-IF
           END-PERFORM.

       Write-Backup.
           DISPLAY "      backup : " chosen-engineer.
           PERFORM Check-Fatigue.
           IF fatigue-flag = "Y"
               DISPLAY "      [-] FATIGUE: "
                   FUNCTION TRIM(chosen-engineer)
                   " logged an overnight callout the day before."
           END-IF.
           MOVE this-date TO sched-date.
           MOVE weekdays(day-idx) TO sched-weekday.
           MOVE chosen-engineer TO sched-engineer.
           MOVE "B" TO sched-tier.
           WRITE schedule-record.
           ADD weight-backup TO ld-added(best-idx).

       Pick-Backup-Engineer.
      *    Probe the roster from the place after the day's pick;
      *    the first eligible engineer who is not a primary that
      *    day is the backup - in balancing mode the eligible one
      *    with the lowest load. best-idx stays 0 if there is none.
           MOVE 0 TO best-idx.
           MOVE roster-idx TO probe-idx.
           PERFORM VARYING probe-count FROM 1 BY 1
                   UNTIL probe-count > roster-size
               ADD 1 TO probe-idx
               IF probe-idx > roster-size
                   MOVE 1 TO probe-idx
               END-IF
               MOVE oncall-engineer(probe-idx) TO chosen-engineer
               IF chosen-engineer NOT = day-primary AND
                       chosen-engineer NOT = day-second
                   MOVE probe-idx TO engineer-idx
                   PERFORM Check-Exclusion
                   COMPUTE load-total = ld-before(probe-idx)
                       + ld-added(probe-idx)
                   IF excluded-flag = "N" AND (best-idx = 0 OR
                           (balance-mode = "Y" AND
                            load-total < best-total))
                       MOVE probe-idx TO best-idx
                       MOVE load-total TO best-total
                   END-IF
               END-IF
           END-PERFORM.
           IF best-idx > 0
               MOVE oncall-engineer(best-idx) TO chosen-engineer
           END-IF.

       Check-Fatigue.
      *    Did this engineer log an overnight callout the day
           PERFORM TEST AFTER UNTIL excluded-flag = "N" OR
                   probe-count >= roster-size
               MOVE oncall-engineer(probe-idx) TO chosen-engineer
               MOVE probe-idx TO engineer-idx
               PERFORM Check-Exclusion
               IF probe-count = 0
                   MOVE skip-reason TO first-reason
               END-IF
               IF excluded-flag = "Y"
                   ADD 1 TO probe-idx
                   IF probe-idx > roster-size
               MOVE first-pick TO chosen-engineer
           END-IF.

       Pick-Balanced-Engineer.
      *    The eligible engineer with the lowest load so far; the
      *    lowest of all, eligible or not, is the "first pick" the
      *    substitution note refers to. taken-engineer (a holiday's
      *    first engineer) is not picked twice for one day.
           MOVE 0 TO best-idx.
           MOVE 0 TO first-idx.
           PERFORM VARYING load-idx FROM 1 BY 1
                   UNTIL load-idx > roster-size
               IF oncall-engineer(load-idx) NOT = taken-engineer
                   COMPUTE load-total = ld-before(load-idx)
                       + ld-added(load-idx)
                   IF first-idx = 0 OR load-total < first-total
                       MOVE load-idx TO first-idx
                       MOVE load-total TO first-total
                   END-IF
                   MOVE oncall-engineer(load-idx) TO chosen-engineer
                   MOVE load-idx TO engineer-idx
                   PERFORM Check-Exclusion
                   IF excluded-flag = "N" AND
                           (best-idx = 0 OR load-total < best-total)
                       MOVE load-idx TO best-idx
                       MOVE load-total TO best-total
                   END-IF
               END-IF
           END-PERFORM.
           IF first-idx = 0
               MOVE 1 TO first-idx
           END-IF.
           MOVE oncall-engineer(first-idx) TO first-pick.
           MOVE first-pick TO chosen-engineer.
           MOVE first-idx TO engineer-idx.
           PERFORM Check-Exclusion.
           MOVE skip-reason TO first-reason.
           IF best-idx = 0
               DISPLAY "      [-] Everyone excluded on " this-date
                   " - keeping " FUNCTION TRIM(first-pick) "."
               MOVE first-pick TO chosen-engineer
           ELSE
               MOVE oncall-engineer(best-idx) TO chosen-engineer
           END-IF.

       Get-Day-Weight.
      *    Weight of weight-date: a holiday outweighs a weekend,
      *    a weekend a plain weekday.
           MOVE 1 TO day-weight.
           MOVE "D" TO weight-kind.
           IF FUNCTION MOD(FUNCTION INTEGER-OF-DATE(weight-date)
                   - 1, 7) > 4
               MOVE weight-weekend TO day-weight
               MOVE "W" TO weight-kind
           END-IF.
           PERFORM VARYING hol-idx FROM 1 BY 1
                   UNTIL hol-idx > holiday-entries
               IF holt-date(hol-idx) = weight-date AND
                       holt-location(hol-idx) = active-location
                   MOVE weight-holiday TO day-weight
                   MOVE "H" TO weight-kind
               END-IF
           END-PERFORM.

       Show-Fairness-Table.
           DISPLAY "---".
           DISPLAY "[+] Fairness table - weighted load over the last "
               lookback-weeks " week(s) and with this week".
           DISPLAY "   Engineer             Days Wkend Hols Bkup "
               "Callouts  Before  +Week   After".
           PERFORM VARYING load-idx FROM 1 BY 1
                   UNTIL load-idx > roster-size
               MOVE ld-before(load-idx) TO show-before
               MOVE ld-added(load-idx) TO show-added
               COMPUTE show-after = ld-before(load-idx)
                   + ld-added(load-idx)
               DISPLAY "   " oncall-engineer(load-idx) " "
                   ld-days(load-idx) "   " ld-weekends(load-idx)
                   "  " ld-holidays(load-idx) "  "
                   ld-backups(load-idx) "   "
                   ld-callouts(load-idx) "     "
                   show-before "  " show-added "   " show-after
           END-PERFORM.

       Load-Balance-Settings.
           MOVE "ONCALL_BALANCE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           IF rp-value = "Y" OR rp-value = "y"
               MOVE "Y" TO balance-mode
           END-IF.
           IF balance-mode NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "ONCALL_LOOKBACK_WEEKS" TO rp-name.
           PERFORM Get-Numeric-Setting.
           IF param-text NOT = SPACES
               MOVE FUNCTION NUMVAL(param-text) TO lookback-weeks
           END-IF.
           MOVE "ONCALL_WEIGHT_WEEKEND" TO rp-name.
           PERFORM Get-Numeric-Setting.
           IF param-text NOT = SPACES
               MOVE FUNCTION NUMVAL(param-text) TO weight-weekend
           END-IF.
           MOVE "ONCALL_WEIGHT_HOLIDAY" TO rp-name.
           PERFORM Get-Numeric-Setting.
           IF param-text NOT = SPACES
               MOVE FUNCTION NUMVAL(param-text) TO weight-holiday
           END-IF.
           MOVE "ONCALL_WEIGHT_CALLOUT" TO rp-name.
           PERFORM Get-Numeric-Setting.
           IF param-text NOT = SPACES
               MOVE FUNCTION NUMVAL(param-text) TO weight-callout
           END-IF.
           MOVE "ONCALL_WEIGHT_BACKUP" TO rp-name.
           PERFORM Get-Numeric-Setting.
           IF param-text NOT = SPACES
               MOVE FUNCTION NUMVAL(param-text) TO weight-backup
           END-IF.
           COMPUTE day-int = monday-int - 7 * lookback-weeks.
           MOVE FUNCTION DATE-OF-INTEGER(day-int) TO window-start.
           DISPLAY "[+] Balancing mode: last " lookback-weeks
               " week(s) from " window-start ", weights weekend "
               weight-weekend " holiday " weight-holiday
               " callout " weight-callout " backup " weight-backup
               ".".

       Get-Numeric-Setting.
      *    A setting that is not a number is ignored (default kept).
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO param-text.
           IF param-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(param-text) NOT = 0
               DISPLAY "[-] " FUNCTION TRIM(rp-name) " '"
                   FUNCTION TRIM(param-text)
                   "' is not a number - default kept."
               MOVE SPACES TO param-text
           END-IF.

       Archive-Last-Week.
      *    The outgoing week's rows (dated before this Monday and
      *    after the last archived date) go on oncallhist.dat.
           OPEN INPUT history-file.
           IF history-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ history-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF hist-date > last-hist-date
                               MOVE hist-date TO last-hist-date
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE history-file.
           MOVE "N" TO eof-flag.
           OPEN INPUT schedule-file.
           IF schedule-status NOT = "00" THEN
               CLOSE schedule-file
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND history-file.
           PERFORM UNTIL eof-reached
               READ schedule-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF sched-date < monday-date AND
                               sched-date > last-hist-date
                           MOVE schedule-record TO history-record
                           WRITE history-record
                           ADD 1 TO archived-count
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE schedule-file.
           CLOSE history-file.
           MOVE "N" TO eof-flag.
           IF archived-count > 0
               DISPLAY "[+] " archived-count " shift(s) of the "
                   "previous week kept on 'oncallhist.dat'."
           END-IF.

       Load-Past-Load.
      *    Weighted load per roster engineer inside the look-back
      *    window: scheduled days from the history, overnight
      *    callouts from callouts.dat.
           PERFORM VARYING load-idx FROM 1 BY 1
                   UNTIL load-idx > roster-size
               MOVE 0 TO ld-before(load-idx) ld-added(load-idx)
                   ld-days(load-idx) ld-weekends(load-idx)
                   ld-holidays(load-idx) ld-callouts(load-idx)
                   ld-backups(load-idx)
           END-PERFORM.
           OPEN INPUT history-file.
           IF history-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ history-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF hist-date NOT < window-start AND
                                   hist-date < monday-date
                               PERFORM Add-Past-Shift
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE history-file.
           MOVE "N" TO eof-flag.
           PERFORM VARYING col-idx FROM 1 BY 1
                   UNTIL col-idx > callout-entries
               IF col-date(col-idx) NOT < window-start AND
                       col-date(col-idx) < monday-date
                   PERFORM VARYING load-idx FROM 1 BY 1
                           UNTIL load-idx > roster-size
                       IF oncall-engineer(load-idx) =
                               col-engineer(col-idx)
                           ADD 1 TO ld-callouts(load-idx)
                           ADD weight-callout TO ld-before(load-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       Add-Past-Shift.
           IF hist-tier = "B"
               PERFORM VARYING load-idx FROM 1 BY 1
                       UNTIL load-idx > roster-size
                   IF oncall-engineer(load-idx) = hist-engineer
                       ADD 1 TO ld-backups(load-idx)
                       ADD weight-backup TO ld-before(load-idx)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           MOVE hist-date TO weight-date.
           PERFORM Get-Day-Weight.
           PERFORM VARYING load-idx FROM 1 BY 1
                   UNTIL load-idx > roster-size
               IF oncall-engineer(load-idx) = hist-engineer
                   ADD 1 TO ld-days(load-idx)
                   ADD day-weight TO ld-before(load-idx)
                   IF weight-kind = "W"
                       ADD 1 TO ld-weekends(load-idx)
                   END-IF
                   IF weight-kind = "H"
                       ADD 1 TO ld-holidays(load-idx)
                   END-IF
               END-IF
           END-PERFORM.

       Check-Exclusion.
           MOVE "N" TO excluded-flag.
           MOVE SPACES TO skip-reason.
           PERFORM VARYING exc-idx FROM 1 BY 1
                   UNTIL exc-idx > exclusion-entries
               IF exc-engineer(exc-idx) = chosen-engineer AND
                       this-date >= exc-from-date(exc-idx) AND
                       this-date <= exc-to-date(exc-idx)
                   MOVE "Y" TO excluded-flag
                   MOVE "on vacation/excluded" TO skip-reason
               END-IF
           END-PERFORM.
           IF excluded-flag = "N"
               PERFORM Check-Certification
           END-IF.

       Check-Certification.
      *    Every code required for the engineer's job code must be
      *    held and unexpired on the day.
           IF rm-employee-id(engineer-idx) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING required-idx FROM 1 BY 1
                   UNTIL required-idx > required-entries
                   OR excluded-flag = "Y"
               IF rq-job-code(required-idx) =
                       rm-job-code(engineer-idx)
                   MOVE "N" TO held-ok
                   PERFORM VARYING held-idx FROM 1 BY 1
                           UNTIL held-idx > held-entries
                       IF hd-employee-id(held-idx) =
                               rm-employee-id(engineer-idx) AND
                               hd-code(held-idx) =
                               rq-code(required-idx) AND
                               (hd-expiry(held-idx) = 0 OR
                               hd-expiry(held-idx) NOT < this-date)
                           MOVE "Y" TO held-ok
                       END-IF
                   END-PERFORM
                   IF held-ok = "N"
                       MOVE "Y" TO excluded-flag
                       MOVE rq-code(required-idx) TO lapsed-code
                       MOVE SPACES TO skip-reason
                       STRING "certification "
                           FUNCTION TRIM(lapsed-code) " lapsed"
                           DELIMITED BY SIZE INTO skip-reason
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO this-holiday.
           PERFORM VARYING hol-idx FROM 1 BY 1
                   UNTIL hol-idx > holiday-entries
               IF holt-date(hol-idx) = this-date AND
                       holt-location(hol-idx) = active-location
                   MOVE holt-name(hol-idx) TO this-holiday
               END-IF
           END-PERFORM.
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF (co-start >= 2200 OR co-end <= 0600)
                                   AND callout-entries < 500
                               ADD 1 TO callout-entries
                               MOVE co-date
                                   TO col-date(callout-entries)
           CLOSE callout-file.
           MOVE "N" TO eof-flag.

       Load-Certifications.
           MOVE SPACES TO first-reason.
           PERFORM VARYING engineer-idx FROM 1 BY 1
                   UNTIL engineer-idx > 20
               MOVE SPACES TO rm-employee-id(engineer-idx)
               MOVE SPACES TO rm-job-code(engineer-idx)
           END-PERFORM.
           OPEN INPUT certtype-file.
           IF certtype-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ certtype-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF cr-job-code NOT = SPACES AND
                                   required-entries < 100
                               ADD 1 TO required-entries
                               MOVE cr-job-code
                                   TO rq-job-code(required-entries)
                               MOVE cr-code
                                   TO rq-code(required-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE certtype-file.
           MOVE "N" TO eof-flag.
           IF required-entries = 0 THEN
               EXIT PARAGRAPH
           END-IF.

      *    Roster names to master records, the way Payroll_Register
      *    matches the schedule for the on-call premium.
           OPEN INPUT personnel-file.
           IF personnel-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ personnel-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF NOT emp-terminated
                               PERFORM Match-Roster-Name
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

           OPEN INPUT cert-file.
           IF cert-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ cert-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           PERFORM Keep-Roster-Cert
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE cert-file.
           MOVE "N" TO eof-flag.

       Match-Roster-Name.
           PERFORM VARYING engineer-idx FROM 1 BY 1
                   UNTIL engineer-idx > roster-size
               MOVE SPACES TO parsed-full-name
               MOVE oncall-engineer(engineer-idx) TO parsed-full-name
               CALL "Name_Parser" USING parsed-full-name,
                   parsed-first-name, parsed-middle-name,
                   parsed-last-name
               IF parsed-first-name = first-name AND
                       parsed-last-name = last-name
                   MOVE employee-id TO rm-employee-id(engineer-idx)
                   MOVE job-code TO rm-job-code(engineer-idx)
               END-IF
           END-PERFORM.

       Keep-Roster-Cert.
           PERFORM VARYING engineer-idx FROM 1 BY 1
                   UNTIL engineer-idx > roster-size
               IF rm-employee-id(engineer-idx) = ce-employee-id AND
                       held-entries < 200
                   ADD 1 TO held-entries
                   MOVE ce-employee-id
                       TO hd-employee-id(held-entries)
                   MOVE ce-code TO hd-code(held-entries)
                   MOVE ce-expiry TO hd-expiry(held-entries)
               END-IF
           END-PERFORM.

       Load-Exclusions.
           OPEN INPUT exclusion-file.
           IF exclusion-status = "00" THEN
           MOVE "N" TO eof-flag.

       Load-Holidays.
           MOVE "ONCALL_LOCATION" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO oncall-location.
           MOVE SPACES TO active-location.
           OPEN INPUT holiday-file.
           IF holiday-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ holiday-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF holiday-entries < 200 AND
                                   (hol-location = SPACES OR
                                    hol-location = oncall-location)
                               ADD 1 TO holiday-entries
                               MOVE hol-date
                                   TO holt-date(holiday-entries)
                               MOVE hol-name
                                   TO holt-name(holiday-entries)
                               MOVE hol-location
                                   TO holt-location(holiday-entries)
                               IF hol-location NOT = SPACES
                                   MOVE hol-location
                                       TO active-location
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
