       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Alert_Escalation INITIAL.
      ****************************
      *    Night escalation of critical alerts. alerts.dat (see
      *    Alert) collects every failure, but a fatal alert raised
      *    at 2am used to sit unread in Alert_Inbox until the day
      *    shift opened it. Run_Scheduler runs this job as a
      *    repeating step on runcontrol.dat (frequency R, e.g.
      *    every 5 minutes until 0600 - see Run_Scheduler), placed
      *    ahead of any must-succeed step so a halted chain does
      *    not stop it. Inside the night window it looks for fatal
      *    ("F") alerts still open (not acknowledged on the
      *    Alert_Inbox screen) and pages the night's on-call
      *    engineer for each one:
      *
      *       - an alert open ESCALATE_AFTER_MINUTES (default 15)
      *         is paged to the night's primary,
      *       - still open ESCALATE_REPAGE_MINUTES (default 15)
      *         after the last page, it is paged to the next
      *         engineer in the chain, and so on; past the end of
      *         the chain it starts over at the primary.
      *
      *    The night window runs from ESCALATE_WINDOW_START to
      *    ESCALATE_WINDOW_END (HHMM, default 2200 to 0600, see
      *    Run_Parameter); outside it the run does nothing. The
      *    night belongs to the date it started on, so at 02:00
      *    the on-call engineers are those of the day before on
      *    oncallsched.dat (see On_Call_Calendar, with any
      *    Shift_Swap_Batch swaps). Only alerts raised on or after
      *    that date are paged - one left open from last week has
      *    already been seen.
      *
      *    The chain is the night's primary ("P" or blank tier),
      *    then its backup ("B"), then the rest of the roster
      *    oncallroster.dat in roster order. Each roster name is
      *    matched to the personnel master through Name_Parser (as
      *    Payroll_Register matches it), and the engineer's phone
      *    is the "P" record on contacts.dat for that employee-id
      *    (see Different_Types; a MOBILE number is preferred when
      *    there are several). An engineer not on the master, or
      *    without a phone, is passed over to the next in the same
      *    run.
      *
      *    Each page appends a request for the paging gateway to
      *    pagereq.dat:
      *       date, time  PIC 9(8) each   when it was requested
      *       phone       PIC X(15)
      *       engineer    PIC X(20)
      *       level       PIC 9(2)        1 = first page
      *       text        PIC X(80)       "CRITICAL source: message"
      *
      *    and every escalation, paged or passed over, is recorded
      *    against the alert on escalations.dat, which is what the
      *    re-escalation timing is taken from and what the
      *    Handover_Report lists:
      *       alert-date, alert-time PIC 9(8) each  } the alert's
      *       alert-source PIC X(20)                } own stamp
      *       level        PIC 9(2)
      *       engineer     PIC X(20)
      *       phone        PIC X(15)
      *       date, time   PIC 9(8) each   when it was escalated
      *       result       PIC X   P paged / N not reachable
      *                            (no phone, or not on the master)
      *
      *    Acknowledging the alert on Alert_Inbox stops the pages.
      *    An alert due with nobody on the chain reachable fails
      *    the run (RETURN-CODE 8) so the scheduler shows it; an
      *    engineer passed over (not on the master, or without a
      *    phone) is a WARNING.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT alert-file ASSIGN TO "alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS alert-status.
           SELECT OPTIONAL escalation-file
               ASSIGN TO "escalations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS escalation-status.
           SELECT OPTIONAL page-file ASSIGN TO "pagereq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS page-status.
           SELECT schedule-file ASSIGN TO "oncallsched.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS schedule-status.
           SELECT roster-file ASSIGN TO "oncallroster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS roster-status.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT contact-file ASSIGN TO "contacts.dat"
               FILE STATUS IS contact-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  alert-file.
       01  alert-record.
           05  alr-status   PIC X.
           05  alr-severity PIC X.
           05  alr-date     PIC 9(8).
           05  alr-time     PIC 9(8).
           05  alr-source   PIC X(20).
           05  alr-message  PIC X(60).
           05  alr-ack-by   PIC X(20).
           05  alr-ack-date PIC 9(8).

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

       FD  page-file.
       01  page-record.
           05  pq-date     PIC 9(8).
           05  pq-time     PIC 9(8).
           05  pq-phone    PIC X(15).
           05  pq-engineer PIC X(20).
           05  pq-level    PIC 9(2).
           05  pq-text     PIC X(80).

       FD  schedule-file.
       01  schedule-record.
           05  sched-date      PIC 9(8).
           05  sched-weekday   PIC X(9).
           05  sched-engineer  PIC X(20).
           05  sched-tier      PIC X.
               88  sched-backup    VALUE "B".

       FD  roster-file.
       01  roster-record PIC X(20).

       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  contact-file.
       01  contact-record PIC X(112).
       01  phone-view REDEFINES contact-record.
           05  cv-rec-type   PIC X.
           05  cv-employee-id PIC X(6).
           05  cv-first-name PIC X(20).
           05  cv-last-name  PIC X(20).
           05  cv-phone      PIC X(15).
           05  cv-phone-label PIC X(6).
           05  FILLER        PIC X(44).

       WORKING-STORAGE SECTION.
       01  alert-status    PIC XX.
       01  escalation-status PIC XX.
       01  page-status     PIC XX.
       01  schedule-status PIC XX.
       01  roster-status   PIC XX.
       01  personnel-status PIC XX.
       01  contact-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  now-hhmm        PIC 9(4).
       01  now-minutes     PIC 9(9).
       01  oncall-date     PIC 9(8).
      *    A HHMMSSss stamp taken apart for the minute arithmetic.
       01  clock-time      PIC 9(8).
       01  clock-parts REDEFINES clock-time.
           05  clock-hh    PIC 99.
           05  clock-mm    PIC 99.
           05  FILLER      PIC 9(4).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  window-start    PIC 9(4) VALUE 2200.
       01  window-end      PIC 9(4) VALUE 0600.
       01  after-minutes   PIC 9(4) VALUE 15.
       01  repage-minutes  PIC 9(4) VALUE 15.
       01  param-text      PIC X(40).
       01  param-number    PIC 9(4).
       01  in-window-flag  PIC X VALUE "N".
           88  in-window   VALUE "Y".
      *    Escalations so far, one row per alert: the highest
      *    level reached and when the last one was made.
       01  esc-table OCCURS 200.
           05  et-alert-date   PIC 9(8).
           05  et-alert-time   PIC 9(8).
           05  et-alert-source PIC X(20).
           05  et-level        PIC 9(2).
           05  et-last-minutes PIC 9(9).
       01  esc-entries     PIC 9(3) VALUE 0.
       01  esc-idx         PIC 9(3).
       01  esc-hit         PIC 9(3).
       01  key-date        PIC 9(8).
       01  key-time        PIC 9(8).
       01  key-source      PIC X(20).
      *    The night's escalation chain, primary first, with each
      *    roster name's parts and its employee-id on the master.
       01  chain-table OCCURS 30.
           05  ch-engineer PIC X(20).
           05  ch-first    PIC X(20).
           05  ch-last     PIC X(20).
           05  ch-employee-id PIC X(6).
           05  ch-phone    PIC X(15).
       01  chain-count     PIC 9(2) VALUE 0.
       01  chain-idx       PIC 9(2).
       01  add-engineer    PIC X(20).
       01  backup-table OCCURS 10.
           05  bk-engineer PIC X(20).
       01  backup-count    PIC 9(2) VALUE 0.
       01  backup-idx      PIC 9(2).
      *    "P" records from contacts.dat, keyed by employee-id.
       01  phone-table OCCURS 300.
           05  pt-id       PIC X(6).
           05  pt-phone    PIC X(15).
           05  pt-label    PIC X(6).
       01  phone-entries   PIC 9(3) VALUE 0.
       01  phone-idx       PIC 9(3).
       01  parsed-full-name   PIC X(50).
       01  parsed-first-name  PIC X(20).
       01  parsed-middle-name PIC X(20).
       01  parsed-last-name   PIC X(20).
      *    The alert in hand.
       01  alert-minutes   PIC 9(9).
       01  waited-minutes  PIC 9(9).
       01  next-level      PIC 9(2).
       01  try-count       PIC 9(2).
       01  paged-flag      PIC X.
       01  due-count       PIC 9(5) VALUE 0.
       01  page-count      PIC 9(5) VALUE 0.
       01  passed-count    PIC 9(5) VALUE 0.
       01  unpaged-count   PIC 9(5) VALUE 0.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Alert_Escalation".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Critical Alert Escalation".
           DISPLAY "=============================".
           CALL "Get_Business_Date" USING business-date,
               business-time.
           MOVE business-time(1:4) TO now-hhmm.
           MOVE business-time TO clock-time.
           COMPUTE now-minutes =
               FUNCTION INTEGER-OF-DATE(business-date) * 1440
               + clock-hh * 60 + clock-mm.

           MOVE "ESCALATE_WINDOW_START" TO rp-name.
           PERFORM Get-Time-Parameter.
           IF param-text NOT = SPACES
               MOVE param-number TO window-start
           END-IF.
           MOVE "ESCALATE_WINDOW_END" TO rp-name.
           PERFORM Get-Time-Parameter.
           IF param-text NOT = SPACES
               MOVE param-number TO window-end
           END-IF.
           MOVE "ESCALATE_AFTER_MINUTES" TO rp-name.
           PERFORM Get-Minutes-Parameter.
           IF param-text NOT = SPACES
               MOVE param-number TO after-minutes
           END-IF.
           MOVE "ESCALATE_REPAGE_MINUTES" TO rp-name.
           PERFORM Get-Minutes-Parameter.
           IF param-text NOT = SPACES
               MOVE param-number TO repage-minutes
           END-IF.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

      *    A window that crosses midnight (22:00 to 06:00) covers
      *    the evening and the early morning; the early morning
      *    belongs to the night that started the day before.
           MOVE business-date TO oncall-date.
           IF window-start > window-end
               IF now-hhmm >= window-start OR now-hhmm < window-end
                   SET in-window TO TRUE
               END-IF
               IF now-hhmm < window-end
                   COMPUTE oncall-date = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(business-date) - 1)
               END-IF
           ELSE
               IF now-hhmm >= window-start AND now-hhmm < window-end
                   SET in-window TO TRUE
               END-IF
           END-IF.
           IF NOT in-window
               DISPLAY "[+] " now-hhmm " is outside the night "
                   "window " window-start "-" window-end
                   " - nothing to escalate."
               MOVE "OK" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.

           OPEN INPUT alert-file.
           IF alert-status NOT = "00" THEN
               DISPLAY "[+] No alerts file - nothing to escalate."
               MOVE "OK" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           CLOSE alert-file.

           PERFORM Load-Escalations.
           PERFORM Build-Chain.
           PERFORM Match-Employees.
           PERFORM Load-Phones.
           PERFORM VARYING chain-idx FROM 1 BY 1
                   UNTIL chain-idx > chain-count
               PERFORM Find-Phone
           END-PERFORM.
           DISPLAY "[+] Night of " oncall-date ": " chain-count
               " engineer(s) on the escalation chain.".

           OPEN INPUT alert-file.
           OPEN EXTEND escalation-file.
           OPEN EXTEND page-file.
           PERFORM UNTIL eof-reached
               READ alert-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF alr-status = "O" AND
                               alr-severity = "F" AND
                               alr-date >= oncall-date
                           PERFORM Check-Alert
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE alert-file.
           CLOSE escalation-file.
           CLOSE page-file.

           MOVE page-count TO jl-record-count.
           IF unpaged-count > 0
               DISPLAY "[-] " unpaged-count " critical alert(s) "
                   "could not be paged - nobody on the chain has "
                   "a phone!"
               MOVE "FAILED" TO jl-outcome
               MOVE 8 TO RETURN-CODE
           ELSE
               IF passed-count > 0
                   MOVE "WARNING" TO jl-outcome
               ELSE
                   MOVE "OK" TO jl-outcome
               END-IF
           END-IF.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           DISPLAY "[+] " due-count " alert(s) due, " page-count
               " page(s) requested, " passed-count
               " engineer(s) passed over.".
           GOBACK.

       Get-Time-Parameter.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO param-text.
           IF param-text NOT = SPACES
               IF param-text(1:4) IS NUMERIC AND
                       param-text(5:) = SPACES AND
                       param-text(1:2) < "24" AND
                       param-text(3:2) < "60"
                   MOVE param-text(1:4) TO param-number
               ELSE
                   DISPLAY "[-] " FUNCTION TRIM(rp-name) " '"
                       FUNCTION TRIM(param-text)
                       "' is not an HHMM time - default kept."
                   MOVE SPACES TO param-text
               END-IF
           END-IF.

       Get-Minutes-Parameter.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO param-text.
           IF param-text NOT = SPACES
               IF FUNCTION TEST-NUMVAL(param-text) = 0 AND
                       FUNCTION NUMVAL(param-text) >= 1 AND
                       FUNCTION NUMVAL(param-text) <= 1440
                   MOVE FUNCTION NUMVAL(param-text) TO param-number
               ELSE
                   DISPLAY "[-] " FUNCTION TRIM(rp-name) " '"
                       FUNCTION TRIM(param-text)
                       "' is not 1 to 1440 minutes - default kept."
                   MOVE SPACES TO param-text
               END-IF
           END-IF.

       Load-Escalations.
      *    What has been escalated already, per alert.
           OPEN INPUT escalation-file.
           PERFORM UNTIL eof-reached
               READ escalation-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Keep-Escalation
               END-READ
           END-PERFORM.
           CLOSE escalation-file.
           MOVE "N" TO eof-flag.

       Keep-Escalation.
           MOVE esc-alert-date TO key-date.
           MOVE esc-alert-time TO key-time.
           MOVE esc-alert-source TO key-source.
           PERFORM Find-Escalation.
           IF esc-hit = 0
               IF esc-entries >= 200
                   DISPLAY "[-] Escalation table full - older "
                       "escalations not tracked."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO esc-entries
               MOVE esc-entries TO esc-hit
               MOVE esc-alert-date TO et-alert-date(esc-hit)
               MOVE esc-alert-time TO et-alert-time(esc-hit)
               MOVE esc-alert-source TO et-alert-source(esc-hit)
               MOVE 0 TO et-level(esc-hit)
               MOVE 0 TO et-last-minutes(esc-hit)
           END-IF.
           IF esc-level > et-level(esc-hit)
               MOVE esc-level TO et-level(esc-hit)
           END-IF.
           MOVE esc-time TO clock-time.
           COMPUTE alert-minutes =
               FUNCTION INTEGER-OF-DATE(esc-date) * 1440
               + clock-hh * 60 + clock-mm.
           IF alert-minutes > et-last-minutes(esc-hit)
               MOVE alert-minutes TO et-last-minutes(esc-hit)
           END-IF.

       Find-Escalation.
      *    The alert's own date, time and source identify it.
           MOVE 0 TO esc-hit.
           PERFORM VARYING esc-idx FROM 1 BY 1
                   UNTIL esc-idx > esc-entries OR esc-hit > 0
               IF et-alert-date(esc-idx) = key-date AND
                       et-alert-time(esc-idx) = key-time AND
                       et-alert-source(esc-idx) = key-source
                   MOVE esc-idx TO esc-hit
               END-IF
           END-PERFORM.

       Load-Phones.
      *    The "P" records from contacts.dat (see Different_Types).
           OPEN INPUT contact-file.
           IF contact-status NOT = "00" THEN
               DISPLAY "[-] Cannot open contacts.dat, status "
                   contact-status " - nobody can be paged."
               CLOSE contact-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ contact-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF cv-rec-type = "P" AND
                               cv-phone NOT = SPACES AND
                               phone-entries < 300
                           ADD 1 TO phone-entries
                           MOVE cv-employee-id
                               TO pt-id(phone-entries)
                           MOVE cv-phone
                               TO pt-phone(phone-entries)
                           MOVE FUNCTION UPPER-CASE(cv-phone-label)
                               TO pt-label(phone-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE contact-file.
           MOVE "N" TO eof-flag.

       Build-Chain.
      *    The night's primary, its backup, then the roster.
           OPEN INPUT schedule-file.
           IF schedule-status NOT = "00" THEN
               DISPLAY "[-] Cannot open oncallsched.dat, status "
                   schedule-status " - chain is the roster only."
               CLOSE schedule-file
           ELSE
               PERFORM UNTIL eof-reached
                   READ schedule-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF sched-date = oncall-date
                               IF sched-backup
                                   IF backup-count < 10
                                       ADD 1 TO backup-count
                                       MOVE sched-engineer TO
                                           bk-engineer(backup-count)
                                   END-IF
                               ELSE
                                   MOVE sched-engineer
                                       TO add-engineer
                                   PERFORM Add-To-Chain
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE schedule-file
               MOVE "N" TO eof-flag
               IF chain-count = 0
                   DISPLAY "[-] No primary on oncallsched.dat for "
                       oncall-date "."
               END-IF
           END-IF.
           PERFORM VARYING backup-idx FROM 1 BY 1
                   UNTIL backup-idx > backup-count
               MOVE bk-engineer(backup-idx) TO add-engineer
               PERFORM Add-To-Chain
           END-PERFORM.

           OPEN INPUT roster-file.
           IF roster-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ roster-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           MOVE roster-record TO add-engineer
                           PERFORM Add-To-Chain
                   END-READ
               END-PERFORM
               MOVE "N" TO eof-flag
           END-IF.
           CLOSE roster-file.

       Add-To-Chain.
           IF add-engineer = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING chain-idx FROM 1 BY 1
                   UNTIL chain-idx > chain-count
               IF ch-engineer(chain-idx) = add-engineer
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF chain-count < 30
               ADD 1 TO chain-count
               MOVE add-engineer TO ch-engineer(chain-count)
               MOVE SPACES TO parsed-full-name
               MOVE add-engineer TO parsed-full-name
               CALL "Name_Parser" USING parsed-full-name,
                   parsed-first-name, parsed-middle-name,
                   parsed-last-name
               MOVE parsed-first-name TO ch-first(chain-count)
               MOVE parsed-last-name TO ch-last(chain-count)
               MOVE SPACES TO ch-employee-id(chain-count)
               MOVE SPACES TO ch-phone(chain-count)
           END-IF.

       Match-Employees.
      *    Each roster name to its employee-id on the master, by
      *    first and last name; leavers are not paged.
           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status " - nobody can be paged."
               CLOSE personnel-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF NOT emp-terminated
                           PERFORM VARYING chain-idx FROM 1 BY 1
                                   UNTIL chain-idx > chain-count
                               IF ch-first(chain-idx) = first-name
                                       AND ch-last(chain-idx) =
                                       last-name
                                   MOVE employee-id
                                       TO ch-employee-id(chain-idx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

       Find-Phone.
      *    The engineer's "P" records by employee-id; a MOBILE
      *    number wins over any other.
           IF ch-employee-id(chain-idx) = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING phone-idx FROM 1 BY 1
                   UNTIL phone-idx > phone-entries
               IF pt-id(phone-idx) = ch-employee-id(chain-idx)
                   IF ch-phone(chain-idx) = SPACES OR
                           pt-label(phone-idx) = "MOBILE"
                       MOVE pt-phone(phone-idx)
                           TO ch-phone(chain-idx)
                   END-IF
               END-IF
           END-PERFORM.

       Check-Alert.
      *    First page once the alert has waited long enough; after
      *    that, the next engineer once the last page has.
           MOVE alr-date TO key-date.
           MOVE alr-time TO key-time.
           MOVE alr-source TO key-source.
           PERFORM Find-Escalation.
           IF esc-hit = 0
               MOVE alr-time TO clock-time
               COMPUTE alert-minutes =
                   FUNCTION INTEGER-OF-DATE(alr-date) * 1440
                   + clock-hh * 60 + clock-mm
               MOVE 0 TO waited-minutes
               IF now-minutes > alert-minutes
                   COMPUTE waited-minutes =
                       now-minutes - alert-minutes
               END-IF
               IF waited-minutes < after-minutes
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO next-level
           ELSE
               MOVE 0 TO waited-minutes
               IF now-minutes > et-last-minutes(esc-hit)
                   COMPUTE waited-minutes =
                       now-minutes - et-last-minutes(esc-hit)
               END-IF
               IF waited-minutes < repage-minutes
                   EXIT PARAGRAPH
               END-IF
               COMPUTE next-level = et-level(esc-hit) + 1
           END-IF.
           ADD 1 TO due-count.
           IF chain-count = 0
               ADD 1 TO unpaged-count
               DISPLAY "[-] Nobody on call to page for "
                   FUNCTION TRIM(alr-source) " alert of " alr-date
                   " " alr-time(1:6) "."
               EXIT PARAGRAPH
           END-IF.

      *    Walk on down the chain (round to the top again) until
      *    someone with a phone is paged, trying each at most once.
           MOVE "N" TO paged-flag.
           MOVE 0 TO try-count.
           PERFORM UNTIL paged-flag = "Y" OR try-count >= chain-count
               COMPUTE chain-idx =
                   FUNCTION MOD(next-level - 1, chain-count) + 1
               PERFORM Escalate-To-Engineer
               ADD 1 TO try-count
               IF paged-flag NOT = "Y"
                   IF next-level < 99
                       ADD 1 TO next-level
                   END-IF
               END-IF
           END-PERFORM.
           IF paged-flag NOT = "Y"
               ADD 1 TO unpaged-count
           END-IF.

       Escalate-To-Engineer.
           MOVE alr-date TO esc-alert-date.
           MOVE alr-time TO esc-alert-time.
           MOVE alr-source TO esc-alert-source.
           MOVE next-level TO esc-level.
           MOVE ch-engineer(chain-idx) TO esc-engineer.
           MOVE ch-phone(chain-idx) TO esc-phone.
           MOVE business-date TO esc-date.
           MOVE business-time TO esc-time.
           IF ch-phone(chain-idx) = SPACES
               MOVE "N" TO esc-result
               WRITE escalation-record
               ADD 1 TO passed-count
               IF ch-employee-id(chain-idx) = SPACES
                   DISPLAY "[-] "
                       FUNCTION TRIM(ch-engineer(chain-idx))
                       " is not on the personnel master - passed "
                       "over."
               ELSE
                   DISPLAY "[-] "
                       FUNCTION TRIM(ch-engineer(chain-idx)) " ("
                       ch-employee-id(chain-idx) ") has no phone "
                       "on contacts.dat - passed over."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO esc-result.
           WRITE escalation-record.

           MOVE business-date TO pq-date.
           MOVE business-time TO pq-time.
           MOVE ch-phone(chain-idx) TO pq-phone.
           MOVE ch-engineer(chain-idx) TO pq-engineer.
           MOVE next-level TO pq-level.
           MOVE SPACES TO pq-text.
           STRING "CRITICAL " FUNCTION TRIM(alr-source) ": "
               FUNCTION TRIM(alr-message)
               DELIMITED BY SIZE INTO pq-text.
           WRITE page-record.
           ADD 1 TO page-count.
           MOVE "Y" TO paged-flag.
           DISPLAY "[+] Level " next-level ": paged "
               FUNCTION TRIM(ch-engineer(chain-idx)) " on "
               FUNCTION TRIM(ch-phone(chain-idx)) " for "
               FUNCTION TRIM(alr-source) " alert of " alr-date
               " " alr-time(1:6) ".".

       END PROGRAM Alert_Escalation.
