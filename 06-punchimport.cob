       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Punch_Import INITIAL.
      ****************************
      *    Import of the badge-reader punch file into timesheets,
      *    so supervisors no longer read the punches off a screen
      *    and key them into Timesheet_Entry.
      *
      *    Punch file punches.dat, one line per punch as the
      *    readers write it:
      *       badge      PIC X(10)
      *       date       PIC 9(8)   YYYYMMDD
      *       time       PIC X(4)   HHMM
      *       direction  PIC X      I = in, O = out
      *    Badge file badges.dat (kept by hand like locations.dat),
      *    one line per badge issued:
      *       badge        PIC X(10)
      *       employee-id  PIC X(6)
      *
      *    Each employee's punches are taken in time order and an
      *    in is paired with the next out (an out earlier in the
      *    day than its in is a shift past midnight; the line is
      *    dated the day the shift started, the Timesheet_Entry
      *    convention). Both punches are rounded to the nearest
      *    PUNCH_ROUNDING minutes (run parameter, default 15; 1
      *    keeps the punch as it is) and the hours worked out from
      *    the rounded times. Every pair that passes the checks
      *    Timesheet_Entry makes - id check digit (see
      *    Check_Digit), on the master, active and hourly, inside
      *    the pay period, no overlap with a line already on file
      *    - goes on timesheets.dat unapproved, keyed-by
      *    "Punch_Import", for Timesheet_Approval.
      *
      *    Nothing is guessed. These go on the exceptions report
      *    punchexc.rpt (through Print_Writer) instead:
      *       - a punch that cannot be read, or a badge not on
      *         badges.dat,
      *       - a duplicate punch, the same direction again within
      *         PUNCH_DUPLICATE_MINUTES (default 2) - the first is
      *         kept,
      *       - an out with no in before it (missing in), an in
      *         followed by another in or by no out within 16
      *         hours (missing out),
      *       - a pair failing one of the checks above.
      *    An in still open at the end of the file and less than
      *    16 hours before the last punch read is a shift not yet
      *    finished: it is held on punchhold.dat and paired on the
      *    next run. A punch file read twice gives overlap
      *    exceptions, not a second set of lines.
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
           SELECT punch-file ASSIGN TO "punches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS punch-status.
           SELECT OPTIONAL hold-file ASSIGN TO "punchhold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hold-status.
           SELECT OPTIONAL badge-file ASSIGN TO "badges.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS badge-status.
           SELECT OPTIONAL timesheet-file ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS timesheet-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  punch-file.
       01  punch-record.
           05  pu-badge       PIC X(10).
           05  pu-date        PIC X(8).
           05  pu-time        PIC X(4).
           05  pu-direction   PIC X.

       FD  hold-file.
       01  hold-record.
           05  ho-badge       PIC X(10).
           05  ho-date        PIC X(8).
           05  ho-time        PIC X(4).
           05  ho-direction   PIC X.

       FD  badge-file.
       01  badge-record.
           05  bg-badge       PIC X(10).
           05  bg-employee-id PIC X(6).

       FD  timesheet-file.
       01  timesheet-record.
           05  ts-employee-id PIC X(6).
           05  ts-date        PIC 9(8).
           05  ts-hours       PIC 9(2)v9(2).
           05  ts-approved    PIC X.
           05  ts-start       PIC X(4).
           05  ts-end         PIC X(4).
           05  ts-keyed-by    PIC X(20).
           05  ts-approved-by PIC X(20).
           05  ts-project     PIC X(8).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  punch-status    PIC XX.
       01  hold-status     PIC XX.
       01  badge-status    PIC XX.
       01  timesheet-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  round-minutes   PIC 9(3) VALUE 15.
       01  duplicate-minutes PIC 9(3) VALUE 2.
      *    The longest shift an in and an out are paired across.
       01  max-shift-minutes PIC 9(4) VALUE 960.
       01  badge-table OCCURS 1000.
           05  bt-badge    PIC X(10).
           05  bt-id       PIC X(6).
       01  badge-entries   PIC 9(4) VALUE 0.
       01  badge-idx       PIC 9(4).
       01  badge-hit       PIC 9(4).
      *    Every readable punch of a known badge, minutes from the
      *    date epoch, sorted employee by employee into time order.
       01  punch-table.
           05  punch-entry OCCURS 1 TO 3000
                   DEPENDING ON punch-entries.
               10  pe-id       PIC X(6).
               10  pe-epoch    PIC 9(9).
               10  pe-seq      PIC 9(4).
               10  pe-badge    PIC X(10).
               10  pe-date     PIC 9(8).
               10  pe-time     PIC X(4).
               10  pe-direction PIC X.
               10  pe-held     PIC X.
       01  punch-entries   PIC 9(4) VALUE 0.
       01  punch-idx       PIC 9(4).
       01  open-idx        PIC 9(4).
       01  last-idx        PIC 9(4).
       01  latest-epoch    PIC 9(9) VALUE 0.
       01  punch-held      PIC X.
      *    Every shift on timesheets.dat, for the overlap check.
       01  shift-table OCCURS 2000.
           05  sh-id       PIC X(6).
           05  sh-from     PIC 9(9).
           05  sh-to       PIC 9(9).
       01  shift-entries   PIC 9(4) VALUE 0.
       01  shift-idx       PIC 9(4).
       01  shift-overflow  PIC X VALUE "N".
       01  overlap-idx     PIC 9(4).
       01  new-from        PIC 9(9).
       01  new-to          PIC 9(9).
       01  round-quotient  PIC 9(9).
       01  round-remainder PIC 9(3).
       01  rounded-epoch   PIC 9(9).
       01  shift-minutes   PIC 9(4).
       01  day-number      PIC 9(7).
       01  day-minutes     PIC 9(4).
       01  hours-value     PIC 9(2)v9(2).
       01  line-date       PIC 9(8).
       01  line-start      PIC X(4).
       01  line-end        PIC X(4).
       01  clock-time      PIC X(4).
       01  clock-value.
           05  clock-hh    PIC 99.
           05  clock-mm    PIC 99.
       01  clock-minutes   PIC 9(4).
       01  clock-ok        PIC X.
       01  date-int        PIC 9(8).
       01  exception-reason PIC X(40).
       01  exc-idx         PIC 9(4).
       01  pair-ok         PIC X.
       01  read-count      PIC 9(6) VALUE 0.
       01  written-count   PIC 9(6) VALUE 0.
       01  exception-count PIC 9(6) VALUE 0.
       01  held-count      PIC 9(6) VALUE 0.
       01  p-count         PIC ZZZ,ZZ9.
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
      *    Pay-period calendar bounds (see Pay_Period_Lookup);
      *    with no calendar the business-date month stands in.
       01  pp-function     PIC X(3).
       01  pp-date         PIC 9(8).
       01  pp-period       PIC X(6).
       01  pp-start        PIC 9(8).
       01  pp-end          PIC 9(8).
       01  pp-payment      PIC 9(8).
       01  pp-status       PIC X.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Punch_Import".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-job-name     PIC X(20) VALUE "Punch_Import".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Time-Clock Punch Import Exceptions".
       01  pw-filename     PIC X(255) VALUE "punchexc.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           CALL "Get_Business_Date" USING business-date.
           MOVE "FND" TO pp-function.
           MOVE business-date TO pp-date.
           CALL "Pay_Period_Lookup" USING pp-function, pp-date,
               pp-period, pp-start, pp-end, pp-payment,
               pp-status.
           MOVE "PUNCH_ROUNDING" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           IF rp-value NOT = SPACES AND
                   FUNCTION TRIM(rp-value) IS NUMERIC
               MOVE FUNCTION NUMVAL(rp-value) TO round-minutes
           END-IF.
           IF round-minutes = 0
               MOVE 1 TO round-minutes
           END-IF.
           MOVE "PUNCH_DUPLICATE_MINUTES" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           IF rp-value NOT = SPACES AND
                   FUNCTION TRIM(rp-value) IS NUMERIC
               MOVE FUNCTION NUMVAL(rp-value) TO duplicate-minutes
           END-IF.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status " - punches NOT imported."
               PERFORM Abandon-Run
               GOBACK
           END-IF.
           OPEN INPUT punch-file.
           IF punch-status NOT = "00" THEN
               DISPLAY "[-] Cannot open punches.dat, status "
                   punch-status " - nothing to import."
               CLOSE personnel-file
               PERFORM Abandon-Run
               GOBACK
           END-IF.
           PERFORM Load-Badges.
           PERFORM Load-Shifts.
           IF shift-overflow = "Y"
               DISPLAY "[-] timesheets.dat holds more lines than the "
                   "overlap check can carry (2000) - punches NOT "
                   "imported. Pay down the file first."
               CLOSE personnel-file punch-file
               PERFORM Abandon-Run
               GOBACK
           END-IF.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE "Badge      Employee Date     Time Dir Reason"
               TO pw-line.
           PERFORM Print-Line.

      *    The ins held open by the last run come first.
           MOVE "Y" TO punch-held.
           OPEN INPUT hold-file.
           IF hold-status = "00"
               PERFORM UNTIL eof-reached
                   READ hold-file INTO punch-record
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           PERFORM Take-Punch
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE hold-file.
           MOVE "N" TO eof-flag.
           MOVE "N" TO punch-held.
           PERFORM UNTIL eof-reached
               READ punch-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO read-count
                       PERFORM Take-Punch
               END-READ
           END-PERFORM.
           CLOSE punch-file.
           MOVE "N" TO eof-flag.

           IF punch-entries > 1
               SORT punch-entry ON ASCENDING KEY pe-id pe-epoch
                   pe-seq
           END-IF.
           OPEN EXTEND timesheet-file.
           OPEN OUTPUT hold-file.
           MOVE 0 TO open-idx.
           MOVE 0 TO last-idx.
           PERFORM VARYING punch-idx FROM 1 BY 1
                   UNTIL punch-idx > punch-entries
               PERFORM Pair-Punch
           END-PERFORM.
           IF open-idx > 0
               PERFORM Close-Open-In
           END-IF.
           CLOSE hold-file.
           CLOSE timesheet-file.
           CLOSE personnel-file.

           PERFORM Print-Line.
           MOVE read-count TO p-count.
           STRING "Punches read " p-count DELIMITED BY SIZE
               INTO pw-line.
           MOVE written-count TO p-count.
           STRING "   timesheet lines written " p-count
               DELIMITED BY SIZE INTO pw-line(21:).
           PERFORM Print-Line.
           MOVE exception-count TO p-count.
           STRING "Exceptions   " p-count DELIMITED BY SIZE
               INTO pw-line.
           MOVE held-count TO p-count.
           STRING "   ins held for the next run " p-count
               DELIMITED BY SIZE INTO pw-line(21:).
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] " written-count " timesheet line(s) "
               "written, awaiting approval on Timesheet_Approval.".
           DISPLAY "[+] " exception-count " exception(s), "
               held-count " in(s) held open - see 'punchexc.rpt'.".
           MOVE written-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Abandon-Run.
           MOVE "FAILED" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           MOVE 8 TO RETURN-CODE.

       Take-Punch.
      *    A readable punch of a known badge goes on the table;
      *    anything else straight on the exceptions report.
           MOVE FUNCTION UPPER-CASE(pu-direction) TO pu-direction.
           MOVE 0 TO date-int.
           IF pu-date IS NUMERIC
               COMPUTE date-int = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(pu-date))
           END-IF.
           MOVE pu-time TO clock-time.
           PERFORM Check-Clock-Time.
           IF date-int = 0 OR clock-ok NOT = "Y" OR
                   (pu-direction NOT = "I" AND pu-direction NOT = "O")
               MOVE "unreadable punch" TO exception-reason
               PERFORM Raw-Exception
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO badge-hit.
           PERFORM VARYING badge-idx FROM 1 BY 1
                   UNTIL badge-idx > badge-entries
               IF bt-badge(badge-idx) = pu-badge
                   MOVE badge-idx TO badge-hit
               END-IF
           END-PERFORM.
           IF badge-hit = 0
               MOVE "unknown badge - not on badges.dat"
                   TO exception-reason
               PERFORM Raw-Exception
               EXIT PARAGRAPH
           END-IF.
           IF punch-entries = 3000
               MOVE "punch table full - not imported"
                   TO exception-reason
               PERFORM Raw-Exception
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO punch-entries.
           MOVE bt-id(badge-hit) TO pe-id(punch-entries).
           COMPUTE pe-epoch(punch-entries) =
               date-int * 1440 + clock-minutes.
           MOVE punch-entries TO pe-seq(punch-entries).
           MOVE pu-badge TO pe-badge(punch-entries).
           MOVE pu-date TO pe-date(punch-entries).
           MOVE pu-time TO pe-time(punch-entries).
           MOVE pu-direction TO pe-direction(punch-entries).
           MOVE punch-held TO pe-held(punch-entries).
           IF pe-epoch(punch-entries) > latest-epoch
               MOVE pe-epoch(punch-entries) TO latest-epoch
           END-IF.

       Pair-Punch.
      *    Punches of one employee arrive together, in time order.
           IF last-idx > 0
               IF pe-id(last-idx) NOT = pe-id(punch-idx)
                   IF open-idx > 0
                       PERFORM Close-Open-In
                   END-IF
                   MOVE 0 TO last-idx
               END-IF
           END-IF.
           IF last-idx > 0
               IF pe-direction(last-idx) = pe-direction(punch-idx)
                   AND pe-epoch(punch-idx) - pe-epoch(last-idx)
                       <= duplicate-minutes
      *            A held in read again with its own file is the
      *            same punch, not a second swipe.
                   IF (pe-held(last-idx) = "Y" OR
                           pe-held(punch-idx) = "Y") AND
                           pe-epoch(punch-idx) = pe-epoch(last-idx)
                       CONTINUE
                   ELSE
                       MOVE punch-idx TO exc-idx
                       MOVE "duplicate punch - the first is kept"
                           TO exception-reason
                       PERFORM Punch-Exception
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF pe-direction(punch-idx) = "I"
               IF open-idx > 0
                   MOVE open-idx TO exc-idx
                   MOVE "missing out - another in follows"
                       TO exception-reason
                   PERFORM Punch-Exception
               END-IF
               MOVE punch-idx TO open-idx
           ELSE
               EVALUATE TRUE
                   WHEN open-idx = 0
                       MOVE punch-idx TO exc-idx
                       MOVE "missing in - no in before this out"
                           TO exception-reason
                       PERFORM Punch-Exception
                   WHEN pe-epoch(punch-idx) - pe-epoch(open-idx)
                           > max-shift-minutes
                       MOVE open-idx TO exc-idx
                       MOVE "missing out - none within 16 hours"
                           TO exception-reason
                       PERFORM Punch-Exception
                       MOVE punch-idx TO exc-idx
                       MOVE "missing in - no in before this out"
                           TO exception-reason
                       PERFORM Punch-Exception
                   WHEN OTHER
                       PERFORM Make-Shift
               END-EVALUATE
               MOVE 0 TO open-idx
           END-IF.
           MOVE punch-idx TO last-idx.

       Close-Open-In.
      *    An in with no out: still on shift if recent enough.
           IF latest-epoch - pe-epoch(open-idx) > max-shift-minutes
               MOVE open-idx TO exc-idx
               MOVE "missing out - none within 16 hours"
                   TO exception-reason
               PERFORM Punch-Exception
           ELSE
               MOVE pe-badge(open-idx) TO ho-badge
               MOVE pe-date(open-idx) TO ho-date
               MOVE pe-time(open-idx) TO ho-time
               MOVE pe-direction(open-idx) TO ho-direction
               WRITE hold-record
               ADD 1 TO held-count
           END-IF.
           MOVE 0 TO open-idx.

       Make-Shift.
      *    The in at open-idx and the out at punch-idx, rounded,
      *    through the Timesheet_Entry checks.
           MOVE open-idx TO exc-idx.
           PERFORM Check-Employee.
           IF pair-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE pe-epoch(open-idx) TO rounded-epoch.
           PERFORM Round-Epoch.
           MOVE rounded-epoch TO new-from.
           MOVE pe-epoch(punch-idx) TO rounded-epoch.
           PERFORM Round-Epoch.
           MOVE rounded-epoch TO new-to.
           IF new-to <= new-from
               MOVE "shift rounds to no time" TO exception-reason
               PERFORM Punch-Exception
               EXIT PARAGRAPH
           END-IF.
           COMPUTE shift-minutes = new-to - new-from.
           DIVIDE new-from BY 1440 GIVING day-number
               REMAINDER day-minutes.
           MOVE FUNCTION DATE-OF-INTEGER(day-number) TO line-date.
           PERFORM Minutes-To-Clock.
           MOVE clock-time TO line-start.
           DIVIDE new-to BY 1440 GIVING day-number
               REMAINDER day-minutes.
           PERFORM Minutes-To-Clock.
           MOVE clock-time TO line-end.
      *    Against the pay-period calendar when one exists, else
      *    the business-date month.
           IF pp-status = "Y"
               IF line-date < pp-start OR line-date > pp-end
                   MOVE "outside the pay period"
                       TO exception-reason
                   PERFORM Punch-Exception
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF line-date(1:6) NOT = business-date(1:6)
                   MOVE "outside the pay period"
                       TO exception-reason
                   PERFORM Punch-Exception
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO overlap-idx.
           PERFORM VARYING shift-idx FROM 1 BY 1
                   UNTIL shift-idx > shift-entries
               IF sh-id(shift-idx) = pe-id(open-idx) AND
                       new-from < sh-to(shift-idx) AND
                       sh-from(shift-idx) < new-to
                   MOVE shift-idx TO overlap-idx
               END-IF
           END-PERFORM.
           IF overlap-idx NOT = 0
               MOVE "overlaps a line on timesheets.dat"
                   TO exception-reason
               PERFORM Punch-Exception
               EXIT PARAGRAPH
           END-IF.
           IF shift-entries >= 2000
               MOVE "overlap table full - not imported"
                   TO exception-reason
               PERFORM Punch-Exception
               EXIT PARAGRAPH
           END-IF.

           COMPUTE hours-value ROUNDED = shift-minutes / 60.
           MOVE pe-id(open-idx) TO ts-employee-id.
           MOVE line-date TO ts-date.
           MOVE hours-value TO ts-hours.
           MOVE "N" TO ts-approved.
           MOVE line-start TO ts-start.
           MOVE line-end TO ts-end.
           MOVE "Punch_Import" TO ts-keyed-by.
           MOVE SPACES TO ts-approved-by.
           MOVE SPACES TO ts-project.
           WRITE timesheet-record.
           ADD 1 TO written-count.
           ADD 1 TO shift-entries.
           MOVE pe-id(open-idx) TO sh-id(shift-entries).
           MOVE new-from TO sh-from(shift-entries).
           MOVE new-to TO sh-to(shift-entries).

       Check-Employee.
      *    The badge's employee must be one Timesheet_Entry would
      *    take a line for.
           MOVE "N" TO pair-ok.
           MOVE pe-id(open-idx) TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           IF cd-result NOT = "Y" AND cd-result NOT = "W"
               MOVE "id fails its check digit - see badges.dat"
                   TO exception-reason
               PERFORM Punch-Exception
               EXIT PARAGRAPH
           END-IF.
           MOVE pe-id(open-idx) TO employee-id.
           READ personnel-file
               INVALID KEY
                   MOVE "employee not on the master"
                       TO exception-reason
                   PERFORM Punch-Exception
                   EXIT PARAGRAPH
           END-READ.
           IF emp-terminated
               MOVE "employee is terminated" TO exception-reason
               PERFORM Punch-Exception
               EXIT PARAGRAPH
           END-IF.
           IF NOT pay-hourly
               MOVE "employee is salaried - no timesheet"
                   TO exception-reason
               PERFORM Punch-Exception
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO pair-ok.

       Round-Epoch.
      *    To the nearest round-minutes, half way rounding up.
           DIVIDE rounded-epoch BY round-minutes
               GIVING round-quotient REMAINDER round-remainder.
           IF round-remainder * 2 >= round-minutes
               ADD 1 TO round-quotient
           END-IF.
           COMPUTE rounded-epoch = round-quotient * round-minutes.

       Minutes-To-Clock.
           DIVIDE day-minutes BY 60 GIVING clock-hh
               REMAINDER clock-mm.
           MOVE clock-value TO clock-time.

       Check-Clock-Time.
      *    HHMM, 0000 through 2359; the answer in minutes.
           MOVE "N" TO clock-ok.
           IF clock-time NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE clock-time TO clock-value.
           IF clock-hh > 23 OR clock-mm > 59
               EXIT PARAGRAPH
           END-IF.
           COMPUTE clock-minutes = clock-hh * 60 + clock-mm.
           MOVE "Y" TO clock-ok.

       Raw-Exception.
           ADD 1 TO exception-count.
           STRING pu-badge "          " pu-date " " pu-time
               "  " pu-direction "  " exception-reason
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Punch-Exception.
           ADD 1 TO exception-count.
           STRING pe-badge(exc-idx) " " pe-id(exc-idx) "   "
               pe-date(exc-idx) " " pe-time(exc-idx) "  "
               pe-direction(exc-idx) "  " exception-reason
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Load-Badges.
           OPEN INPUT badge-file.
           IF badge-status = "00"
               PERFORM UNTIL eof-reached
                   READ badge-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF bg-badge NOT = SPACES AND
                                   badge-entries < 1000
                               ADD 1 TO badge-entries
                               MOVE bg-badge TO bt-badge(badge-entries)
                               MOVE bg-employee-id
                                   TO bt-id(badge-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE badge-file.
           MOVE "N" TO eof-flag.
           IF badge-entries = 0
               DISPLAY "[-] No badges on badges.dat - every punch "
                   "will be an unknown badge."
           END-IF.

       Load-Shifts.
      *    The shifts already on file; lines from before start and
      *    end times were kept carry no times and are not checked.
           OPEN INPUT timesheet-file.
           IF timesheet-status NOT = "00" THEN
               CLOSE timesheet-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ timesheet-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ts-start IS NUMERIC AND ts-end IS NUMERIC
                           PERFORM Note-Shift
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE timesheet-file.
           MOVE "N" TO eof-flag.

       Note-Shift.
           IF shift-entries >= 2000
               MOVE "Y" TO shift-overflow
               EXIT PARAGRAPH
           END-IF.
           MOVE ts-start TO clock-time.
           PERFORM Check-Clock-Time.
           MOVE clock-minutes TO new-from.
           MOVE ts-end TO clock-time.
           PERFORM Check-Clock-Time.
           ADD 1 TO shift-entries.
           MOVE ts-employee-id TO sh-id(shift-entries).
           COMPUTE sh-from(shift-entries) =
               FUNCTION INTEGER-OF-DATE(ts-date) * 1440 + new-from.
           IF clock-minutes > new-from
               COMPUTE sh-to(shift-entries) = sh-from(shift-entries)
                   + clock-minutes - new-from
           ELSE
               COMPUTE sh-to(shift-entries) = sh-from(shift-entries)
                   + clock-minutes + 1440 - new-from
           END-IF.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Punch_Import.
