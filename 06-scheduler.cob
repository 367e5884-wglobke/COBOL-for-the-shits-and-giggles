      *                             W = weekly on the named day
      *                             F = monthly, first business day
      *                             L = monthly, last business day
      *                             R = repeating through the night
      *       freq-day     PIC X(9)  weekday name for W
      *                             ("Monday" ... "Sunday")
      *
      *       period       PIC X     P = period-stamped job
      *       poll-seconds PIC 9(4)  input-file polling interval
      *                             (blank/zero = 60)
      *       deadline     PIC X(4)  HHMM the step's input files
      *                             must have arrived by
      *       repeat       PIC X(3)  R: minutes between runs
      *                             (blank/zero = 5)
      *       until        PIC X(4)  R: HHMM the repeating ends
      *
      *    The frequency is evaluated against Business_Calendar
      *    each night, so month-end-only steps stay on the one
      *    control file instead of being spliced in and out by
      *    as NOTDUE - distinct from FAILED and from SKIPPED
      *    (restart) - and counts as complete for restart purposes.
      *
      *    A repeating (R) step - Alert_Escalation, paging the
      *    on-call engineer about alerts left open - runs in its
      *    place in the chain, then again every repeat minutes
      *    until its until time (one earlier in the day than the
      *    scheduler started is the next morning's): between the
      *    later steps of the chain, and once the chain is done
      *    the scheduler stays up, sleeping between runs, until
      *    the last until time. Every run is recorded in
      *    runstatus.dat, but an R step never counts as complete
      *    for restart - a rerun runs it again, and a night with
      *    only R steps recorded is not a restart. Its halt-flag
      *    applies to the run in the chain; a repeat that fails is
      *    recorded FAILED and tried again at the next interval.
      *    Only an R step that ran in the chain repeats, so list it
      *    before any must-succeed step that could halt the chain.
      *    Without an until time it runs once, like a nightly step.
      *
      *    File-arrival triggers, runtrigger.dat, one line per
      *    input file a step waits for (none = the step starts at
      *    once, as before):
      *       step-number  PIC 99
      *       file-name    PIC X(30)
      *
      *    Before calling such a step the scheduler polls its
      *    files every poll-seconds until each exists, is not empty
      *    and has not grown since the previous poll (so a feed
      *    still being transferred is not picked up half-written).
      *    If the deadline passes first, an alert is raised (see
      *    Alert) and the step is recorded NOFILE, halting the
      *    chain or skipped per its halt-flag like any failure; a
      *    rerun waits for the files again. A deadline earlier in
      *    the day than the wait started is tomorrow's when it is
      *    more than 12 hours back (a 22:00 run, 02:00 deadline),
      *    otherwise it has already passed and the files get one
      *    last poll. With no deadline the files must already be
      *    there and steady over one poll.
      *
      *    Run-status file runstatus.dat, one line per attempt:
      *       step-number, program, date, start/end time, outcome
      *       (OK / FAILED / SKIPPED / NOTDUE / NOFILE).
      *
      *    A step fails when its CALL raises an exception (program
      *    missing) or when the called program comes back with a
           SELECT closed-file ASSIGN TO "closedperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS closed-status.
           SELECT trigger-file ASSIGN TO "runtrigger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS trigger-status.
      ****************************
       DATA DIVISION.

           05  ctl-period   PIC X.
      *        P = period-stamped job, refused once the month is
      *        closed (see Month_End_Close / closedperiods.dat)
           05  ctl-poll     PIC X(4).
           05  ctl-deadline PIC X(4).
           05  ctl-repeat   PIC X(3).
           05  ctl-until    PIC X(4).

       FD  trigger-file.
       01  trigger-record.
           05  trg-step     PIC 99.
           05  trg-file     PIC X(30).

       FD  closed-file.
       01  closed-record.
           05  stp-freq     PIC X.
           05  stp-freq-day PIC X(9).
           05  stp-period   PIC X.
           05  stp-poll     PIC 9(4).
           05  stp-deadline PIC X(4).
           05  stp-done     PIC X.
           05  stp-repeat   PIC 9(3).
           05  stp-until    PIC X(4).
      *        Y = repeating tonight, E = its until time passed.
           05  stp-ran      PIC X.
           05  stp-next-secs  PIC 9(6).
           05  stp-until-secs PIC 9(6).
       01  step-entries    PIC 99 VALUE 0.
       01  step-idx        PIC 99.
       01  scan-idx        PIC 99.
       01  al-message      PIC X(60).
       01  closed-status   PIC XX.
       01  period-closed   PIC X VALUE "N".
      *    File-arrival triggers and the wait for them.
       01  default-poll    CONSTANT 60.
       01  trigger-status  PIC XX.
       01  trigger-table OCCURS 100.
           05  tg-step      PIC 99.
           05  tg-file      PIC X(30).
           05  tg-size      PIC S9(13).
       01  trigger-entries PIC 9(3) VALUE 0.
       01  trigger-idx     PIC 9(3).
       01  step-triggers   PIC 9(3).
       01  inputs-ready    PIC X.
       01  inputs-steady   PIC X.
       01  poll-seconds    PIC 9(4).
       01  now-time        PIC 9(8).
       01  now-parts REDEFINES now-time.
           05  now-hh      PIC 99.
           05  now-mm      PIC 99.
           05  now-ss      PIC 99.
           05  FILLER      PIC 99.
       01  wait-start-secs PIC 9(6).
       01  now-secs        PIC 9(6).
       01  deadline-secs   PIC 9(6).
       01  deadline-hh     PIC 99.
       01  deadline-mm     PIC 99.
       01  check-name      PIC X(255).
       01  call-status     PIC 9(4) USAGE BINARY.
       01  file-info.
           05  fi-size     PIC 9(18) USAGE BINARY.
           05  fi-rest     PIC X(8).
      *    Repeating (R) steps, timed in seconds past the midnight
      *    before the scheduler started.
       01  default-repeat  CONSTANT 5.
       01  repeat-base-secs PIC 9(6).
       01  repeat-pass     PIC X VALUE "N".
       01  repeat-active   PIC X VALUE "N".
       01  repeat-count    PIC 9(4) VALUE 0.
       01  saved-step-idx  PIC 99.
       01  sleep-seconds   PIC 9(4).
       01  wait-secs       PIC 9(6).
       01  sleep-gap       PIC S9(6).
      ****************************
       PROCEDURE DIVISION.

           CALL "Get_Business_Date" USING business-date,
               business-time, business-weekday.
           MOVE weekday-name(business-weekday) TO today-name.
           ACCEPT now-time FROM TIME.
           COMPUTE repeat-base-secs =
               now-hh * 3600 + now-mm * 60 + now-ss.
           PERFORM Find-Month-Boundaries.
           PERFORM Check-Period-Closed.
      *    Central job-run logging (see Job_Log / Operations_Report).
                               TO stp-freq-day(step-entries)
                           MOVE ctl-period
                               TO stp-period(step-entries)
                           MOVE 0 TO stp-poll(step-entries)
                           IF ctl-poll IS NUMERIC
                               MOVE ctl-poll
                                   TO stp-poll(step-entries)
                           END-IF
                           MOVE ctl-deadline
                               TO stp-deadline(step-entries)
                           MOVE "N" TO stp-done(step-entries)
                           MOVE 0 TO stp-repeat(step-entries)
                           IF ctl-repeat IS NUMERIC
                               MOVE ctl-repeat
                                   TO stp-repeat(step-entries)
                           END-IF
                           MOVE ctl-until
                               TO stp-until(step-entries)
                           MOVE "N" TO stp-ran(step-entries)
                       END-IF
               END-READ
           END-PERFORM.
               DISPLAY "[-] No steps on the run-control file."
               STOP RUN
           END-IF.
           PERFORM Load-Triggers.

      *    Restart support: steps already marked OK in the status
      *    file stay done and are skipped this run. If every step
      *                    NOTDUE counts as complete for restart
      *                    purposes - a monthly step must not hold
      *                    every other night in "restart" mode.
      *                    An R step is never complete.
                           IF sts-outcome = "OK" OR
                                   sts-outcome = "NOTDUE" OR
                                   sts-outcome = "CLOSED"
                               PERFORM VARYING scan-idx FROM 1 BY 1
                                       UNTIL scan-idx > step-entries
                                   IF stp-number(scan-idx) =
                                           sts-step AND
                                           stp-freq(scan-idx)
                                           NOT = "R"
                                       MOVE "Y"
                                           TO stp-done(scan-idx)
                                   END-IF
           MOVE "Y" TO all-done-flag.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > step-entries
               IF stp-done(scan-idx) = "N" AND
                       stp-freq(scan-idx) NOT = "R"
                   MOVE "N" TO all-done-flag
               END-IF
           END-PERFORM.
                   ELSE
                   IF step-due-flag = "Y"
                       PERFORM Run-One-Step
                       IF stp-freq(step-idx) = "R"
                           PERFORM Schedule-Repeat
                       END-IF
                   ELSE
                       ADD 1 TO notdue-count
                       DISPLAY "[+] Step " stp-number(step-idx) " "
                   END-IF
                   END-IF
               END-IF
               PERFORM Run-Due-Repeats
           END-PERFORM.

      *    The chain is done; the R steps carry on alone until the
      *    last until time.
           PERFORM Run-Due-Repeats.
           PERFORM UNTIL repeat-active = "N"
               PERFORM Sleep-To-Next-Repeat
               PERFORM Run-Due-Repeats
           END-PERFORM.

           CLOSE status-file.
           DISPLAY "[+] Steps failed : " fail-count.
           DISPLAY "[+] Steps skipped: " skip-count.
           DISPLAY "[+] Steps not due: " notdue-count.
           DISPLAY "[+] Repeat runs  : " repeat-count.
           IF chain-halted THEN
               DISPLAY "[-] CHAIN HALTED on a must-succeed step - "
                   "fix the problem and rerun to resume."
               FUNCTION TRIM(stp-program(step-idx)) "...".
           MOVE 0 TO RETURN-CODE.
           MOVE "OK" TO step-outcome.
           PERFORM Wait-For-Inputs.
           IF inputs-ready = "N"
               MOVE "NOFILE" TO step-outcome
           ELSE
               CALL FUNCTION TRIM(stp-program(step-idx))
                   ON EXCEPTION
                       MOVE "FAILED" TO step-outcome
                       DISPLAY "[-] Program not found."
               END-CALL
           END-IF.
           IF step-outcome = "OK" AND RETURN-CODE NOT = 0
               MOVE "FAILED" TO step-outcome
               DISPLAY "[-] Step ended with RETURN-CODE "
           MOVE step-outcome TO sts-outcome.
           WRITE status-record.

           IF repeat-pass = "Y"
               ADD 1 TO repeat-count
               IF step-outcome NOT = "OK"
                   DISPLAY "[-] Repeat run failed - tried again at "
                       "the next interval."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF step-outcome = "OK"
               ADD 1 TO ok-count
           ELSE
               END-IF
           END-IF.

       Schedule-Repeat.
      *    An R step's first run is done: set its next run and the
      *    end of its repeating.
           IF stp-until(step-idx) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF stp-repeat(step-idx) = 0
               MOVE default-repeat TO stp-repeat(step-idx)
           END-IF.
           MOVE stp-until(step-idx)(1:2) TO deadline-hh.
           MOVE stp-until(step-idx)(3:2) TO deadline-mm.
           COMPUTE stp-until-secs(step-idx) =
               deadline-hh * 3600 + deadline-mm * 60.
           IF stp-until-secs(step-idx) < repeat-base-secs
               ADD 86400 TO stp-until-secs(step-idx)
           END-IF.
           PERFORM Set-Now-Secs.
           COMPUTE stp-next-secs(step-idx) =
               now-secs + stp-repeat(step-idx) * 60.
           MOVE "Y" TO stp-ran(step-idx).
           DISPLAY "[+] Step " stp-number(step-idx) " repeats every "
               stp-repeat(step-idx) " minute(s) until "
               stp-until(step-idx) ".".

       Run-Due-Repeats.
      *    Run each R step whose interval has come round; one past
      *    its until time stops repeating.
           MOVE "N" TO repeat-active.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > step-entries
               IF stp-ran(scan-idx) = "Y"
                   PERFORM Set-Now-Secs
                   IF now-secs NOT < stp-until-secs(scan-idx)
                       MOVE "E" TO stp-ran(scan-idx)
                       DISPLAY "[+] Step " stp-number(scan-idx)
                           " repeating ended at "
                           stp-until(scan-idx) "."
                   ELSE
                       IF now-secs NOT < stp-next-secs(scan-idx)
                           PERFORM Run-Repeat
                       END-IF
                       MOVE "Y" TO repeat-active
                   END-IF
               END-IF
           END-PERFORM.

       Run-Repeat.
      *    Run-One-Step works on step-idx, which the chain may be
      *    part way through.
           MOVE step-idx TO saved-step-idx.
           MOVE scan-idx TO step-idx.
           MOVE "Y" TO repeat-pass.
           PERFORM Run-One-Step.
           MOVE "N" TO repeat-pass.
           PERFORM Set-Now-Secs.
           COMPUTE stp-next-secs(step-idx) =
               now-secs + stp-repeat(step-idx) * 60.
           MOVE saved-step-idx TO step-idx.

       Sleep-To-Next-Repeat.
      *    Until the earliest next run or until time, at least a
      *    second.
           PERFORM Set-Now-Secs.
           MOVE 9999 TO sleep-seconds.
           PERFORM VARYING scan-idx FROM 1 BY 1
                   UNTIL scan-idx > step-entries
               IF stp-ran(scan-idx) = "Y"
                   MOVE stp-next-secs(scan-idx) TO wait-secs
                   IF stp-until-secs(scan-idx) < wait-secs
                       MOVE stp-until-secs(scan-idx) TO wait-secs
                   END-IF
                   COMPUTE sleep-gap = wait-secs - now-secs
                   IF sleep-gap < 1
                       MOVE 1 TO sleep-gap
                   END-IF
                   IF sleep-gap < sleep-seconds
                       MOVE sleep-gap TO sleep-seconds
                   END-IF
               END-IF
           END-PERFORM.
           CALL "C$SLEEP" USING sleep-seconds.

       Set-Now-Secs.
      *    A time earlier than the scheduler's start is after
      *    midnight.
           ACCEPT now-time FROM TIME.
           COMPUTE now-secs = now-hh * 3600 + now-mm * 60 + now-ss.
           IF now-secs < repeat-base-secs
               ADD 86400 TO now-secs
           END-IF.

       Load-Triggers.
           MOVE "N" TO eof-flag.
           OPEN INPUT trigger-file.
           IF trigger-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ trigger-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF trigger-entries < 100 AND
                                   trg-file NOT = SPACES
                               ADD 1 TO trigger-entries
                               MOVE trg-step
                                   TO tg-step(trigger-entries)
                               MOVE trg-file
                                   TO tg-file(trigger-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE trigger-file.
           MOVE "N" TO eof-flag.

       Wait-For-Inputs.
      *    Hold the step until its trigger files have arrived and
      *    stopped growing, or its deadline passes.
           MOVE "Y" TO inputs-ready.
           MOVE 0 TO step-triggers.
           PERFORM VARYING trigger-idx FROM 1 BY 1
                   UNTIL trigger-idx > trigger-entries
               IF tg-step(trigger-idx) = stp-number(step-idx)
                   ADD 1 TO step-triggers
                   MOVE -1 TO tg-size(trigger-idx)
               END-IF
           END-PERFORM.
           IF step-triggers = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE stp-poll(step-idx) TO poll-seconds.
           IF poll-seconds = 0
               MOVE default-poll TO poll-seconds
           END-IF.
           ACCEPT now-time FROM TIME.
           COMPUTE wait-start-secs =
               now-hh * 3600 + now-mm * 60 + now-ss.
           PERFORM Set-Deadline.
           DISPLAY "[+] Step " stp-number(step-idx) " waits for "
               step-triggers " input file(s), polling every "
               poll-seconds "s.".
           MOVE "N" TO inputs-steady.
           PERFORM UNTIL inputs-steady = "Y"
               PERFORM Poll-Triggers
               IF inputs-steady = "N"
                   ACCEPT now-time FROM TIME
                   COMPUTE now-secs =
                       now-hh * 3600 + now-mm * 60 + now-ss
                   IF now-secs < wait-start-secs
      *                Past midnight since the wait began.
                       ADD 86400 TO now-secs
                   END-IF
                   IF now-secs NOT < deadline-secs
                       PERFORM Report-Missed-Deadline
                       EXIT PARAGRAPH
                   END-IF
                   CALL "C$SLEEP" USING poll-seconds
               END-IF
           END-PERFORM.
           DISPLAY "[+] Input file(s) in place.".

       Set-Deadline.
      *    Seconds past the wait's midnight; the deadline rules are
      *    in the banner.
           IF stp-deadline(step-idx) IS NOT NUMERIC
               COMPUTE deadline-secs = wait-start-secs + poll-seconds
               EXIT PARAGRAPH
           END-IF.
           MOVE stp-deadline(step-idx)(1:2) TO deadline-hh.
           MOVE stp-deadline(step-idx)(3:2) TO deadline-mm.
           COMPUTE deadline-secs =
               deadline-hh * 3600 + deadline-mm * 60.
           IF deadline-secs < wait-start-secs
               IF wait-start-secs - deadline-secs > 43200
                   ADD 86400 TO deadline-secs
               ELSE
                   COMPUTE deadline-secs =
                       wait-start-secs + poll-seconds
               END-IF
           END-IF.

       Poll-Triggers.
      *    Steady = every file there, not empty, and the same size
      *    as at the last poll.
           MOVE "Y" TO inputs-steady.
           PERFORM VARYING trigger-idx FROM 1 BY 1
                   UNTIL trigger-idx > trigger-entries
               IF tg-step(trigger-idx) = stp-number(step-idx)
                   MOVE SPACES TO check-name
                   MOVE tg-file(trigger-idx) TO check-name
                   MOVE 0 TO fi-size
                   CALL "CBL_CHECK_FILE_EXIST" USING check-name,
                       file-info
                       RETURNING call-status
                       ON EXCEPTION CONTINUE
                   END-CALL
                   IF call-status NOT = 0 OR fi-size = 0
                       MOVE "N" TO inputs-steady
                       MOVE -1 TO tg-size(trigger-idx)
                   ELSE
                       IF fi-size NOT = tg-size(trigger-idx)
                           MOVE "N" TO inputs-steady
                           MOVE fi-size TO tg-size(trigger-idx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Report-Missed-Deadline.
           MOVE "N" TO inputs-ready.
           PERFORM VARYING trigger-idx FROM 1 BY 1
                   UNTIL trigger-idx > trigger-entries
               IF tg-step(trigger-idx) = stp-number(step-idx)
                   IF tg-size(trigger-idx) < 0
                       DISPLAY "[-] " FUNCTION TRIM(
                           tg-file(trigger-idx)) " has not arrived."
                   ELSE
                       DISPLAY "[-] " FUNCTION TRIM(
                           tg-file(trigger-idx))
                           " arrived but is still growing."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "F" TO al-severity.
           MOVE SPACES TO al-message.
           IF stp-deadline(step-idx) IS NUMERIC
               DISPLAY "[-] Deadline " stp-deadline(step-idx)
                   " passed - step " stp-number(step-idx)
                   " not started."
               STRING "Step " stp-number(step-idx) " "
                   FUNCTION TRIM(stp-program(step-idx))
                   ": input files late, deadline "
                   stp-deadline(step-idx)
                   DELIMITED BY SIZE INTO al-message
           ELSE
               DISPLAY "[-] No deadline to wait to - step "
                   stp-number(step-idx) " not started."
               STRING "Step " stp-number(step-idx) " "
                   FUNCTION TRIM(stp-program(step-idx))
                   ": input files not in place"
                   DELIMITED BY SIZE INTO al-message
           END-IF.
           CALL "Alert" USING al-severity, al-source, al-message.

       Find-Month-Boundaries.
      *    First business day of this month: the next business day
      *    after the last day of the prior month. Last business
