       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Service_Date.
      ****************************
      *    Shared subprogram returning an employee's adjusted
      *    continuous-service date (same CALL pattern as
      *    Job_Code_Check), so service no longer depends on which
      *    hire-date whoever keyed the rehire left on the master.
      *
      *    The date is rebuilt from the personnel journal
      *    pershist.dat (see Personnel_Journal): service starts at
      *    the hire-date of the employee's first journal entry
      *    (the after-image of the ADD, or the before-image when
      *    the employee predates the journal), and each REHIRE
      *    entry is a break in service from the termination date
      *    in its before-image to the rehire date in its
      *    after-image:
      *
      *       - a break shorter than the bridging period is
      *         bridged: service carries on, the service date
      *         moving forward by the length of the break (time
      *         away does not count, the service before it does),
      *       - a longer break restarts service at the rehire
      *         date.
      *
      *    The bridging period is SERVICE_BRIDGE_MONTHS (default
      *    12, the BUSINESS_DATE override convention; a month
      *    counted as 365/12 days, zero = never bridge). The
      *    journal is loaded once on the first call of the run
      *    unit.
      *
      *    Arguments:
      *       sd-employee-id  : input
      *       sd-hire-date    : input, the master hire-date - the
      *                         answer when the journal holds
      *                         nothing for the employee
      *       sd-service-date : output, YYYYMMDD
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT history-file ASSIGN TO "pershist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS history-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  history-file.
       01  history-record.
           05  hist-action  PIC X(6).
           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       WORKING-STORAGE SECTION.
       01  history-status  PIC XX.
       01  table-loaded    PIC X VALUE "N".
           88  table-is-loaded VALUE "Y".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  image-view.
           05  iv-id       PIC X(6).
           05  FILLER      PIC X(119).
           05  iv-hire     PIC 9(8).
           05  iv-status   PIC X.
           05  iv-term     PIC 9(8).
           05  FILLER      PIC X(18).
      *    The service events in journal order: "S" start of
      *    service (event-date = hire-date), "B" break in service
      *    (event-date = termination, event-date-2 = rehire).
       01  event-table OCCURS 3000.
           05  ev-id       PIC X(6).
           05  ev-kind     PIC X.
           05  ev-date     PIC 9(8).
           05  ev-date-2   PIC 9(8).
       01  event-entries   PIC 9(4) VALUE 0.
       01  event-idx       PIC 9(4).
       01  seen-table OCCURS 1000.
           05  sn-id       PIC X(6).
       01  seen-entries    PIC 9(4) VALUE 0.
       01  seen-idx        PIC 9(4).
       01  seen-flag       PIC X.
       01  bridge-text     PIC X(4).
       01  bridge-months   PIC 9(3) VALUE 12.
       01  bridge-days     PIC 9(5).
       01  gap-days        PIC S9(7).
       01  started-flag    PIC X.
      *    Run parameters (see Run_Parameter).
       01  rp-job-name     PIC X(20) VALUE SPACES.
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       LINKAGE SECTION.
       01  sd-employee-id  PIC X(6).
       01  sd-hire-date    PIC 9(8).
       01  sd-service-date PIC 9(8).
      ****************************
       PROCEDURE DIVISION USING sd-employee-id, sd-hire-date,
               sd-service-date.

           IF NOT table-is-loaded
               PERFORM Load-Events
           END-IF.

           MOVE sd-hire-date TO sd-service-date.
           MOVE "N" TO started-flag.
           PERFORM VARYING event-idx FROM 1 BY 1
                   UNTIL event-idx > event-entries
               IF ev-id(event-idx) = sd-employee-id
                   PERFORM Apply-Event
               END-IF
           END-PERFORM.

           EXIT PROGRAM.

       Apply-Event.
           IF ev-kind(event-idx) = "S"
               IF ev-date(event-idx) IS NUMERIC AND
                       ev-date(event-idx) > 0
                   MOVE ev-date(event-idx) TO sd-service-date
                   MOVE "Y" TO started-flag
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *    A break: bridged or a fresh start.
           MOVE 0 TO gap-days.
           IF ev-date(event-idx) IS NUMERIC AND
                   ev-date(event-idx) > 0 AND
                   ev-date-2(event-idx) > ev-date(event-idx)
               COMPUTE gap-days =
                   FUNCTION INTEGER-OF-DATE(ev-date-2(event-idx))
                   - FUNCTION INTEGER-OF-DATE(ev-date(event-idx))
           END-IF.
           IF started-flag = "Y" AND bridge-days > 0 AND
                   gap-days < bridge-days
               IF gap-days > 0
                   COMPUTE sd-service-date =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(sd-service-date)
                       + gap-days)
               END-IF
           ELSE
               MOVE ev-date-2(event-idx) TO sd-service-date
               MOVE "Y" TO started-flag
           END-IF.

       Load-Events.
           MOVE "SERVICE_BRIDGE_MONTHS" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO bridge-text.
           IF bridge-text NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(bridge-text) = 0
               MOVE FUNCTION NUMVAL(bridge-text) TO bridge-months
           END-IF.
           COMPUTE bridge-days = bridge-months * 365 / 12.
           SET table-is-loaded TO TRUE.

           OPEN INPUT history-file.
           IF history-status NOT = "00" THEN
               CLOSE history-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ history-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Note-Journal-Entry
               END-READ
           END-PERFORM.
           CLOSE history-file.

       Note-Journal-Entry.
           IF hist-after NOT = SPACES
               MOVE hist-after TO image-view
           ELSE
               MOVE hist-before TO image-view
           END-IF.
      *    The employee's first entry starts the service clock.
           MOVE "N" TO seen-flag.
           PERFORM VARYING seen-idx FROM 1 BY 1
                   UNTIL seen-idx > seen-entries
               IF sn-id(seen-idx) = iv-id
                   MOVE "Y" TO seen-flag
               END-IF
           END-PERFORM.
           IF seen-flag = "N" AND seen-entries < 1000
               ADD 1 TO seen-entries
               MOVE iv-id TO sn-id(seen-entries)
               IF event-entries < 3000
                   ADD 1 TO event-entries
                   MOVE iv-id TO ev-id(event-entries)
                   MOVE "S" TO ev-kind(event-entries)
                   IF hist-action = "ADD"
                       MOVE iv-hire TO ev-date(event-entries)
                   ELSE
                       MOVE hist-before TO image-view
                       MOVE iv-hire TO ev-date(event-entries)
                       MOVE hist-after TO image-view
                   END-IF
                   MOVE 0 TO ev-date-2(event-entries)
               END-IF
           END-IF.
           IF hist-action = "REHIRE" AND event-entries < 3000
               ADD 1 TO event-entries
               MOVE iv-id TO ev-id(event-entries)
               MOVE "B" TO ev-kind(event-entries)
               MOVE iv-hire TO ev-date-2(event-entries)
               MOVE hist-before TO image-view
               MOVE iv-term TO ev-date(event-entries)
           END-IF.

       END PROGRAM Service_Date.
