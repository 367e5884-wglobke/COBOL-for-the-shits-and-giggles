       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Benefits_Lookup.
      ****************************
      *    Shared subprogram returning the benefits election in
      *    force for one employee on a date, and what it costs
      *    (same CALL pattern as Deduction_Calc). Two files, loaded
      *    once on the first call of the run unit:
      *
      *    The enrollment file benefits.dat (INDEXED by employee-id,
      *    maintained on the Benefits_Maint screen):
      *       employee-id PIC X(6)
      *       plan        PIC X(4)    plan code, NONE = waived
      *       tier        PIC X       E employee only / S employee
      *                               plus spouse / F family
      *       eff-date    PIC 9(8)    date this election starts
      *       prev-plan   PIC X(4)    election in force before
      *       prev-tier   PIC X       eff-date (an open-enrollment
      *                               choice waits for the new plan
      *                               year with the old one still
      *                               running)
      *
      *    The plan-rate table planrates.dat:
      *       plan        PIC X(4)
      *       tier        PIC X
      *       plan-name   PIC X(20)
      *       contribution PIC 9(5)v99 the employee's monthly
      *                               share, the INSURANCE
      *                               deduction
      *       premium     PIC 9(5)v99 the carrier's full monthly
      *                               premium for the census
      *
      *    Arguments:
      *       bl-employee-id : input
      *       bl-date        : input, the date the election is
      *                        wanted for (the pay date)
      *       bl-plan        : output, plan code in force
      *       bl-tier        : output, coverage tier in force
      *       bl-eff-date    : output, when that election started
      *       bl-contribution: output, employee's monthly share
      *       bl-premium     : output, carrier's monthly premium
      *       bl-status      : output
      *                        "Y" enrolled, amounts returned
      *                        "W" waived or not enrolled - no
      *                            INSURANCE deduction
      *                        "U" enrolled in a plan/tier missing
      *                            from planrates.dat
      *                        "N" no enrollment file at all - the
      *                            caller keeps the old department
      *                            INSURANCE rate
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT benefits-file ASSIGN TO "benefits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS be-employee-id
               FILE STATUS IS benefits-status.
           SELECT planrates-file ASSIGN TO "planrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS planrates-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  benefits-file.
       01  benefits-record.
           05  be-employee-id PIC X(6).
           05  be-plan        PIC X(4).
           05  be-tier        PIC X.
           05  be-eff-date    PIC 9(8).
           05  be-prev-plan   PIC X(4).
           05  be-prev-tier   PIC X.

       FD  planrates-file.
       01  planrates-record.
           05  pr-plan        PIC X(4).
           05  pr-tier        PIC X.
           05  pr-name        PIC X(20).
           05  pr-contribution PIC 9(5)v9(2).
           05  pr-premium     PIC 9(5)v9(2).

       WORKING-STORAGE SECTION.
       01  benefits-status PIC XX.
       01  planrates-status PIC XX.
       01  tables-loaded   PIC X VALUE "N".
           88  tables-are-loaded VALUE "Y".
       01  enrollment-on-file PIC X VALUE "N".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  enroll-table OCCURS 500.
           05  et-id       PIC X(6).
           05  et-plan     PIC X(4).
           05  et-tier     PIC X.
           05  et-eff-date PIC 9(8).
           05  et-prev-plan PIC X(4).
           05  et-prev-tier PIC X.
       01  enroll-entries  PIC 9(3) VALUE 0.
       01  enroll-idx      PIC 9(3).
       01  enroll-hit      PIC 9(3).
       01  plan-table OCCURS 60.
           05  plt-plan    PIC X(4).
           05  plt-tier    PIC X.
           05  plt-contribution PIC 9(5)v9(2).
           05  plt-premium PIC 9(5)v9(2).
       01  plan-entries    PIC 99 VALUE 0.
       01  plan-idx        PIC 99.

       LINKAGE SECTION.
       01  bl-employee-id  PIC X(6).
       01  bl-date         PIC 9(8).
       01  bl-plan         PIC X(4).
       01  bl-tier         PIC X.
       01  bl-eff-date     PIC 9(8).
       01  bl-contribution PIC 9(7)v9(2).
       01  bl-premium      PIC 9(7)v9(2).
       01  bl-status       PIC X.
      ****************************
       PROCEDURE DIVISION USING bl-employee-id, bl-date, bl-plan,
               bl-tier, bl-eff-date, bl-contribution, bl-premium,
               bl-status.

           IF NOT tables-are-loaded THEN
               PERFORM Load-Enrollments
               IF enrollment-on-file = "Y"
                   PERFORM Load-Plan-Rates
               END-IF
           END-IF.

           MOVE SPACES TO bl-plan.
           MOVE SPACES TO bl-tier.
           MOVE 0 TO bl-eff-date.
           MOVE 0 TO bl-contribution.
           MOVE 0 TO bl-premium.
           IF enrollment-on-file NOT = "Y"
               MOVE "N" TO bl-status
               EXIT PROGRAM
           END-IF.
           MOVE "W" TO bl-status.

           MOVE 0 TO enroll-hit.
           PERFORM VARYING enroll-idx FROM 1 BY 1
                   UNTIL enroll-idx > enroll-entries
               IF et-id(enroll-idx) = bl-employee-id
                   MOVE enroll-idx TO enroll-hit
               END-IF
           END-PERFORM.
           IF enroll-hit = 0
               EXIT PROGRAM
           END-IF.
      *    The election in force on the date: the current one from
      *    its effective date, the previous one before that.
           IF bl-date >= et-eff-date(enroll-hit)
               MOVE et-plan(enroll-hit) TO bl-plan
               MOVE et-tier(enroll-hit) TO bl-tier
               MOVE et-eff-date(enroll-hit) TO bl-eff-date
           ELSE
               MOVE et-prev-plan(enroll-hit) TO bl-plan
               MOVE et-prev-tier(enroll-hit) TO bl-tier
           END-IF.
           IF bl-plan = SPACES OR bl-plan = "NONE"
               EXIT PROGRAM
           END-IF.

           MOVE "U" TO bl-status.
           PERFORM VARYING plan-idx FROM 1 BY 1
                   UNTIL plan-idx > plan-entries
               IF plt-plan(plan-idx) = bl-plan AND
                       plt-tier(plan-idx) = bl-tier
                   MOVE plt-contribution(plan-idx)
                       TO bl-contribution
                   MOVE plt-premium(plan-idx) TO bl-premium
                   MOVE "Y" TO bl-status
               END-IF
           END-PERFORM.

           EXIT PROGRAM.

       Load-Enrollments.
      *    No benefits.dat means enrollment has not started: every
      *    caller keeps the department INSURANCE rate.
           MOVE "Y" TO tables-loaded.
           MOVE 0 TO enroll-entries.
           OPEN INPUT benefits-file.
           IF benefits-status NOT = "00" THEN
               CLOSE benefits-file
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO enrollment-on-file.
           MOVE "N" TO eof-flag.
           PERFORM UNTIL eof-reached
               READ benefits-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF enroll-entries < 500
                           ADD 1 TO enroll-entries
                           MOVE be-employee-id
                               TO et-id(enroll-entries)
                           MOVE be-plan TO et-plan(enroll-entries)
                           MOVE be-tier TO et-tier(enroll-entries)
                           MOVE be-eff-date
                               TO et-eff-date(enroll-entries)
                           MOVE be-prev-plan
                               TO et-prev-plan(enroll-entries)
                           MOVE be-prev-tier
                               TO et-prev-tier(enroll-entries)
                       ELSE
                           DISPLAY "[-] Benefits_Lookup: enrollment "
                               "table full - election for '"
                               be-employee-id "' dropped!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE benefits-file.
           MOVE "N" TO eof-flag.

       Load-Plan-Rates.
           MOVE 0 TO plan-entries.
           OPEN INPUT planrates-file.
           IF planrates-status NOT = "00" THEN
               DISPLAY "[-] Benefits_Lookup: cannot open "
                   "planrates.dat, status " planrates-status
                   " - no plan can be priced."
               CLOSE planrates-file
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO eof-flag.
           PERFORM UNTIL eof-reached
               READ planrates-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF plan-entries < 60
                           ADD 1 TO plan-entries
                           MOVE pr-plan TO plt-plan(plan-entries)
                           MOVE pr-tier TO plt-tier(plan-entries)
                           MOVE pr-contribution
                               TO plt-contribution(plan-entries)
                           MOVE pr-premium
                               TO plt-premium(plan-entries)
                       ELSE
                           DISPLAY "[-] Benefits_Lookup: plan-rate "
                               "table full - row for '" pr-plan
                               "' dropped!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE planrates-file.
           MOVE "N" TO eof-flag.

       END PROGRAM Benefits_Lookup.
