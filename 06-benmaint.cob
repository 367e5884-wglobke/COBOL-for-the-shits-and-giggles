       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Benefits_Maint INITIAL.
      ****************************
      *    Maintenance screen for the benefits enrollment file
      *    benefits.dat: which plan each employee chose and at what
      *    coverage tier, so the INSURANCE deduction and the
      *    carrier census follow the real election instead of a
      *    flat department rate (see Benefits_Lookup for the
      *    layout and the plan-rate table planrates.dat).
      *
      *    Two modes:
      *       (C)hange   one employee - a new hire's enrollment or
      *                  a life-event change, effective on the date
      *                  keyed (default the business date),
      *       (O)pen enrollment - the annual window: every active
      *                  employee is offered in turn, and a new
      *                  choice takes effect on the first day of the
      *                  next plan year (1 January), the current
      *                  election running on until then. A blank
      *                  answer keeps the election; Q ends the pass.
      *
      *    The plan must be on planrates.dat for the tier chosen;
      *    NONE waives coverage. Every enrollment and change is
      *    journaled to benhist.dat with before/after images, the
      *    loanhist.dat pattern. Maintenance needs the HR role.
      *
      *    An employee id keyed must carry a good check digit
      *    (see Check_Digit) under EMPLOYEE_ID_CHECK=ENFORCE; the
      *    default, WARN, only warns.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT benefits-file ASSIGN TO "benefits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS be-employee-id
               FILE STATUS IS benefits-status.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS employee-id IN personnel-record
               ALTERNATE RECORD KEY IS department IN personnel-record
                   WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT planrates-file ASSIGN TO "planrates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS planrates-status.
           SELECT OPTIONAL journal-file ASSIGN TO "benhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  planrates-file.
       01  planrates-record.
           05  pr-plan        PIC X(4).
           05  pr-tier        PIC X.
           05  pr-name        PIC X(20).
           05  pr-contribution PIC 9(5)v9(2).
           05  pr-premium     PIC 9(5)v9(2).

       FD  journal-file.
       01  journal-record.
           05  bj-action   PIC X(6).
           05  bj-date     PIC 9(8).
           05  bj-time     PIC 9(8).
           05  bj-operator PIC X(20).
           05  bj-before   PIC X(18).
           05  bj-after    PIC X(18).

       WORKING-STORAGE SECTION.
       01  benefits-status PIC XX.
       01  personnel-status PIC XX.
       01  planrates-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  operator-name   PIC X(20).
       01  maint-mode      PIC X.
       01  want-id         PIC X(6).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-check-ok     PIC X.
       01  found-flag      PIC X.
           88  record-found VALUE "Y".
       01  plan-table OCCURS 60.
           05  plt-plan    PIC X(4).
           05  plt-tier    PIC X.
           05  plt-name    PIC X(20).
           05  plt-contribution PIC 9(5)v9(2).
       01  plan-entries    PIC 99 VALUE 0.
       01  plan-idx        PIC 99.
       01  plan-hit        PIC 99.
       01  input-plan      PIC X(4).
       01  input-tier      PIC X.
       01  input-date      PIC X(8).
       01  new-eff-date    PIC 9(8).
       01  plan-year       PIC 9(4).
       01  plan-year-start PIC 9(8).
       01  in-force-plan   PIC X(4).
       01  in-force-tier   PIC X.
       01  stop-flag       PIC X VALUE "N".
       01  changed-count   PIC 9(4) VALUE 0.
      *    The data behind the 6-byte key: plan 4 + tier 1 +
      *    eff-date 8 + prev-plan 4 + prev-tier 1 = 18 bytes.
       01  held-before     PIC X(18).
       01  held-after      PIC X(18).
       01  journal-action  PIC X(6).
       01  p-contribution  PIC $$,$$9.99.
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "HR".
       01  rk-allowed      PIC X.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Benefits Enrollment Maintenance".
           DISPLAY "===================================".
           CALL "Get_Business_Date" USING business-date,
               business-time.
           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           IF operator-name = SPACES
               DISPLAY "[+] Operator name?"
               ACCEPT operator-name
           END-IF.
      *    Role gate (see Role_Check); a refusal is logged.
           MOVE "E" TO rk-action.
           MOVE operator-name(1:10) TO rk-user-id.
           CALL "Role_Check" USING rk-action, rk-user-id,
               rk-needed, rk-allowed.
           IF rk-allowed NOT = "Y" THEN
               DISPLAY "[-] Benefits need the HR role - "
                   "refused (and logged)."
               GOBACK
           END-IF.

           PERFORM Load-Plans.
           IF plan-entries = 0
               DISPLAY "[-] No plans on planrates.dat - nothing "
                   "to enroll in."
               GOBACK
           END-IF.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               GOBACK
           END-IF.
           OPEN I-O benefits-file.
           IF benefits-status = "35" THEN
               OPEN OUTPUT benefits-file
               CLOSE benefits-file
               OPEN I-O benefits-file
           END-IF.
           IF benefits-status NOT = "00" THEN
               DISPLAY "[-] Cannot open benefits.dat, status "
                   benefits-status "."
               CLOSE personnel-file
               GOBACK
           END-IF.

           DISPLAY "[+] (C)hange one employee, (O)pen enrollment, "
               "or (Q)uit?".
           ACCEPT maint-mode.
           EVALUATE maint-mode
               WHEN "C" WHEN "c"
                   PERFORM Change-One-Employee
               WHEN "O" WHEN "o"
                   PERFORM Open-Enrollment
               WHEN OTHER
                   DISPLAY "[+] Nothing changed."
           END-EVALUATE.

           CLOSE benefits-file.
           CLOSE personnel-file.
           DISPLAY "[+] " changed-count " election(s) recorded.".
           GOBACK.

       Change-One-Employee.
           DISPLAY "[+] Employee id?".
           ACCEPT want-id.
           PERFORM Check-Employee-Id.
           IF id-check-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO found-flag.
           MOVE want-id TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.
           IF NOT record-found
               DISPLAY "[-] Employee '" want-id "' is not on the "
                   "master."
               EXIT PARAGRAPH
           END-IF.
           IF emp-terminated IN personnel-record
               DISPLAY "[-] Employee '" want-id "' is terminated - "
                   "no enrollment."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] " first-name IN personnel-record
               last-name IN personnel-record.
           PERFORM Show-Election.
           PERFORM Take-Election.
           IF input-plan = SPACES OR input-plan = "Q"
               DISPLAY "[+] Nothing changed."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Effective date (YYYYMMDD, blank = "
               business-date ")?".
           MOVE SPACES TO input-date.
           ACCEPT input-date.
           IF input-date = SPACES
               MOVE business-date TO new-eff-date
           ELSE
               IF input-date NOT NUMERIC
                   DISPLAY "[-] Not a date - nothing changed."
                   EXIT PARAGRAPH
               END-IF
               MOVE input-date TO new-eff-date
           END-IF.
           PERFORM Record-Election.

       Open-Enrollment.
      *    Every active employee in turn; a new choice starts on
      *    1 January of the next plan year.
           MOVE business-date(1:4) TO plan-year.
           COMPUTE plan-year-start = (plan-year + 1) * 10000 + 101.
           DISPLAY "[+] Open enrollment for the plan year starting "
               plan-year-start ".".
           MOVE LOW-VALUES TO employee-id IN personnel-record.
           START personnel-file KEY IS >=
                   employee-id IN personnel-record
               INVALID KEY
                   SET eof-reached TO TRUE
           END-START.
           PERFORM UNTIL eof-reached OR stop-flag = "Y"
               READ personnel-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF NOT emp-terminated IN personnel-record
                           PERFORM Offer-Employee
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.

       Offer-Employee.
           MOVE employee-id IN personnel-record TO want-id.
           DISPLAY " ".
           DISPLAY "[+] " want-id " " first-name IN personnel-record
               last-name IN personnel-record.
           PERFORM Show-Election.
           PERFORM Take-Election.
           IF input-plan = "Q"
               MOVE "Y" TO stop-flag
               EXIT PARAGRAPH
           END-IF.
           IF input-plan = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE plan-year-start TO new-eff-date.
           PERFORM Record-Election.

       Show-Election.
           MOVE "N" TO found-flag.
           MOVE want-id TO be-employee-id.
           READ benefits-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.
           IF NOT record-found
               DISPLAY "[+] Not enrolled."
               MOVE SPACES TO held-before
               EXIT PARAGRAPH
           END-IF.
           MOVE benefits-record(7:18) TO held-before.
           DISPLAY "[+] Election: plan " be-plan " tier " be-tier
               " from " be-eff-date.
           IF be-eff-date > business-date AND
                   be-prev-plan NOT = SPACES
               DISPLAY "[+] Until then: plan " be-prev-plan
                   " tier " be-prev-tier
           END-IF.

       Take-Election.
      *    Plan code (NONE waives), then the tier for a real plan;
      *    the plan/tier pair must be priced on planrates.dat.
           DISPLAY "[+] Plans:".
           PERFORM VARYING plan-idx FROM 1 BY 1
                   UNTIL plan-idx > plan-entries
               MOVE plt-contribution(plan-idx) TO p-contribution
               DISPLAY "   " plt-plan(plan-idx) " "
                   plt-tier(plan-idx) " " plt-name(plan-idx)
                   p-contribution " a month"
           END-PERFORM.
           DISPLAY "[+] Plan code (NONE waives, blank keeps)?".
           MOVE SPACES TO input-plan.
           ACCEPT input-plan.
           MOVE FUNCTION UPPER-CASE(input-plan) TO input-plan.
           IF input-plan = SPACES OR input-plan = "Q"
               EXIT PARAGRAPH
           END-IF.
           IF input-plan = "NONE"
               MOVE SPACE TO input-tier
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Tier - (E)mployee only, employee plus "
               "(S)pouse, (F)amily?".
           MOVE SPACE TO input-tier.
           ACCEPT input-tier.
           MOVE FUNCTION UPPER-CASE(input-tier) TO input-tier.
           MOVE 0 TO plan-hit.
           PERFORM VARYING plan-idx FROM 1 BY 1
                   UNTIL plan-idx > plan-entries
               IF plt-plan(plan-idx) = input-plan AND
                       plt-tier(plan-idx) = input-tier
                   MOVE plan-idx TO plan-hit
               END-IF
           END-PERFORM.
           IF plan-hit = 0
               DISPLAY "[-] Plan " input-plan " tier " input-tier
                   " is not on planrates.dat - nothing changed."
               MOVE SPACES TO input-plan
           END-IF.

       Record-Election.
      *    The election in force the day before the new one starts
      *    becomes the previous election, so the old plan runs on
      *    until the effective date.
           MOVE SPACES TO in-force-plan.
           MOVE SPACE TO in-force-tier.
           IF record-found
               IF be-eff-date <= business-date
                   MOVE be-plan TO in-force-plan
                   MOVE be-tier TO in-force-tier
               ELSE
                   MOVE be-prev-plan TO in-force-plan
                   MOVE be-prev-tier TO in-force-tier
               END-IF
           END-IF.
           MOVE want-id TO be-employee-id.
           MOVE input-plan TO be-plan.
           MOVE input-tier TO be-tier.
           MOVE new-eff-date TO be-eff-date.
           MOVE in-force-plan TO be-prev-plan.
           MOVE in-force-tier TO be-prev-tier.
           IF record-found
               REWRITE benefits-record
               MOVE "CHANGE" TO journal-action
           ELSE
               WRITE benefits-record
               MOVE "ENROLL" TO journal-action
           END-IF.
           IF benefits-status NOT = "00"
               DISPLAY "[-] benefits.dat write failed, status "
                   benefits-status " - nothing changed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM Journal-Change.
           ADD 1 TO changed-count.
           IF input-plan = "NONE"
               DISPLAY "[+] Coverage waived from " new-eff-date "."
           ELSE
               DISPLAY "[+] Plan " input-plan " tier " input-tier
                   " from " new-eff-date "."
           END-IF.

       Load-Plans.
           OPEN INPUT planrates-file.
           IF planrates-status NOT = "00" THEN
               CLOSE planrates-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ planrates-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF plan-entries < 60
                           ADD 1 TO plan-entries
                           MOVE pr-plan TO plt-plan(plan-entries)
                           MOVE pr-tier TO plt-tier(plan-entries)
                           MOVE pr-name TO plt-name(plan-entries)
                           MOVE pr-contribution
                               TO plt-contribution(plan-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE planrates-file.
           MOVE "N" TO eof-flag.

       Journal-Change.
           MOVE benefits-record(7:18) TO held-after.
           MOVE journal-action TO bj-action.
           MOVE business-date TO bj-date.
           MOVE business-time TO bj-time.
           MOVE operator-name TO bj-operator.
           MOVE held-before TO bj-before.
           MOVE held-after TO bj-after.
           OPEN EXTEND journal-file.
           WRITE journal-record.
           CLOSE journal-file.

       Check-Employee-Id.
      *    A mistyped id that hits another real employee would
      *    land on the wrong person (see Check_Digit).
           MOVE want-id TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           MOVE "Y" TO id-check-ok.
           EVALUATE cd-result
               WHEN "Y"
                   CONTINUE
               WHEN "W"
                   DISPLAY "[-] Warning: employee id " want-id
                       " fails its check digit."
               WHEN OTHER
                   DISPLAY "[-] Employee id '" want-id "' fails its "
                       "check digit - mistyped?"
                   MOVE "N" TO id-check-ok
           END-EVALUATE.

       END PROGRAM Benefits_Maint.
