      *    needs an explicit second confirmation - not a surprise
      *    on the month-end report.
      *
      *    Unpaid leave (type "U") has no balance to check: once
      *    approved it is released to leavetaken.dat all the same,
      *    where Payroll_Register deducts it from the salaried pay
      *    of the period it falls in.
      *
      *    Minimum staffing: staffing.dat (department X(20),
      *    minimum 9(3) people present per working day) sets the
      *    floor for a department. For every working day the
      *    request covers the screen shows how many of the
      *    employee's department are already on approved leave
      *    (leavetaken.dat, plus what was approved earlier on this
      *    screen) and how many would be left present out of the
      *    active headcount. Approving a request that takes any day
      *    below the minimum needs an override reason, which is
      *    kept on the request's leavereq.dat row. A department
      *    with no staffing.dat row has no floor. Working days are
      *    counted on each employee's own work-location holidays
      *    (see Business_Calendar).
      *
      *    Approved and rejected requests stay on leavereq.dat with
      *    their status for the paper trail; only their pending
      *    flag changes, and the deciding OPERATOR_NAME and the
      *    business date are stamped on the row (decided-by,
      *    decided-date).
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS balance-status.
           SELECT OPTIONAL taken-file ASSIGN TO "leavetaken.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT staffing-file ASSIGN TO "staffing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS staffing-status.
      ****************************
       DATA DIVISION.

           05  rq-status      PIC X.
           05  rq-entered     PIC 9(8).
           05  rq-type        PIC X.
           05  rq-override    PIC X(30).
           05  rq-keyed-by    PIC X(20).
           05  rq-decided-by  PIC X(20).
           05  rq-decided-date PIC 9(8).

       FD  balance-file.
       01  balance-record.
           05  tk-days        PIC 9(2)v9(1).
           05  tk-type        PIC X.

       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  staffing-file.
       01  staffing-record.
           05  sr-dept        PIC X(20).
           05  sr-minimum     PIC 9(3).

       WORKING-STORAGE SECTION.
       01  request-status  PIC XX.
       01  balance-status  PIC XX.
       01  personnel-status PIC XX.
       01  staffing-status PIC XX.
       01  business-date   PIC 9(8).
       01  operator-name   PIC X(20).
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  request-table OCCURS 200.
           05  rt-status   PIC X.
           05  rt-entered  PIC 9(8).
           05  rt-type     PIC X.
           05  rt-override PIC X(30).
           05  rt-keyed-by PIC X(20).
           05  rt-decided-by PIC X(20).
           05  rt-decided-date PIC 9(8).
       01  request-entries PIC 9(3) VALUE 0.
       01  request-idx     PIC 9(3).
       01  pending-count   PIC 9(3) VALUE 0.
       01  after-balance   PIC S9(4)v9(2).
       01  p-balance       PIC -(4)9.9(2).
       01  p-days          PIC Z9.9.
      *    Active staff by department, for the headcount.
       01  staff-table OCCURS 500.
           05  st-id       PIC X(6).
           05  st-dept     PIC X(20).
           05  st-location PIC X(2).
       01  staff-entries   PIC 9(3) VALUE 0.
       01  staff-idx       PIC 9(3).
      *    Minimum people present per working day.
       01  minimum-table OCCURS 50.
           05  mn-dept     PIC X(20).
           05  mn-minimum  PIC 9(3).
       01  minimum-entries PIC 99 VALUE 0.
       01  minimum-idx     PIC 99.
      *    Approved leave, first to last working day covered.
       01  taken-table OCCURS 2000.
           05  tt-id       PIC X(6).
           05  tt-start    PIC 9(8).
           05  tt-end      PIC 9(8).
       01  taken-entries   PIC 9(4) VALUE 0.
       01  taken-idx       PIC 9(4).
       01  taken-dropped   PIC 9(5) VALUE 0.
       01  requester-dept  PIC X(20).
       01  requester-location PIC X(2).
       01  taken-location  PIC X(2).
       01  dept-minimum    PIC 9(3).
       01  dept-headcount  PIC 9(3).
       01  off-count       PIC 9(3).
       01  present-count   PIC S9(4).
       01  breach-flag     PIC X.
           88  staffing-breached VALUE "Y".
       01  off-flag        PIC X.
       01  cover-date      PIC 9(8).
       01  cover-end       PIC 9(8).
       01  whole-days      PIC 9(3).
       01  step-count      PIC 9(3).
       01  override-reason PIC X(30).
       01  bc-function     PIC X(3).
       01  bc-date-1       PIC 9(8).
       01  bc-date-2       PIC 9(8).
       01  bc-result       PIC S9(5).
       01  p-count         PIC ZZ9.
       01  p-present       PIC -ZZ9.
       01  p-minimum       PIC ZZ9.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Leave Approval".
           DISPLAY "==================".
           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           IF operator-name = SPACES
               DISPLAY "[+] Operator name?"
               ACCEPT operator-name
           END-IF.
           CALL "Get_Business_Date" USING business-date.

           OPEN INPUT request-file.
           IF request-status NOT = "00" THEN
                               TO rt-status(request-entries)
                           MOVE rq-entered
                               TO rt-entered(request-entries)
                           MOVE rq-override
                               TO rt-override(request-entries)
                           MOVE rq-keyed-by
                               TO rt-keyed-by(request-entries)
                           MOVE rq-decided-by
                               TO rt-decided-by(request-entries)
                           MOVE rq-decided-date
                               TO rt-decided-date(request-entries)
      *                    Old rows without a type are vacation.
                           IF rq-type = "S" OR rq-type = "U"
                               MOVE rq-type TO rt-type(request-entries)
                           ELSE
                               MOVE "V" TO rt-type(request-entries)
                           END-IF
           END-IF.
           DISPLAY "[+] " pending-count " pending request(s).".

           PERFORM Load-Staffing.

           OPEN I-O balance-file.
           OPEN EXTEND taken-file.
           PERFORM VARYING request-idx FROM 1 BY 1
               MOVE rt-status(request-idx) TO rq-status
               MOVE rt-entered(request-idx) TO rq-entered
               MOVE rt-type(request-idx) TO rq-type
               MOVE rt-override(request-idx) TO rq-override
               MOVE rt-keyed-by(request-idx) TO rq-keyed-by
               MOVE rt-decided-by(request-idx) TO rq-decided-by
               MOVE rt-decided-date(request-idx) TO rq-decided-date
               WRITE request-record
           END-PERFORM.
           CLOSE request-file.
       Decide-One-Request.
           MOVE rt-days(request-idx) TO p-days.
           DISPLAY " ".
           EVALUATE rt-type(request-idx)
               WHEN "S"
                   MOVE "sick    " TO type-label
               WHEN "U"
                   MOVE "unpaid  " TO type-label
               WHEN OTHER
                   MOVE "vacation" TO type-label
           END-EVALUATE.
           DISPLAY "[+] Request: " rt-id(request-idx)
               " from " rt-start(request-idx)
               ", " p-days " " FUNCTION TRIM(type-label)
               " day(s), keyed " rt-entered(request-idx) ".".
      *    The balance check happens now, at approval time.
           PERFORM Show-Balance-Effect.
           PERFORM Show-Staffing-Effect.
           DISPLAY "[+] (A)pprove, (R)eject, or skip?".
           ACCEPT decide-answer.
           EVALUATE decide-answer
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   IF staffing-breached
                       DISPLAY "[-] This request takes "
                           FUNCTION TRIM(requester-dept)
                           " below its minimum staffing - override "
                           "reason (blank to leave pending)?"
                       MOVE SPACES TO override-reason
                       ACCEPT override-reason
                       IF override-reason = SPACES
                           DISPLAY "[+] Left pending."
                           EXIT PARAGRAPH
                       END-IF
                       MOVE override-reason TO rt-override(request-idx)
                   END-IF
                   PERFORM Release-Request
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO rt-status(request-idx)
                   MOVE operator-name TO rt-decided-by(request-idx)
                   MOVE business-date
                       TO rt-decided-date(request-idx)
                   ADD 1 TO rejected-count
                   DISPLAY "[+] Rejected."
               WHEN OTHER

       Show-Balance-Effect.
           MOVE 0 TO current-balance.
           MOVE 0 TO after-balance.
           IF rt-type(request-idx) = "U"
               DISPLAY "[+] Unpaid - no balance; deducted from the "
                   "pay of the period it falls in."
               EXIT PARAGRAPH
           END-IF.
           IF balance-status = "00" OR balance-status = "05"
               MOVE rt-id(request-idx) TO lb-employee-id
               READ balance-file
           MOVE rt-start(request-idx) TO tk-date.
           MOVE rt-days(request-idx) TO tk-days.
           MOVE rt-type(request-idx) TO tk-type.
      *    Later requests on this screen see this one as taken.
           PERFORM Keep-Taken-Entry.
           WRITE taken-record.
           MOVE "A" TO rt-status(request-idx).
           MOVE operator-name TO rt-decided-by(request-idx).
           MOVE business-date TO rt-decided-date(request-idx).
           ADD 1 TO approved-count.
           DISPLAY "[+] Approved and released.".

       Show-Staffing-Effect.
      *    Who else in the department is off on each working day
      *    the request covers, against the staffing.dat minimum.
           MOVE "N" TO breach-flag.
           MOVE SPACES TO requester-dept.
           PERFORM VARYING staff-idx FROM 1 BY 1
                   UNTIL staff-idx > staff-entries
               IF st-id(staff-idx) = rt-id(request-idx)
                   MOVE st-dept(staff-idx) TO requester-dept
                   MOVE st-location(staff-idx) TO requester-location
               END-IF
           END-PERFORM.
           IF requester-dept = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO dept-minimum.
           PERFORM VARYING minimum-idx FROM 1 BY 1
                   UNTIL minimum-idx > minimum-entries
               IF mn-dept(minimum-idx) = requester-dept
                   MOVE mn-minimum(minimum-idx) TO dept-minimum
               END-IF
           END-PERFORM.
           MOVE 0 TO dept-headcount.
           PERFORM VARYING staff-idx FROM 1 BY 1
                   UNTIL staff-idx > staff-entries
               IF st-dept(staff-idx) = requester-dept
                   ADD 1 TO dept-headcount
               END-IF
           END-PERFORM.
           MOVE dept-headcount TO p-count.
           MOVE dept-minimum TO p-minimum.
           DISPLAY "[+] " FUNCTION TRIM(requester-dept)
               ": headcount " p-count ", minimum present " p-minimum.

      *    A request starting on a weekend or holiday is counted
      *    from the next working day.
           MOVE rt-start(request-idx) TO cover-date.
           MOVE "IWD" TO bc-function.
           MOVE cover-date TO bc-date-1.
           CALL "Business_Calendar" USING bc-function, bc-date-1,
               bc-date-2, bc-result, requester-location.
           IF bc-result = 0
               MOVE "NBD" TO bc-function
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result,
                   requester-location
               MOVE bc-date-2 TO cover-date
           END-IF.
           COMPUTE whole-days = rt-days(request-idx) + 0.9.
           PERFORM VARYING step-count FROM 1 BY 1
                   UNTIL step-count > whole-days
               PERFORM Show-Staffing-Day
               MOVE "NBD" TO bc-function
               MOVE cover-date TO bc-date-1
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result,
                   requester-location
               MOVE bc-date-2 TO cover-date
           END-PERFORM.

       Show-Staffing-Day.
           MOVE 0 TO off-count.
           PERFORM VARYING staff-idx FROM 1 BY 1
                   UNTIL staff-idx > staff-entries
               IF st-dept(staff-idx) = requester-dept AND
                       st-id(staff-idx) NOT = rt-id(request-idx)
                   MOVE "N" TO off-flag
                   PERFORM VARYING taken-idx FROM 1 BY 1
                           UNTIL taken-idx > taken-entries
                       IF tt-id(taken-idx) = st-id(staff-idx) AND
                               tt-start(taken-idx) NOT > cover-date
                               AND tt-end(taken-idx) NOT < cover-date
                           MOVE "Y" TO off-flag
                       END-IF
                   END-PERFORM
                   IF off-flag = "Y"
                       ADD 1 TO off-count
                   END-IF
               END-IF
           END-PERFORM.
      *    Present if approved: everyone not off, less the
      *    requester.
           COMPUTE present-count = dept-headcount - off-count - 1.
           MOVE off-count TO p-count.
           MOVE present-count TO p-present.
           IF dept-minimum > 0 AND present-count < dept-minimum
               MOVE "Y" TO breach-flag
               DISPLAY "[-]   " cover-date ": " p-count
                   " already off, " p-present
                   " present if approved ** BELOW MINIMUM **"
           ELSE
               DISPLAY "[+]   " cover-date ": " p-count
                   " already off, " p-present
                   " present if approved"
           END-IF.

       Load-Staffing.
      *    Active headcount by department from the master.
           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status " - staffing not checked."
           ELSE
               MOVE "N" TO eof-flag
               PERFORM UNTIL eof-reached
                   READ personnel-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF NOT emp-terminated AND
                                   staff-entries < 500
                               ADD 1 TO staff-entries
                               MOVE employee-id
                                   TO st-id(staff-entries)
                               MOVE department
                                   TO st-dept(staff-entries)
                               MOVE work-location
                                   TO st-location(staff-entries)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE personnel-file
           END-IF.

           OPEN INPUT staffing-file.
           IF staffing-status = "00" THEN
               MOVE "N" TO eof-flag
               PERFORM UNTIL eof-reached
                   READ staffing-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF minimum-entries < 50
                               ADD 1 TO minimum-entries
                               MOVE sr-dept
                                   TO mn-dept(minimum-entries)
                               MOVE sr-minimum
                                   TO mn-minimum(minimum-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE staffing-file.

      *    Leave already approved and released.
           OPEN INPUT taken-file.
           MOVE "N" TO eof-flag.
           PERFORM UNTIL eof-reached
               READ taken-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Keep-Taken-Entry
               END-READ
           END-PERFORM.
           CLOSE taken-file.
           MOVE "N" TO eof-flag.
           IF taken-dropped > 0
               DISPLAY "[-] " taken-dropped " leavetaken.dat row(s) "
                   "beyond the table - staffing counts may be low."
           END-IF.

       Keep-Taken-Entry.
           IF taken-entries NOT < 2000
               ADD 1 TO taken-dropped
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO taken-location.
           PERFORM VARYING staff-idx FROM 1 BY 1
                   UNTIL staff-idx > staff-entries
               IF st-id(staff-idx) = tk-employee-id
                   MOVE st-location(staff-idx) TO taken-location
               END-IF
           END-PERFORM.
           MOVE tk-date TO cover-end.
           COMPUTE whole-days = tk-days + 0.9.
           PERFORM VARYING step-count FROM 2 BY 1
                   UNTIL step-count > whole-days
               MOVE "NBD" TO bc-function
               MOVE cover-end TO bc-date-1
               CALL "Business_Calendar" USING bc-function,
                   bc-date-1, bc-date-2, bc-result,
                   taken-location
               MOVE bc-date-2 TO cover-end
           END-PERFORM.
           ADD 1 TO taken-entries.
           MOVE tk-employee-id TO tt-id(taken-entries).
           MOVE tk-date TO tt-start(taken-entries).
           MOVE cover-end TO tt-end(taken-entries).

       END PROGRAM Leave_Approval.
