      *    every department-keyed file in one audited run:
      *
      *       1. departments.dat - the old name becomes the new
      *          one, keeping its company-code (on a merge, the
      *          old row is simply dropped),
      *       2. personnel.dat - every record in the old
      *          department moves, each REWRITE journaled through
      *          Personnel_Journal,
      *       4. dedrates.dat - department rate rows move; on a
      *          merge the target department's existing rows win
      *          and the old rows are dropped (two rates for one
      *          type and effective-from date cannot both apply;
      *          an old row staged from a date the target has no
      *          row for moves across),
      *       5. costalloc.dat - split-charge rows move; on a
      *          merge an employee's rows for old and new combine
      *          their percents, so the set still sums to 100,
      *       6. glaccounts.dat - chart-of-accounts rows move; on
      *          a merge the target's existing component rows win
      *          and the old rows drop, the dedrates rule (a row
      *          is the same component for the same company).
      *
      *    The monthly snapshot history deptsnap.dat is left
      *    alone on purpose: its rows are point-in-time truth,
       COPY "02-personnel.cpy".

       FD  dept-file.
       01  dept-record.
           05  dept-name    PIC X(20).
           05  dept-company PIC X(2).

       FD  budget-file.
       01  budget-record.
           05  rates-type  PIC X(9).
           05  rates-dept  PIC X(20).
           05  rates-value PIC 9v9(4).
           05  rates-eff-from PIC 9(8).

       FD  alloc-file.
       01  alloc-record.
           05  ga-component PIC X(9).
           05  ga-debit     PIC X(8).
           05  ga-credit    PIC X(8).
           05  ga-company   PIC X(2).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
           05  ac-component PIC X(9).
           05  ac-debit    PIC X(8).
           05  ac-credit   PIC X(8).
           05  ac-company  PIC X(2).
           05  ac-keep     PIC X.
       01  acct-entries    PIC 99 VALUE 0.
       01  acct-idx        PIC 99.
      *    Work tables for the whole-file rewrites.
       01  dept-table OCCURS 50.
           05  dt-name     PIC X(20).
           05  dt-company  PIC X(2).
       01  dept-entries    PIC 99 VALUE 0.
       01  dept-idx        PIC 99.
       01  budget-table OCCURS 600.
       01  budget-entries  PIC 9(3) VALUE 0.
       01  budget-idx      PIC 9(3).
       01  budget-scan     PIC 9(3).
       01  rate-table OCCURS 200.
           05  rt-type     PIC X(9).
           05  rt-dept     PIC X(20).
           05  rt-value    PIC 9v9(4).
           05  rt-eff-from PIC 9(8).
           05  rt-keep     PIC X.
       01  rate-entries    PIC 9(3) VALUE 0.
       01  rate-idx        PIC 9(3).
       01  rate-scan       PIC 9(3).
       01  pj-action       PIC X(6).
       01  pj-program      PIC X(20) VALUE "Dept_Rename_Batch".
       01  pj-before       PIC X(162).
       01  pj-after        PIC X(162).
       01  operator-name   PIC X(20).
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
           END-IF.
           CLOSE rates-file.
           MOVE "N" TO eof-flag.
           IF preflight-count > 200
               DISPLAY "[-] dedrates.dat holds " preflight-count
                   " row(s), more than the 200 this run can "
                   "carry."
               MOVE "N" TO preflight-ok
           END-IF.
                   IF merging
                       MOVE dt-name(dept-entries)
                           TO dt-name(dept-idx)
                       MOVE dt-company(dept-entries)
                           TO dt-company(dept-idx)
                       SUBTRACT 1 FROM dept-entries
                       SUBTRACT 1 FROM dept-idx
                   ELSE
           OPEN OUTPUT dept-file.
           PERFORM VARYING dept-idx FROM 1 BY 1
                   UNTIL dept-idx > dept-entries
               MOVE dt-name(dept-idx) TO dept-name
               MOVE dt-company(dept-idx) TO dept-company
               WRITE dept-record
           END-PERFORM.
           CLOSE dept-file.

       Cascade-Rates.
      *    Rate rows move; on a merge the target department's
      *    existing row for a type and effective-from date wins
      *    and the old row drops - two rates for one type from the
      *    same date cannot both apply.
           OPEN INPUT rates-file.
           IF rates-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ rates-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF rate-entries < 200
                               ADD 1 TO rate-entries
                               MOVE rates-type
                                   TO rt-type(rate-entries)
                                   TO rt-dept(rate-entries)
                               MOVE rates-value
                                   TO rt-value(rate-entries)
                               IF rates-eff-from IS NUMERIC
                                   MOVE rates-eff-from
                                       TO rt-eff-from(rate-entries)
                               ELSE
                                   MOVE 0 TO rt-eff-from(rate-entries)
                               END-IF
                               MOVE "Y" TO rt-keep(rate-entries)
                               IF rates-dept = old-name
                                   ADD 1 TO rate-before
                   MOVE rt-type(rate-idx) TO rates-type
                   MOVE rt-dept(rate-idx) TO rates-dept
                   MOVE rt-value(rate-idx) TO rates-value
                   MOVE rt-eff-from(rate-idx) TO rates-eff-from
                   WRITE rates-record
                   IF rates-dept = new-name
                       ADD 1 TO rate-after
           PERFORM VARYING budget-scan FROM 1 BY 1
                   UNTIL budget-scan > rate-entries
               IF rt-dept(budget-scan) = new-name AND
                       rt-type(budget-scan) = rt-type(rate-idx) AND
                       rt-eff-from(budget-scan) =
                           rt-eff-from(rate-idx)
                   MOVE budget-scan TO rate-scan
               END-IF
           END-PERFORM.
                                   TO ac-debit(acct-entries)
                               MOVE ga-credit
                                   TO ac-credit(acct-entries)
                               MOVE ga-company
                                   TO ac-company(acct-entries)
                               MOVE "Y" TO ac-keep(acct-entries)
                               IF ga-dept = old-name
                                   ADD 1 TO acct-before
                   MOVE ac-component(acct-idx) TO ga-component
                   MOVE ac-debit(acct-idx) TO ga-debit
                   MOVE ac-credit(acct-idx) TO ga-credit
                   MOVE ac-company(acct-idx) TO ga-company
                   WRITE glaccounts-record
                   IF ga-dept = new-name
                       ADD 1 TO acct-after
                   UNTIL budget-scan > acct-entries
               IF ac-dept(budget-scan) = new-name AND
                       ac-component(budget-scan) =
                       ac-component(acct-idx) AND
                       ac-company(budget-scan) =
                       ac-company(acct-idx)
                   MOVE budget-scan TO acct-scan
               END-IF
           END-PERFORM.
                   READ dept-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF dept-name NOT = SPACES AND
                                   dept-entries < 50
                               ADD 1 TO dept-entries
                               MOVE FUNCTION UPPER-CASE(
                                   dept-name)
                                   TO dt-name(dept-entries)
                               MOVE dept-company
                                   TO dt-company(dept-entries)
                           END-IF
                   END-READ
               END-PERFORM
