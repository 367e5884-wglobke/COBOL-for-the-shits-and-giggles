       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Field_Mask.
      ****************************
      *    Shared masking rule for salary and bank data, applied by
      *    the viewers (Record_Browser, Hex_Dump, Employee_Inquiry,
      *    Report_Catalog reprints) and by Print_Writer, so what an
      *    operator may see no longer depends on which tool they
      *    open. Role_Check still decides who may RUN a program;
      *    this decides who sees the sensitive values in clear.
      *
      *    The rule file maskrules.dat (LINE SEQUENTIAL), one row
      *    per sensitive item:
      *       kind   PIC X      F a field, by its data name (as a
      *                           layout or the caller names it)
      *                         R a report, by its print filename
      *                           - every amount on it (digits
      *                           around a decimal point) masked
      *                         D a data file, by name - every
      *                           digit masked in a raw dump
      *       name   PIC X(20)  field name / filename
      *       style  PIC X      A every character masked
      *                         4 all but the last four shown
      *                           (bank account numbers)
      *       roles  3 x X(8)   roles that see it in clear
      *                         (ADMIN always does, see
      *                         Role_Check)
      *    A department slice of a report cut by Report_Burst
      *    ("<report>-<department>.rpt") follows the rule of the
      *    report it was cut from.
      *    Without the file the standard rule applies: salary and
      *    hourly rate, and the bank account (last four shown), are
      *    clear to PAYROLL and HR only, as are the pay reports and
      *    the master, bank and pay-history data files.
      *
      *    The operator is OPERATOR_NAME, ranked by Role_Check (no
      *    credentials file yet means everything is shown, the
      *    Role_Check convention). Every view of a sensitive item
      *    in clear is logged to console.log the way Role_Check
      *    logs a refusal - a report once per run unit, not once
      *    per line.
      *
      *    Arguments:
      *       fm-function : "FLD" mask fm-value as field fm-name
      *                     "RPT" mask fm-value as a line of report
      *                           fm-name
      *                     "DAT" only decide for data file fm-name
      *                           (fm-value untouched)
      *       fm-name     : field name / filename (any case)
      *       fm-value    : the value or line, masked in place
      *       fm-length   : significant length of fm-value (FLD)
      *       fm-result   : "N" not sensitive, left alone
      *                     "M" masked
      *                     "C" sensitive, shown in clear (logged)
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rule-file ASSIGN TO "maskrules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rule-status.
           SELECT OPTIONAL console-log ASSIGN TO "console.log"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  rule-file.
       01  rule-record.
           05  mr-kind     PIC X.
           05  mr-name     PIC X(20).
           05  mr-style    PIC X.
           05  mr-role     PIC X(8) OCCURS 3.
       FD  console-log.
       01  log-record PIC X(150).

       WORKING-STORAGE SECTION.
       01  rule-status     PIC XX.
       01  table-loaded    PIC X VALUE "N".
           88  table-is-loaded VALUE "Y".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
      *    The standard rule, used when maskrules.dat is missing.
       01  standard-rules.
           05  FILLER PIC X(46) VALUE
               "FSALARY              APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "FHOURLY-RATE         APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "FBK-ACCOUNT          4PAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Rpayroll.rpt         APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Rpayrolltrial.rpt    APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Rsettlement.rpt      APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Rcomparatio.rpt      APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Rgradeexcept.rpt     APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Rpayproject.rpt      APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Rpayrecon.rpt        APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Rpendingchg.rpt      APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Dpersonnel.dat       APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Dbankdetails.dat     APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Dpaydetail.dat       APAYROLL HR".
           05  FILLER PIC X(46) VALUE
               "Dpershist.dat        APAYROLL HR".
       01  standard-table REDEFINES standard-rules.
           05  sr-row      PIC X(46) OCCURS 15.
       01  standard-count  CONSTANT 15.
       01  rule-table OCCURS 60.
           05  rt-kind     PIC X.
           05  rt-name     PIC X(20).
           05  rt-style    PIC X.
           05  rt-role     PIC X(8) OCCURS 3.
      *        Blank until first asked: "Y" clear for this
      *        operator, "N" masked.
           05  rt-clear    PIC X.
      *        A report's clear view is logged once.
           05  rt-logged   PIC X.
       01  rule-entries    PIC 99 VALUE 0.
       01  rule-idx        PIC 99.
       01  rule-hit        PIC 99.
       01  role-idx        PIC 9.
       01  want-name       PIC X(20).
       01  dash-at         PIC 99.
       01  rk-operator     PIC X(20).
       01  rk-action       PIC X VALUE "C".
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8).
       01  rk-allowed      PIC X.
       01  char-idx        PIC 9(4).
       01  keep-from       PIC 9(4).
       01  kept-count      PIC 9(4).
       01  run-start       PIC 9(4).
       01  run-end         PIC 9(4).
       01  mask-idx        PIC 9(4).
       01  point-flag      PIC X.
       01  log-date        PIC 9(8).
       01  log-time        PIC 9(8).
      ****************************
       LINKAGE SECTION.
       01  fm-function     PIC X(3).
       01  fm-name         PIC X(60).
       01  fm-value        PIC X(132).
       01  fm-length       PIC 9(4).
       01  fm-result       PIC X.
      ****************************
       PROCEDURE DIVISION USING fm-function, fm-name, fm-value,
               fm-length, fm-result.

           IF NOT table-is-loaded
               PERFORM Load-Rules
           END-IF.

           MOVE "N" TO fm-result.
           MOVE FUNCTION UPPER-CASE(fm-name) TO want-name.
           PERFORM Find-Rule.
      *    A department slice cut by Report_Burst ("payroll-SALES.rpt")
      *    is masked as the report it was cut from.
           IF rule-hit = 0 AND fm-function = "RPT"
               MOVE 0 TO dash-at
               INSPECT fm-name TALLYING dash-at
                   FOR CHARACTERS BEFORE INITIAL "-"
               IF dash-at > 0 AND dash-at < 60
                   MOVE SPACES TO want-name
                   STRING FUNCTION UPPER-CASE(fm-name(1:dash-at))
                       ".RPT" DELIMITED BY SIZE INTO want-name
                   PERFORM Find-Rule
               END-IF
           END-IF.
           IF rule-hit = 0
               EXIT PROGRAM
           END-IF.

           IF rt-clear(rule-hit) = SPACE
               PERFORM Decide-Clear
           END-IF.
           IF rt-clear(rule-hit) = "Y"
               MOVE "C" TO fm-result
               IF fm-function NOT = "RPT" OR
                       rt-logged(rule-hit) NOT = "Y"
                   PERFORM Log-Clear-View
                   MOVE "Y" TO rt-logged(rule-hit)
               END-IF
               EXIT PROGRAM
           END-IF.

           MOVE "M" TO fm-result.
           EVALUATE fm-function
               WHEN "FLD"
                   PERFORM Mask-Field
               WHEN "RPT"
                   PERFORM Mask-Amounts
           END-EVALUATE.

           EXIT PROGRAM.

       Find-Rule.
           MOVE 0 TO rule-hit.
           PERFORM VARYING rule-idx FROM 1 BY 1
                   UNTIL rule-idx > rule-entries
               IF rt-name(rule-idx) = want-name AND
                       ((fm-function = "FLD" AND
                           rt-kind(rule-idx) = "F") OR
                        (fm-function = "RPT" AND
                           rt-kind(rule-idx) = "R") OR
                        (fm-function = "DAT" AND
                           rt-kind(rule-idx) = "D"))
                   MOVE rule-idx TO rule-hit
               END-IF
           END-PERFORM.

       Decide-Clear.
      *    Clear when the operator holds any role on the rule.
           MOVE "N" TO rt-clear(rule-hit).
           PERFORM VARYING role-idx FROM 1 BY 1 UNTIL role-idx > 3
               IF rt-role(rule-hit, role-idx) NOT = SPACES
                   MOVE rt-role(rule-hit, role-idx) TO rk-needed
                   CALL "Role_Check" USING rk-action, rk-user-id,
                       rk-needed, rk-allowed
                   IF rk-allowed = "Y"
                       MOVE "Y" TO rt-clear(rule-hit)
                   END-IF
               END-IF
           END-PERFORM.

       Mask-Field.
      *    Style 4 keeps the last four non-blank characters (the
      *    tail of an account number); style A masks them all.
           IF fm-length = 0 OR fm-length > 132
               MOVE 132 TO fm-length
           END-IF.
           MOVE 0 TO keep-from.
           IF rt-style(rule-hit) = "4"
               MOVE 0 TO kept-count
               PERFORM VARYING char-idx FROM fm-length BY -1
                       UNTIL char-idx < 1 OR kept-count = 4
                   IF fm-value(char-idx:1) NOT = SPACE
                       ADD 1 TO kept-count
                       MOVE char-idx TO keep-from
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING char-idx FROM 1 BY 1
                   UNTIL char-idx > fm-length
               IF fm-value(char-idx:1) NOT = SPACE AND
                       (keep-from = 0 OR char-idx < keep-from)
                   MOVE "*" TO fm-value(char-idx:1)
               END-IF
           END-PERFORM.

       Mask-Amounts.
      *    An amount is a run of digits, commas, "$" and a decimal
      *    point holding at least one digit either side of the
      *    point; its digits become asterisks. Dates, ids and
      *    counts carry no point and stay readable.
           MOVE 1 TO char-idx.
           PERFORM UNTIL char-idx > 132
               IF fm-value(char-idx:1) IS NUMERIC OR
                       fm-value(char-idx:1) = "$"
                   MOVE char-idx TO run-start
                   MOVE "N" TO point-flag
                   PERFORM UNTIL char-idx > 132 OR
                           (fm-value(char-idx:1) NOT NUMERIC AND
                            fm-value(char-idx:1) NOT = "," AND
                            fm-value(char-idx:1) NOT = "$" AND
                            fm-value(char-idx:1) NOT = ".")
                       IF fm-value(char-idx:1) = "." AND
                               char-idx < 132 AND
                               fm-value(char-idx + 1:1) IS NUMERIC
                           MOVE "Y" TO point-flag
                       END-IF
                       ADD 1 TO char-idx
                   END-PERFORM
                   COMPUTE run-end = char-idx - 1
                   IF point-flag = "Y"
                       PERFORM Mask-Run
                   END-IF
               ELSE
                   ADD 1 TO char-idx
               END-IF
           END-PERFORM.

       Mask-Run.
           PERFORM VARYING mask-idx FROM run-start BY 1
                   UNTIL mask-idx > run-end
               IF fm-value(mask-idx:1) IS NUMERIC
                   MOVE "*" TO fm-value(mask-idx:1)
               END-IF
           END-PERFORM.

       Log-Clear-View.
      *    The clear view goes on console.log next to the
      *    Role_Check refusals, so the audit trail shows who saw
      *    what.
           ACCEPT log-date FROM DATE YYYYMMDD.
           ACCEPT log-time FROM TIME.
           MOVE SPACES TO log-record.
           STRING "MASK view=CLEAR user="
               FUNCTION TRIM(rk-user-id)
               " " fm-function "=" FUNCTION TRIM(want-name)
               " date=" log-date
               " time=" log-time
               DELIMITED BY SIZE INTO log-record.
           OPEN EXTEND console-log.
           WRITE log-record.
           CLOSE console-log.

       Load-Rules.
           MOVE "Y" TO table-loaded.
           ACCEPT rk-operator FROM ENVIRONMENT "OPERATOR_NAME".
           MOVE rk-operator(1:10) TO rk-user-id.
           MOVE 0 TO rule-entries.
           OPEN INPUT rule-file.
           IF rule-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ rule-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF mr-name NOT = SPACES
                               PERFORM Add-Rule
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE rule-file
           ELSE
               CLOSE rule-file
               PERFORM VARYING rule-idx FROM 1 BY 1
                       UNTIL rule-idx > standard-count
                   MOVE sr-row(rule-idx) TO rule-record
                   PERFORM Add-Rule
               END-PERFORM
           END-IF.

       Add-Rule.
           IF rule-entries NOT < 60
               DISPLAY "[-] Field_Mask: rule table full - '"
                   FUNCTION TRIM(mr-name) "' not masked!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO rule-entries.
           MOVE FUNCTION UPPER-CASE(mr-kind) TO rt-kind(rule-entries).
           MOVE FUNCTION UPPER-CASE(mr-name) TO rt-name(rule-entries).
           MOVE mr-style TO rt-style(rule-entries).
           PERFORM VARYING role-idx FROM 1 BY 1 UNTIL role-idx > 3
               MOVE FUNCTION UPPER-CASE(mr-role(role-idx))
                   TO rt-role(rule-entries, role-idx)
           END-PERFORM.
           MOVE SPACE TO rt-clear(rule-entries).
           MOVE "N" TO rt-logged(rule-entries).

       END PROGRAM Field_Mask.
