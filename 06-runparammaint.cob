       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Run_Param_Maint INITIAL.
      ****************************
      *    Maintenance screen for the central run-parameter file
      *    runparams.dat (layout in Run_Parameter), so the settings
      *    the batches run with are set in one audited place
      *    instead of in whoever's shell started the night:
      *
      *       (L)ist   the rows, for one job or all of them,
      *       (S)et    a value for a job ("*" = every job) from a
      *                valid-from date (blank = the business date);
      *                a later valid-from adds a new row, so a
      *                change can be keyed ahead and the old value
      *                still shows what an earlier night ran with;
      *                the same job, parameter and date replaces
      *                the value,
      *       (D)rop   a row that was keyed in error.
      *
      *    Every set and drop is logged to console.log (who, what,
      *    old and new value), the same audit trail as
      *    Console_User_Admin, and the lookup picks the change up
      *    at once (see Run_Parameter "RLD"). Maintenance needs the
      *    ADMIN role.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT param-file ASSIGN TO "runparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS param-status.
           SELECT OPTIONAL console-log ASSIGN TO "console.log"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  param-file.
       01  param-record.
           05  pf-job-name    PIC X(20).
           05  pf-name        PIC X(30).
           05  pf-value       PIC X(40).
           05  pf-valid-from  PIC 9(8).
           05  pf-set-by      PIC X(20).
       FD  console-log.
       01  log-record PIC X(150).

       WORKING-STORAGE SECTION.
       01  param-status    PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  param-table OCCURS 500.
           05  pt-job-name    PIC X(20).
           05  pt-name        PIC X(30).
           05  pt-value       PIC X(40).
           05  pt-valid-from  PIC 9(8).
           05  pt-set-by      PIC X(20).
       01  param-entries   PIC 9(3) VALUE 0.
       01  param-idx       PIC 9(3).
       01  hit-idx         PIC 9(3).
       01  list-count      PIC 9(3).
       01  maint-action    PIC X.
       01  again-answer    PIC X.
       01  changed-flag    PIC X VALUE "N".
       01  entered-job     PIC X(20).
       01  entered-name    PIC X(30).
       01  entered-value   PIC X(40).
       01  entered-date    PIC X(8).
       01  valid-from      PIC 9(8).
       01  old-value       PIC X(40).
       01  log-action      PIC X(4).
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  rp-function     PIC X(3) VALUE "RLD".
       01  rp-job-name     PIC X(20) VALUE SPACES.
       01  rp-name         PIC X(30) VALUE SPACES.
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "ADMIN".
       01  rk-allowed      PIC X.
       01  rk-operator     PIC X(20).
      ****************************
       PROCEDURE DIVISION.

      *    Role gate when launched directly, not just from the
      *    menu (see Role_Check); a refusal is logged to
      *    console.log.
           ACCEPT rk-operator FROM ENVIRONMENT "OPERATOR_NAME".
           MOVE "E" TO rk-action.
           MOVE rk-operator(1:10) TO rk-user-id.
           CALL "Role_Check" USING rk-action, rk-user-id,
               rk-needed, rk-allowed.
           IF rk-allowed NOT = "Y" THEN
               DISPLAY "[-] This screen needs the "
                   FUNCTION TRIM(rk-needed)
                   " role - refused (and logged)."
               GOBACK
           END-IF.

           DISPLAY "[+] Run-Parameter Maintenance".
           DISPLAY "=============================".
           CALL "Get_Business_Date" USING business-date,
               business-time.
           PERFORM Load-Parameters.
           DISPLAY "[+] " param-entries " parameter row(s) on file.".

           MOVE "Y" TO again-answer.
           PERFORM TEST AFTER UNTIL again-answer NOT = "Y" AND
                   again-answer NOT = "y"
               DISPLAY "[+] (L)ist, (S)et, or (D)rop? "
               ACCEPT maint-action
               EVALUATE maint-action
                   WHEN "L" WHEN "l"
                       PERFORM List-Parameters
                   WHEN "S" WHEN "s"
                       PERFORM Set-Parameter
                   WHEN "D" WHEN "d"
                       PERFORM Drop-Parameter
                   WHEN OTHER
                       DISPLAY "[-] No such choice."
               END-EVALUATE
               DISPLAY "[+] Another action? [y/n] "
               ACCEPT again-answer
           END-PERFORM.

           IF changed-flag = "Y"
               PERFORM Save-Parameters
               CALL "Run_Parameter" USING rp-function, rp-job-name,
                   rp-name, rp-value, rp-result
               DISPLAY "[+] Run-parameter file saved, "
                   param-entries " row(s)."
           ELSE
               DISPLAY "[+] No changes."
           END-IF.
           GOBACK.

       List-Parameters.
           DISPLAY "[+] Job name (blank = all): ".
           MOVE SPACES TO entered-job.
           ACCEPT entered-job.
           MOVE 0 TO list-count.
           PERFORM VARYING param-idx FROM 1 BY 1
                   UNTIL param-idx > param-entries
               IF entered-job = SPACES OR
                       pt-job-name(param-idx) = entered-job
                   ADD 1 TO list-count
                   DISPLAY "   " pt-job-name(param-idx) " "
                       pt-name(param-idx) " = "
                       FUNCTION TRIM(pt-value(param-idx))
                       "  from " pt-valid-from(param-idx)
                       "  by " FUNCTION TRIM(pt-set-by(param-idx))
               END-IF
           END-PERFORM.
           IF list-count = 0
               DISPLAY "   (none)"
           END-IF.

       Set-Parameter.
           PERFORM Enter-Key.
           IF entered-job = SPACES OR entered-name = SPACES
               DISPLAY "[-] A job name (or *) and a parameter are "
                   "both needed."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] Value: ".
           MOVE SPACES TO entered-value.
           ACCEPT entered-value.
           PERFORM Find-Row.
           IF hit-idx = 0
               IF param-entries NOT < 500
                   DISPLAY "[-] Run-parameter table is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO param-entries
               MOVE param-entries TO hit-idx
               MOVE entered-job TO pt-job-name(hit-idx)
               MOVE entered-name TO pt-name(hit-idx)
               MOVE valid-from TO pt-valid-from(hit-idx)
               MOVE SPACES TO old-value
           ELSE
               MOVE pt-value(hit-idx) TO old-value
           END-IF.
           MOVE entered-value TO pt-value(hit-idx).
           MOVE rk-operator TO pt-set-by(hit-idx).
           MOVE "Y" TO changed-flag.
           MOVE "SET" TO log-action.
           PERFORM Log-Change.
           DISPLAY "[+] Set.".

       Drop-Parameter.
           PERFORM Enter-Key.
           PERFORM Find-Row.
           IF hit-idx = 0
               DISPLAY "[-] No such row (job, parameter and "
                   "valid-from must all match)."
               EXIT PARAGRAPH
           END-IF.
           MOVE pt-value(hit-idx) TO old-value.
           MOVE SPACES TO entered-value.
           MOVE "DROP" TO log-action.
           PERFORM Log-Change.
           PERFORM VARYING param-idx FROM hit-idx BY 1
                   UNTIL param-idx NOT < param-entries
               MOVE param-table(param-idx + 1)
                   TO param-table(param-idx)
           END-PERFORM.
           SUBTRACT 1 FROM param-entries.
           MOVE "Y" TO changed-flag.
           DISPLAY "[+] Dropped.".

       Enter-Key.
           DISPLAY "[+] Job name (* = every job): ".
           MOVE SPACES TO entered-job.
           ACCEPT entered-job.
           DISPLAY "[+] Parameter, e.g. INCLUDE_TERMINATED: ".
           MOVE SPACES TO entered-name.
           ACCEPT entered-name.
           MOVE FUNCTION UPPER-CASE(entered-name) TO entered-name.
           DISPLAY "[+] Valid from YYYYMMDD (blank = "
               business-date "): ".
           MOVE SPACES TO entered-date.
           ACCEPT entered-date.
           IF entered-date IS NUMERIC
               MOVE entered-date TO valid-from
           ELSE
               MOVE business-date TO valid-from
           END-IF.

       Find-Row.
           MOVE 0 TO hit-idx.
           PERFORM VARYING param-idx FROM 1 BY 1
                   UNTIL param-idx > param-entries
               IF pt-job-name(param-idx) = entered-job AND
                       pt-name(param-idx) = entered-name AND
                       pt-valid-from(param-idx) = valid-from
                   MOVE param-idx TO hit-idx
               END-IF
           END-PERFORM.

       Log-Change.
      *    Every change goes on the console audit trail.
           MOVE SPACES TO log-record.
           STRING "PARAM action=" FUNCTION TRIM(log-action)
               " job=" FUNCTION TRIM(entered-job)
               " name=" FUNCTION TRIM(entered-name)
               " from=" valid-from
               " old=" FUNCTION TRIM(old-value)
               " new=" FUNCTION TRIM(entered-value)
               " user=" FUNCTION TRIM(rk-operator)
               " date=" business-date
               " time=" business-time
               DELIMITED BY SIZE INTO log-record.
           OPEN EXTEND console-log.
           WRITE log-record.
           CLOSE console-log.

       Load-Parameters.
           MOVE 0 TO param-entries.
           OPEN INPUT param-file.
           IF param-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ param-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF param-entries < 500
                               ADD 1 TO param-entries
                               MOVE pf-job-name
                                   TO pt-job-name(param-entries)
                               MOVE pf-name
                                   TO pt-name(param-entries)
                               MOVE pf-value
                                   TO pt-value(param-entries)
                               MOVE pf-valid-from
                                   TO pt-valid-from(param-entries)
                               MOVE pf-set-by
                                   TO pt-set-by(param-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE param-file.

       Save-Parameters.
           OPEN OUTPUT param-file.
           PERFORM VARYING param-idx FROM 1 BY 1
                   UNTIL param-idx > param-entries
               MOVE pt-job-name(param-idx) TO pf-job-name
               MOVE pt-name(param-idx) TO pf-name
               MOVE pt-value(param-idx) TO pf-value
               MOVE pt-valid-from(param-idx) TO pf-valid-from
               MOVE pt-set-by(param-idx) TO pf-set-by
               WRITE param-record
           END-PERFORM.
           CLOSE param-file.

       END PROGRAM Run_Param_Maint.
