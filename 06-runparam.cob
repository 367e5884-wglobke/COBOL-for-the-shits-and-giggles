       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Run_Parameter.
      ****************************
      *    Shared run-parameter lookup (same CALL pattern as
      *    Position_Control), so the settings a batch runs with are
      *    kept in one place instead of each job reading its own
      *    environment variables, and the values each job actually
      *    used go on its Job_Log entry in operations.log.
      *
      *    Run-parameter file runparams.dat, one line per setting,
      *    maintained on the Run_Param_Maint screen:
      *       job-name   PIC X(20)  the Job_Log job name, or "*"
      *                             for every job
      *       parameter  PIC X(30)  the old environment variable
      *                             name, e.g. INCLUDE_TERMINATED
      *       value      PIC X(40)
      *       valid-from PIC 9(8)   first business date it applies
      *       set-by     PIC X(20)  operator who keyed it
      *
      *    A lookup takes the row for the job itself, else the "*"
      *    row, latest valid-from not after the business date;
      *    when neither exists the environment variable of the same
      *    name is still honoured, so a one-off rerun can be set at
      *    the prompt as before. The business date itself is the
      *    BUSINESS_DATE parameter (see Get_Business_Date), looked
      *    up against the system date; the file is read once per
      *    run unit and reread after a change on the screen.
      *
      *    Arguments:
      *       rp-function : "GET" look rp-name up for rp-job-name
      *                     "USE" hand back, one per call, the
      *                           parameters rp-job-name ran with
      *                           (for Job_Log); a job's own are
      *                           forgotten as they are handed back
      *                     "RLD" reread runparams.dat
      *       rp-job-name : the caller's Job_Log job name (spaces
      *                     from a shared subprogram: "*" rows only)
      *       rp-name     : GET input / USE output
      *       rp-value    : GET / USE output, spaces when not set
      *       rp-result   : GET: "F" from runparams.dat,
      *                          "E" from the environment,
      *                          "N" not set
      *                     USE: the source as for GET, or "N" when
      *                          there are no more
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT param-file ASSIGN TO "runparams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS param-status.
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

       WORKING-STORAGE SECTION.
       01  param-status    PIC XX.
       01  table-loaded    PIC X VALUE "N".
           88  table-is-loaded VALUE "Y".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  param-table OCCURS 500.
           05  pt-job-name    PIC X(20).
           05  pt-name        PIC X(30).
           05  pt-value       PIC X(40).
           05  pt-valid-from  PIC 9(8).
       01  param-entries   PIC 9(3) VALUE 0.
       01  param-idx       PIC 9(3).
      *    The values handed out this run unit, for Job_Log.
       01  used-table OCCURS 100.
           05  ut-job-name    PIC X(20).
           05  ut-name        PIC X(30).
           05  ut-value       PIC X(40).
           05  ut-source      PIC X.
       01  used-entries    PIC 9(3) VALUE 0.
       01  used-idx        PIC 9(3).
       01  used-cursor     PIC 9(3) VALUE 0.
       01  as-of-date      PIC 9(8).
       01  system-date     PIC 9(8).
       01  want-job        PIC X(20).
       01  want-name       PIC X(30).
       01  best-from       PIC 9(8).
       01  best-value      PIC X(40).
       01  best-found      PIC X.
       01  env-name        PIC X(30).
      ****************************
       LINKAGE SECTION.
       01  rp-function     PIC X(3).
       01  rp-job-name     PIC X(20).
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       PROCEDURE DIVISION USING rp-function, rp-job-name, rp-name,
               rp-value, rp-result.

           IF NOT table-is-loaded OR rp-function = "RLD"
               PERFORM Load-Parameters
           END-IF.

           EVALUATE rp-function
               WHEN "GET"
                   PERFORM Get-Parameter
                   PERFORM Note-Used
               WHEN "USE"
                   PERFORM Next-Used
           END-EVALUATE.

           EXIT PROGRAM.

       Get-Parameter.
           MOVE SPACES TO rp-value.
           MOVE "N" TO rp-result.
           MOVE rp-name TO want-name.
           IF rp-job-name NOT = SPACES
               MOVE rp-job-name TO want-job
               PERFORM Find-Best
           END-IF.
           IF best-found NOT = "Y" OR rp-job-name = SPACES
               MOVE "*" TO want-job
               PERFORM Find-Best
           END-IF.
           IF best-found = "Y"
               MOVE best-value TO rp-value
               MOVE "F" TO rp-result
               EXIT PARAGRAPH
           END-IF.
           MOVE rp-name TO env-name.
           ACCEPT rp-value FROM ENVIRONMENT env-name.
           IF rp-value NOT = SPACES
               MOVE "E" TO rp-result
           END-IF.

       Find-Best.
      *    Latest row for want-job already in force on as-of-date.
           MOVE "N" TO best-found.
           MOVE 0 TO best-from.
           PERFORM VARYING param-idx FROM 1 BY 1
                   UNTIL param-idx > param-entries
               IF pt-job-name(param-idx) = want-job AND
                       pt-name(param-idx) = want-name AND
                       pt-valid-from(param-idx) NOT > as-of-date AND
                       pt-valid-from(param-idx) NOT < best-from
                   MOVE "Y" TO best-found
                   MOVE pt-valid-from(param-idx) TO best-from
                   MOVE pt-value(param-idx) TO best-value
               END-IF
           END-PERFORM.

       Note-Used.
      *    Only settings actually in play are worth recording.
           IF rp-result = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING used-idx FROM 1 BY 1
                   UNTIL used-idx > used-entries
               IF ut-job-name(used-idx) = rp-job-name AND
                       ut-name(used-idx) = rp-name
                   MOVE rp-value TO ut-value(used-idx)
                   MOVE rp-result TO ut-source(used-idx)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF used-entries < 100
               ADD 1 TO used-entries
               MOVE rp-job-name TO ut-job-name(used-entries)
               MOVE rp-name TO ut-name(used-entries)
               MOVE rp-value TO ut-value(used-entries)
               MOVE rp-result TO ut-source(used-entries)
           END-IF.

       Next-Used.
      *    The job's own settings and the shared ones (the business
      *    date and the like), one per call.
           MOVE SPACES TO rp-name.
           MOVE SPACES TO rp-value.
           MOVE "N" TO rp-result.
           PERFORM UNTIL used-cursor NOT < used-entries
               ADD 1 TO used-cursor
               IF ut-job-name(used-cursor) = rp-job-name OR
                       ut-job-name(used-cursor) = SPACES
                   MOVE ut-name(used-cursor) TO rp-name
                   MOVE ut-value(used-cursor) TO rp-value
                   MOVE ut-source(used-cursor) TO rp-result
                   IF ut-job-name(used-cursor) NOT = SPACES
                       MOVE "~" TO ut-job-name(used-cursor)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 0 TO used-cursor.

       Load-Parameters.
           SET table-is-loaded TO TRUE.
           MOVE 0 TO param-entries.
           MOVE "N" TO eof-flag.
           OPEN INPUT param-file.
           IF param-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ param-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           PERFORM Note-Parameter
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE param-file.
      *    Rows take effect by business date; the business date
      *    itself by the system date.
           ACCEPT system-date FROM DATE YYYYMMDD.
           MOVE system-date TO as-of-date.
           MOVE "*" TO want-job.
           MOVE "BUSINESS_DATE" TO want-name.
           PERFORM Find-Best.
           IF best-found NOT = "Y"
               MOVE want-name TO env-name
               MOVE SPACES TO best-value
               ACCEPT best-value FROM ENVIRONMENT env-name
           END-IF.
           IF best-value(1:8) IS NUMERIC
               MOVE best-value(1:8) TO as-of-date
           END-IF.

       Note-Parameter.
           IF pf-name = SPACES OR pf-job-name = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF param-entries NOT < 500
               DISPLAY "[-] Run-parameter table full - "
                   FUNCTION TRIM(pf-name) " for "
                   FUNCTION TRIM(pf-job-name) " ignored!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO param-entries.
           MOVE pf-job-name TO pt-job-name(param-entries).
           MOVE pf-name TO pt-name(param-entries).
           MOVE pf-value TO pt-value(param-entries).
           MOVE 0 TO pt-valid-from(param-entries).
           IF pf-valid-from IS NUMERIC
               MOVE pf-valid-from TO pt-valid-from(param-entries)
           END-IF.

       END PROGRAM Run_Parameter.
