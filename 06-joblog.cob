      *    Log record layout (operations.log):
      *       type X(5), job X(20), date 9(8), time 9(8),
      *       elapsed-seconds 9(6), record-count 9(6), outcome X(8)
      *
      *    Ahead of each END record go the run parameters the job
      *    ran with (see Run_Parameter), one "PARM" record each:
      *       type X(5), job X(20), date 9(8), time 9(8),
      *       parameter X(30), value X(40), source X (F file /
      *       E environment)
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ol-elapsed  PIC 9(6).
           05  ol-count    PIC 9(6).
           05  ol-outcome  PIC X(8).
       01  ops-parm-record.
           05  op-type     PIC X(5).
           05  op-job      PIC X(20).
           05  op-date     PIC 9(8).
           05  op-time     PIC 9(8).
           05  op-name     PIC X(30).
           05  op-value    PIC X(40).
           05  op-source   PIC X.

       WORKING-STORAGE SECTION.
       01  held-record     PIC X(61).
       01  rp-function     PIC X(3) VALUE "USE".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  start-times.
           END-IF.

           OPEN EXTEND ops-log.
           IF ol-type = "END"
               MOVE ops-record TO held-record
               PERFORM Write-Parameters
               MOVE held-record TO ops-record
           END-IF.
           WRITE ops-record.
           CLOSE ops-log.

           EXIT PROGRAM.

       Write-Parameters.
           MOVE "Y" TO rp-result.
           PERFORM UNTIL rp-result = "N"
               CALL "Run_Parameter" USING rp-function, jl-job-name,
                   rp-name, rp-value, rp-result
               IF rp-result NOT = "N"
                   MOVE "PARM" TO op-type
                   MOVE jl-job-name TO op-job
                   MOVE business-date TO op-date
                   MOVE business-time TO op-time
                   MOVE rp-name TO op-name
                   MOVE rp-value TO op-value
                   MOVE rp-result TO op-source
                   WRITE ops-parm-record
               END-IF
           END-PERFORM.

       END PROGRAM Job_Log.
