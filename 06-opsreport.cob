      *    with elapsed times and record counts, so the team can
      *    see the window filling up. By default the report covers
      *    the business date; override BUSINESS_DATE (see
      *    Get_Business_Date) to look at an earlier night. Each
      *    run's parameters (see Run_Parameter) are listed under
      *    it. The listing goes through Print_Writer to
      *    opsreport.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ol-elapsed  PIC 9(6).
           05  ol-count    PIC 9(6).
           05  ol-outcome  PIC X(8).
       01  ops-parm-record.
           05  FILLER      PIC X(41).
           05  op-name     PIC X(30).
           05  op-value    PIC X(40).
           05  op-source   PIC X.

       WORKING-STORAGE SECTION.
       01  ops-status      PIC XX.
       Print-Run-Line.
           ADD 1 TO line-count.
           MOVE SPACES TO pw-line.
           IF ol-type = "PARM"
               SUBTRACT 1 FROM line-count
               STRING "                       parameter "
                   FUNCTION TRIM(op-name) " = "
                   FUNCTION TRIM(op-value) " (" op-source ")"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               EXIT PARAGRAPH
           END-IF.
           IF ol-type = "START"
               STRING ol-time " START " ol-job
                   DELIMITED BY SIZE INTO pw-line
