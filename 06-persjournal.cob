      *    business date/time (via Get_Business_Date), and the full
      *    before- and after-images of the record, so "who changed
      *    this salary and when" finally has an answer (see
      *    Personnel_History for the per-employee report). The
      *    OPERATOR_NAME of the session making the change is kept
      *    on the end of the record (hist-operator - spaces for a
      *    batch change and on entries older than the field), for
      *    Segregation_Report.
      *
      *    Arguments:
      *       pj-action  : "ADD", "UPDATE", or "DELETE"
           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       WORKING-STORAGE SECTION.
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  operator-name   PIC X(20).

       LINKAGE SECTION.
       01  pj-action   PIC X(6).
       01  pj-program  PIC X(20).
       01  pj-before   PIC X(162).
       01  pj-after    PIC X(162).
      ****************************
       PROCEDURE DIVISION USING pj-action, pj-program,
               pj-before, pj-after.
           MOVE business-time TO hist-time.
           MOVE pj-before TO hist-before.
           MOVE pj-after TO hist-after.
           MOVE SPACES TO operator-name.
           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           MOVE operator-name TO hist-operator.
           OPEN EXTEND history-file.
           WRITE history-record.
           CLOSE history-file.
