      *    approved lines are paid by Payroll_Register - the rest
      *    show on the register as exceptions.
      *
      *    Approval needs the PAYROLL role (see Role_Check). The
      *    approving OPERATOR_NAME is kept on each line approved
      *    (approved-by, next to Timesheet_Entry's keyed-by) for
      *    the Segregation_Report. A line's project code (see
      *    Timesheet_Entry) shows next to its times and is kept.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ts-date        PIC 9(8).
           05  ts-hours       PIC 9(2)v9(2).
           05  ts-approved    PIC X.
           05  ts-start       PIC X(4).
           05  ts-end         PIC X(4).
           05  ts-keyed-by    PIC X(20).
           05  ts-approved-by PIC X(20).
           05  ts-project     PIC X(8).

       WORKING-STORAGE SECTION.
       01  timesheet-status PIC XX.
           05  lt-date     PIC 9(8).
           05  lt-hours    PIC 9(2)v9(2).
           05  lt-approved PIC X.
           05  lt-start    PIC X(4).
           05  lt-end      PIC X(4).
           05  lt-keyed-by PIC X(20).
           05  lt-approved-by PIC X(20).
           05  lt-project  PIC X(8).
       01  line-entries    PIC 9(3) VALUE 0.
       01  line-idx        PIC 9(3).
       01  pending-count   PIC 9(3) VALUE 0.
                           MOVE ts-date TO lt-date(line-entries)
                           MOVE ts-hours
                               TO lt-hours(line-entries)
                           MOVE ts-start TO lt-start(line-entries)
                           MOVE ts-end TO lt-end(line-entries)
                           MOVE ts-keyed-by
                               TO lt-keyed-by(line-entries)
                           MOVE ts-approved-by
                               TO lt-approved-by(line-entries)
                           MOVE ts-project
                               TO lt-project(line-entries)
                           IF ts-approved = "Y"
                               MOVE "Y"
                                   TO lt-approved(line-entries)
                   MOVE lt-hours(line-idx) TO p-hours
                   DISPLAY "   " line-idx ") " lt-id(line-idx)
                       " " lt-date(line-idx) " " p-hours
                       " hour(s) " lt-start(line-idx) "-"
                       lt-end(line-idx) " " lt-project(line-idx)
               END-IF
           END-PERFORM.

               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO lt-approved(choice-number).
           MOVE operator-name TO lt-approved-by(choice-number).
           ADD 1 TO approved-count.
           SUBTRACT 1 FROM pending-count.
           DISPLAY "[+] Approved.".
                   UNTIL line-idx > line-entries
               IF lt-approved(line-idx) = "N"
                   MOVE "Y" TO lt-approved(line-idx)
                   MOVE operator-name TO lt-approved-by(line-idx)
                   ADD 1 TO approved-count
                   SUBTRACT 1 FROM pending-count
               END-IF
               MOVE lt-date(line-idx) TO ts-date
               MOVE lt-hours(line-idx) TO ts-hours
               MOVE lt-approved(line-idx) TO ts-approved
               MOVE lt-start(line-idx) TO ts-start
               MOVE lt-end(line-idx) TO ts-end
               MOVE lt-keyed-by(line-idx) TO ts-keyed-by
               MOVE lt-approved-by(line-idx) TO ts-approved-by
               MOVE lt-project(line-idx) TO ts-project
               WRITE timesheet-record
           END-PERFORM.
           CLOSE timesheet-file.
