      *       scheduler itself ends in STOP RUN and so cannot be
      *       CALLed as a step. When the file is missing the
      *       built-in sequence runs: Dept_Snapshot_Batch,
      *       Budget_Report, Pay_History_Report, Dept_Roster,
      *       Vacation_Liability (the month's vacation accrual).
      *    3. Writes the close manifest closemanifest.dat: each
      *       master's record count and the same additive byte
      *       checksum Generation_Backup computes, plus every
           COPY "05-records.cpy" REPLACING data-name BY rel-name
                                            data-age BY rel-age.
       FD  contact-file.
       01  contact-record PIC X(112).

       FD  control-file.
       01  control-record.
               MOVE 4 TO stp-number(4)
               MOVE "Dept_Roster" TO stp-program(4)
               MOVE "C" TO stp-halt(4)
               MOVE 5 TO stp-number(5)
               MOVE "Vacation_Liability" TO stp-program(5)
               MOVE "C" TO stp-halt(5)
               MOVE 5 TO step-entries
           END-IF.

       Run-One-Step.
