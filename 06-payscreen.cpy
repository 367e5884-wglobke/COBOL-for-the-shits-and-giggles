      *    Payroll red-flag list payscreen.dat: written for the
      *    pending trial by Payroll_Screening, acknowledged on
      *    Payroll_Approve. One header row for the trial screened,
      *    then one row per red flag.
       01  screen-record.
           05  sc-type         PIC X.
               88  sc-header       VALUE "H".
               88  sc-flag         VALUE "F".
           05  sc-body         PIC X(120).
      *    The header: the trial (as on payrolltrial.dat), the
      *    number of flags, and who acknowledged them and when.
           05  sc-header-view REDEFINES sc-body.
               10  sc-period       PIC X(6).
               10  sc-trial-date   PIC 9(8).
               10  sc-trial-time   PIC 9(8).
               10  sc-flag-count   PIC 9(5).
               10  sc-ack-by       PIC X(20).
               10  sc-ack-date     PIC 9(8).
               10  FILLER          PIC X(65).
      *    A red flag: the check that raised it, the employee it
      *    is about, and what was found.
           05  sc-flag-view REDEFINES sc-body.
               10  sc-check        PIC X(12).
               10  sc-employee-id  PIC X(6).
               10  sc-text         PIC X(102).
