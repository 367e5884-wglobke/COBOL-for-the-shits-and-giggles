      *    Project labour ledger projlabour.dat: written per pay
      *    period by Project_Costing (a re-run replaces that
      *    period's rows), one row per employee and project, and
      *    read by Payroll_Register to post the period's project
      *    labour to the GL.
       01  labour-record.
           05  pl-period       PIC X(6).
           05  pl-project      PIC X(8).
      *    The project's owning department, as on projects.dat
      *    when costed.
           05  pl-owner-dept   PIC X(20).
           05  pl-employee-id  PIC X(6).
      *    The employee's own department, whose GROSS the cost is
      *    taken out of on the GL.
           05  pl-dept         PIC X(20).
           05  pl-hours        PIC 9(5)v9(2).
      *    Hourly rate the hours were priced at: the master
      *    hourly-rate, or salary * 12 / 2080 for salaried staff.
           05  pl-rate         PIC 9(5)v9(2).
           05  pl-cost         PIC 9(9)v9(2).
           05  pl-costed-date  PIC 9(8).
