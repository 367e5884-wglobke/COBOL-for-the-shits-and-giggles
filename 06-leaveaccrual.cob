      *    (and the sick-day spreadsheet):
      *
      *    1. Every active employee on the personnel master accrues
      *       vacation by years of service (from the adjusted
      *       continuous-service date against the business date -
      *       see Service_Date, which bridges short breaks for
      *       rehired leavers): under 5 years accrues 1.5 days a
      *       month, 5 years and over accrues 2.0. Sick leave
      *       accrues separately at a flat 1.0 day a month
      *       regardless of service. A part-timer accrues both at
      *       their FTE percentage (see Employee_FTE) - a 50%
      *       employee under 5 years accrues 0.75 days vacation.
      *    2. The leave-taken transaction file leavetaken.dat
      *       (employee-id, date, days, leave-type) is applied
      *       against the balances - type "S" against sick, any
      *       other (old rows carry spaces) against vacation.
      *       Unpaid leave (type "U") has no balance and is passed
      *       over here - Payroll_Register deducts it from pay.
      *       Vacation and sick are never netted against each
      *       other. Transactions for unknown employees are
      *       reported, not applied.
       01  business-date   PIC 9(8).
       01  business-year   PIC 9(4).
       01  hire-year       PIC 9(4).
       01  sd-service-date PIC 9(8).
       01  service-years   PIC 9(3).
       01  accrual-days    PIC 9v9(2).
      *    Sick leave accrues flat, not by seniority.
       01  full-sick-accrual CONSTANT 1.0.
       01  sick-accrual    PIC 9v9(2).
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3) VALUE "GET".
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
       01  accrued-count   PIC 9(5) VALUE 0.
       01  taken-count     PIC 9(5) VALUE 0.
       01  unknown-count   PIC 9(5) VALUE 0.
       Accrue-Employee.
      *    Banded accrual by seniority: under 5 years of service
      *    1.5 days/month, 5 and over 2.0.
           CALL "Service_Date" USING employee-id, hire-date,
               sd-service-date.
           MOVE sd-service-date(1:4) TO hire-year.
           MOVE business-date(1:4) TO business-year.
           COMPUTE service-years = business-year - hire-year.
           IF service-years < 5
           ELSE
               MOVE 2.0 TO accrual-days
           END-IF.
      *    Both accruals prorated for a part-timer.
           CALL "Employee_FTE" USING ft-function, employee-id,
               ft-percent, ft-result.
           COMPUTE accrual-days ROUNDED =
               accrual-days * ft-percent / 100.
           COMPUTE sick-accrual ROUNDED =
               full-sick-accrual * ft-percent / 100.
           MOVE employee-id TO lb-employee-id.
           READ balance-file
               INVALID KEY
       Apply-Taken.
      *    Type "S" hits the sick balance; anything else (old rows
      *    carry spaces) hits vacation. Never netted together.
           IF tk-type = "U" OR tk-type = "u"
               EXIT PARAGRAPH
           END-IF.
           MOVE tk-employee-id TO lb-employee-id.
           READ balance-file
               INVALID KEY
