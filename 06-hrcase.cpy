      *    HR case file hrcases.dat (INDEXED on employee-id plus
      *    case number, created on first use), kept on the
      *    Case_Maint screen: one row per inquiry or issue an
      *    employee raised (a pay dispute, a missing deposit, an
      *    address change request), with its dated notes on
      *    casenotes.dat. Case numbers run on across employees.
       01  case-record.
           05  hc-key.
               10  hc-employee-id PIC X(6).
               10  hc-case-no     PIC 9(6).
           05  hc-category     PIC X(10).
           05  hc-subject      PIC X(40).
           05  hc-opened-by    PIC X(20).
           05  hc-opened-date  PIC 9(8).
           05  hc-status       PIC X.
               88  hc-open         VALUE "O".
               88  hc-waiting      VALUE "W".
               88  hc-closed       VALUE "C".
               88  hc-not-closed   VALUE "O" "W".
      *    The day of the last note or status change, and the day
      *    the case was closed (zero while it is not).
           05  hc-updated-date PIC 9(8).
           05  hc-closed-date  PIC 9(8).
