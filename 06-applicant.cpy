      *    Applicant file applicants.dat (INDEXED on the applicant
      *    number), kept on the Applicant_Maint screen. Each
      *    applicant names the vacancy applied for - a position on
      *    positions.dat (see Position_Control) - and moves through
      *    the stages below. An accepted applicant is taken on by
      *    Onboarding_Entry, which pre-fills the new hire from this
      *    record and marks it hired.
       01  applicant-record.
           05  ap-number       PIC X(6).
           05  ap-first-name   PIC X(20).
           05  ap-last-name    PIC X(20).
           05  ap-street       PIC X(20).
           05  ap-city         PIC X(20).
           05  ap-zip          PIC X(10).
           05  ap-email        PIC X(20).
           05  ap-phone        PIC X(15).
      *    The vacancy and its department when the application
      *    was taken (the pipeline report groups on it).
           05  ap-position     PIC X(6).
           05  ap-dept         PIC X(20).
           05  ap-stage        PIC X.
               88  ap-applied      VALUE "A".
               88  ap-interview    VALUE "I".
               88  ap-offer        VALUE "O".
               88  ap-accepted     VALUE "C".
               88  ap-declined     VALUE "D".
               88  ap-hired        VALUE "H".
               88  ap-open         VALUE "A" "I" "O" "C".
           05  ap-applied-date PIC 9(8).
           05  ap-stage-date   PIC 9(8).
      *    The employee id given at onboarding, once hired.
           05  ap-employee-id  PIC X(6).
