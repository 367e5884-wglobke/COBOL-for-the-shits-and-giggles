      *    Run it in the nightly window so the printed copy at the
      *    muster point is never older than last night.
      *
      *    Phone records are matched on employee-id, the way
      *    Different_Types keys contacts.dat. Active employees
      *    with no work-location code land in their own
      *    "(no location)" section - the warden needs to know who
      *    is unaccounted for on paper too.
       COPY "02-personnel.cpy".

       FD  contact-file.
       01  contact-record PIC X(112).
       01  phone-view REDEFINES contact-record.
           05  cv-rec-type   PIC X.
           05  cv-employee-id PIC X(6).
           05  cv-first-name PIC X(20).
           05  cv-last-name  PIC X(20).
           05  cv-phone      PIC X(15).
           05  lo-count    PIC 9(5).
       01  location-entries PIC 99 VALUE 0.
       01  location-idx    PIC 99.
      *    Phones from contacts.dat, keyed by employee-id.
       01  phone-table OCCURS 300.
           05  pt-id       PIC X(6).
           05  pt-phone    PIC X(15).
       01  phone-entries   PIC 9(3) VALUE 0.
       01  phone-idx       PIC 9(3).
           MOVE "(no phone)     " TO found-phone.
           PERFORM VARYING phone-idx FROM 1 BY 1
                   UNTIL phone-idx > phone-entries
               IF pt-id(phone-idx) = sf-id(staff-idx)
                   MOVE pt-phone(phone-idx) TO found-phone
               END-IF
           END-PERFORM.
                       IF cv-rec-type = "P" AND
                               phone-entries < 300
                           ADD 1 TO phone-entries
                           MOVE cv-employee-id
                               TO pt-id(phone-entries)
                           MOVE cv-phone
                               TO pt-phone(phone-entries)
                       END-IF
