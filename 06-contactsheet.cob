      *    grouped together across all three record types - "H"
      *    home address, "E" email, and "P" phone number - so the
      *    on-call chain has one page per person instead of a
      *    sticky note. Records are grouped on the employee-id
      *    they carry, so a name change or two people of the same
      *    name cannot merge or split a page; a record with no
      *    employee-id (one Contact_Conversion could not match)
      *    falls back to grouping by name. The listing goes
      *    through Print_Writer to contactsheet.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  contact-file.
       01  home-address.
           05  rec-type    PIC X.
           05  employee-id PIC X(6).
           05  first-name  PIC X(20).
           05  last-name   PIC X(20).
           05  zip         PIC 99999.
           05  city        PIC X(30).
       01  email-address.
           05  rec-type    PIC X.
           05  employee-id PIC X(6).
           05  first-name  PIC X(20).
           05  last-name   PIC X(20).
           05  email       PIC X(20).
       01  phone-number-rec.
           05  rec-type    PIC X.
           05  employee-id PIC X(6).
           05  first-name  PIC X(20).
           05  last-name   PIC X(20).
           05  phone       PIC X(15).
           88  eof-reached VALUE "Y".
      *    Every record held as its raw image, grouped afterwards.
       01  contact-table OCCURS 200.
           05  ct-image    PIC X(112).
           05  ct-used     PIC X.
       01  contact-entries PIC 9(3) VALUE 0.
       01  dropped-count   PIC 9(5) VALUE 0.
       01  ct-idx          PIC 9(3).
       01  ct-scan         PIC 9(3).
       01  person-name     PIC X(40).
       01  person-key      PIC X(40).
       01  scan-key        PIC X(40).
       01  person-count    PIC 9(3) VALUE 0.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60) VALUE "Contact Sheet".
           END-IF.

      *    Group: take each not-yet-printed record's person (the
      *    employee-id at offset 2, or the first-name/last-name
      *    pair at offset 8 when the id is blank) and print every
      *    record on file for that person together.
           PERFORM VARYING ct-idx FROM 1 BY 1
                   UNTIL ct-idx > contact-entries
               IF ct-used(ct-idx) = "N"
                   MOVE ct-image(ct-idx)(8:40) TO person-name
                   IF ct-image(ct-idx)(2:6) = SPACES
                       MOVE person-name TO person-key
                   ELSE
                       MOVE ct-image(ct-idx)(2:6) TO person-key
                   END-IF
                   ADD 1 TO person-count
                   MOVE SPACES TO pw-line
                   PERFORM Print-Line
                   STRING "== " ct-image(ct-idx)(2:6) " "
                       person-name(1:20) " " person-name(21:20)
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
                   PERFORM VARYING ct-scan FROM 1 BY 1
                           UNTIL ct-scan > contact-entries
                       IF ct-image(ct-scan)(2:6) = SPACES
                           MOVE ct-image(ct-scan)(8:40) TO scan-key
                       ELSE
                           MOVE ct-image(ct-scan)(2:6) TO scan-key
                       END-IF
                       IF ct-used(ct-scan) = "N" AND
                               scan-key = person-key
                           PERFORM Print-Contact-Record
                           MOVE "Y" TO ct-used(ct-scan)
                       END-IF
