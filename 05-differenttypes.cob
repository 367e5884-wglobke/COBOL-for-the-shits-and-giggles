       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT contact-file ASSIGN TO "contacts.dat".
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS employee-id IN personnel-record
               ALTERNATE RECORD KEY IS department IN personnel-record
                   WITH DUPLICATES
               FILE STATUS IS personnel-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
               88  is-home-record  VALUE "H".
               88  is-email-record VALUE "E".
               88  is-phone-record VALUE "P".
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
           05  phone-label PIC X(6).

       FD  personnel-file.
       COPY "02-personnel.cpy".

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  want-id         PIC X(6).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-check-ok     PIC X.
       01  switch          PIC X.
       01  more-entries    PIC X.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  zc-zip          PIC X(10).
       01  zc-city         PIC X(30).
       01  zc-result       PIC X.
       01  zc-ref-city     PIC X(28).
       01  zc-ref-state    PIC X(2).
       01  city-answer     PIC X.
      ****************************
       PROCEDURE DIVISION.

      *    Read data for contact-file; a person can have both a home
      *    address and an email address on file. Every record
      *    carries the person's employee-id, the key the other
      *    programs join to the personnel master on - the name is
      *    kept for display only. So the id is keyed again until it
      *    passes its check digit and is on the master; without
      *    the master nothing is taken.
           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status " - no contacts taken."
               GOBACK
           END-IF.
           OPEN OUTPUT contact-file.
           MOVE "Y" TO more-entries.
           PERFORM UNTIL more-entries = "N" OR more-entries = "n"
               IF switch = "h" THEN
                     MOVE "H" TO rec-type IN home-address
                     DISPLAY "[+] Enter home address:"
                     PERFORM Take-Employee-Id
                     MOVE want-id TO employee-id IN home-address
                     DISPLAY "   First name : "
                     ACCEPT first-name IN home-address
                     DISPLAY "   Last name  : "
                     ACCEPT street IN home-address
                     DISPLAY "   City       : "
                     ACCEPT city IN home-address
                     PERFORM Check-Home-Zip
                     WRITE home-address
               ELSE IF switch = "p" THEN
      *              The numbers the on-call chain actually dials at
      *              3am - off the sticky note, onto the file.
                     MOVE "P" TO rec-type IN phone-number-rec
                     DISPLAY "[+] Enter phone number:"
                     PERFORM Take-Employee-Id
                     MOVE want-id TO employee-id IN phone-number-rec
                     DISPLAY "   First name : "
                     ACCEPT first-name IN phone-number-rec
                     DISPLAY "   Last name  : "
               ELSE IF switch = "e" THEN
                     MOVE "E" TO rec-type IN email-address
                     DISPLAY "[+] Enter email address:"
                     PERFORM Take-Employee-Id
                     MOVE want-id TO employee-id IN email-address
                     DISPLAY "   First name : "
                     ACCEPT first-name IN email-address
                     DISPLAY "   Last name  : "
           END-PERFORM.

           CLOSE contact-file.
           CLOSE personnel-file.
           DISPLAY "---".

      *    Display every entry on file, home and email alike.
                       EVALUATE rec-type IN home-address
                           WHEN "H"
                               DISPLAY "[+] Home address is:"
                               DISPLAY "   Employee id: "
                                   employee-id IN home-address
                               DISPLAY "   First name : "
                                   first-name IN home-address
                               DISPLAY "   Last name  : "
                                   city IN home-address
                           WHEN "E"
                               DISPLAY "[+] Email address is:"
                               DISPLAY "   Employee id: "
                                   employee-id IN email-address
                               DISPLAY "   First name : "
                                   first-name IN email-address
                               DISPLAY "   Last name  : "
                                   email IN email-address
                           WHEN "P"
                               DISPLAY "[+] Phone number is:"
                               DISPLAY "   Employee id: "
                                   employee-id IN phone-number-rec
                               DISPLAY "   First name : "
                                   first-name IN phone-number-rec
                               DISPLAY "   Last name  : "

           CLOSE contact-file.
           GOBACK.

       Take-Employee-Id.
      *    The contact is found by this id (Payslip_Distribution,
      *    Location_Muster, Call_Tree_Report, Alert_Escalation), so
      *    an id that is mistyped or not on the master is keyed
      *    again.
           PERFORM TEST AFTER UNTIL id-check-ok = "Y"
               DISPLAY "   Employee id: "
               MOVE SPACES TO want-id
               ACCEPT want-id
               PERFORM Check-Employee-Id
               IF id-check-ok = "Y"
                   MOVE want-id TO employee-id IN personnel-record
                   READ personnel-file
                       INVALID KEY
                           DISPLAY "[-] Employee '" want-id "' is "
                               "not on the master - key it again."
                           MOVE "N" TO id-check-ok
                   END-READ
               END-IF
           END-PERFORM.

       Check-Employee-Id.
      *    A mistyped id that hits another real employee would
      *    land on the wrong person (see Check_Digit).
           MOVE want-id TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           MOVE "Y" TO id-check-ok.
           EVALUATE cd-result
               WHEN "Y"
                   CONTINUE
               WHEN "W"
                   DISPLAY "[-] Warning: employee id " want-id
                       " fails its check digit."
               WHEN OTHER
                   DISPLAY "[-] Employee id '" want-id "' fails its "
                       "check digit - key it again."
                   MOVE "N" TO id-check-ok
           END-EVALUATE.

       Check-Home-Zip.
      *    The ZIP must exist and the city be one of its names (see
      *    Zip_Check); both are keyed again until they agree, or
      *    the reference city is taken.
           PERFORM TEST AFTER UNTIL zc-result = "Y" OR
                   zc-result = "N"
               MOVE zip IN home-address TO zc-zip
               MOVE city IN home-address TO zc-city
               CALL "Zip_Check" USING zc-zip, zc-city, zc-result,
                   zc-ref-city, zc-ref-state
               IF zc-result = "M"
                   DISPLAY "[-] ZIP " zc-zip(1:5) " is "
                       FUNCTION TRIM(zc-ref-city) " " zc-ref-state
                       ", not " FUNCTION TRIM(city IN home-address)
                       "."
                   DISPLAY "[+] Use " FUNCTION TRIM(zc-ref-city)
                       " as the city? [y/n]"
                   ACCEPT city-answer
                   IF city-answer = "Y" OR city-answer = "y"
                       MOVE zc-ref-city TO city IN home-address
                       MOVE "Y" TO zc-result
                   END-IF
               END-IF
               IF zc-result = "U" OR zc-result = "F"
                   DISPLAY "[-] ZIP is not on the ZIP reference."
               END-IF
               IF zc-result NOT = "Y" AND zc-result NOT = "N"
                   DISPLAY "   ZIP code   : "
                   ACCEPT zip IN home-address
                   DISPLAY "   City       : "
                   ACCEPT city IN home-address
               END-IF
           END-PERFORM.
