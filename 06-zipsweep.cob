       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Zip_Sweep_Report INITIAL.
      ****************************
      *    Sweep report for the address cleanup: checks the ZIP and
      *    city of every record on the personnel master and of
      *    every "H" home-address record on contacts.dat against
      *    the ZIP reference (via the shared Zip_Check subprogram)
      *    and lists each unknown ZIP, each malformed one, and each
      *    city that is not a name of its ZIP - with the reference
      *    city and state suggested - so they can be put right
      *    through Personnel_Maint and the contacts entry before
      *    the next label run. The listing goes through
      *    Print_Writer to zipsweep.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id IN personnel-record
               ALTERNATE RECORD KEY IS department IN personnel-record
                   WITH DUPLICATES.
           SELECT OPTIONAL contact-file ASSIGN TO "contacts.dat"
               FILE STATUS IS contact-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".
       FD  contact-file.
       01  home-address.
           05  rec-type    PIC X.
               88  is-home-record  VALUE "H".
           05  employee-id PIC X(6).
           05  first-name  PIC X(20).
           05  last-name   PIC X(20).
           05  zip         PIC 99999.
           05  street      PIC X(30).
           05  city        PIC X(30).

       WORKING-STORAGE SECTION.
       01  contact-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  master-count    PIC 9(6) VALUE 0.
       01  contact-count   PIC 9(6) VALUE 0.
       01  unknown-count   PIC 9(6) VALUE 0.
       01  mismatch-count  PIC 9(6) VALUE 0.
       01  format-count    PIC 9(6) VALUE 0.
       01  flagged-count   PIC 9(6) VALUE 0.
       01  source-name     PIC X(7).
       01  line-id         PIC X(6).
       01  line-name       PIC X(41).
       01  problem-text    PIC X(14).
       01  zc-zip          PIC X(10).
       01  zc-city         PIC X(30).
       01  zc-result       PIC X.
       01  zc-ref-city     PIC X(28).
       01  zc-ref-state    PIC X(2).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "ZIP Code and City Sweep".
       01  pw-filename     PIC X(255) VALUE "zipsweep.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Without the reference every ZIP passes - nothing to sweep
      *    against.
           MOVE "00000" TO zc-zip.
           MOVE SPACES TO zc-city.
           CALL "Zip_Check" USING zc-zip, zc-city, zc-result,
               zc-ref-city, zc-ref-state.
           IF zc-result = "N"
               DISPLAY "[-] No ZIP reference (zipref.dat) - run "
                   "Zip_Ref_Load first."
               GOBACK
           END-IF.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Source  Emp-id Name" DELIMITED BY SIZE
               INTO pw-line.
           MOVE "City" TO pw-line(57:4).
           MOVE "ZIP" TO pw-line(78:3).
           MOVE "Problem" TO pw-line(89:7).
           MOVE "Reference city" TO pw-line(104:14).
           PERFORM Print-Line.

           MOVE "MASTER" TO source-name.
           OPEN INPUT personnel-file.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO master-count
                       MOVE zip IN personnel-record TO zc-zip
                       MOVE city IN personnel-record TO zc-city
                       MOVE employee-id IN personnel-record
                           TO line-id
                       MOVE SPACES TO line-name
                       STRING FUNCTION TRIM(
                           first-name IN personnel-record)
                           " " last-name IN personnel-record
                           DELIMITED BY SIZE INTO line-name
                       PERFORM Check-Address
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

           MOVE "CONTACT" TO source-name.
           OPEN INPUT contact-file.
           PERFORM UNTIL eof-reached
               READ contact-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF is-home-record
                           ADD 1 TO contact-count
                           MOVE zip IN home-address TO zc-zip
                           MOVE city IN home-address TO zc-city
                           MOVE employee-id IN home-address
                               TO line-id
                           MOVE SPACES TO line-name
                           STRING FUNCTION TRIM(
                               first-name IN home-address)
                               " " last-name IN home-address
                               DELIMITED BY SIZE INTO line-name
                           PERFORM Check-Address
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE contact-file.
           MOVE "N" TO eof-flag.

           PERFORM Print-Line.
           STRING "Master records read: " master-count
               "  contact home addresses read: " contact-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "Unknown ZIP: " unknown-count
               "  city/ZIP mismatch: " mismatch-count
               "  malformed ZIP: " format-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] " flagged-count " address(es) flagged, see "
               "'zipsweep.rpt'.".
           GOBACK.

       Check-Address.
           CALL "Zip_Check" USING zc-zip, zc-city, zc-result,
               zc-ref-city, zc-ref-state.
           EVALUATE zc-result
               WHEN "U"
                   ADD 1 TO unknown-count
                   MOVE "UNKNOWN ZIP" TO problem-text
               WHEN "M"
                   ADD 1 TO mismatch-count
                   MOVE "CITY MISMATCH" TO problem-text
               WHEN "F"
                   ADD 1 TO format-count
                   MOVE "MALFORMED ZIP" TO problem-text
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO flagged-count.
           MOVE source-name TO pw-line(1:7).
           MOVE line-id TO pw-line(9:6).
           MOVE line-name TO pw-line(16:40).
           MOVE zc-city TO pw-line(57:20).
           MOVE zc-zip TO pw-line(78:10).
           MOVE problem-text TO pw-line(89:14).
           IF zc-ref-city NOT = SPACES
               STRING FUNCTION TRIM(zc-ref-city) " " zc-ref-state
                   DELIMITED BY SIZE INTO pw-line(104:29)
           END-IF.
           PERFORM Print-Line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Zip_Sweep_Report.
