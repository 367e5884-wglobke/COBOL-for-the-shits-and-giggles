       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Zip_Ref_Load INITIAL.
      ****************************
      *    Loads the ZIP reference file zipref.dat (layout in
      *    Zip_Check) from the postal service's city/state file,
      *    saved as comma-delimited zipsource.csv, one row per ZIP
      *    and city name:
      *
      *       zip, city, state, city-type
      *
      *    city-type is the postal service's code: "P" the
      *    preferred last-line name for the ZIP, "A" an acceptable
      *    alternative, "N" not acceptable (not loaded - mail
      *    addressed to it is what loses the presort discount).
      *    A blank type loads as acceptable.
      *
      *    zipref.dat is rebuilt from scratch each run, so a new
      *    postal file simply replaces the old reference; rows that
      *    are not a five-digit ZIP with a city and state, and
      *    repeats of a ZIP and city already loaded, are counted
      *    and listed but not loaded. Without zipsource.csv nothing
      *    is touched.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT source-file ASSIGN TO "zipsource.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS source-status.
           SELECT zip-file ASSIGN TO "zipref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS zr-key
               FILE STATUS IS zip-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  source-file.
       01  source-line PIC X(100).
       FD  zip-file.
       01  zip-record.
           05  zr-key.
               10  zr-zip       PIC X(5).
               10  zr-city      PIC X(28).
           05  zr-state         PIC X(2).
           05  zr-preferred     PIC X.

       WORKING-STORAGE SECTION.
       01  source-status   PIC XX.
       01  zip-status      PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  read-count      PIC 9(6) VALUE 0.
       01  loaded-count    PIC 9(6) VALUE 0.
       01  skipped-count   PIC 9(6) VALUE 0.
       01  invalid-count   PIC 9(6) VALUE 0.
       01  duplicate-count PIC 9(6) VALUE 0.
       01  src-zip         PIC X(10).
       01  src-city        PIC X(40).
       01  src-state       PIC X(2).
       01  src-type        PIC X.
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] ZIP Reference Loader".
           DISPLAY "========================".

           OPEN INPUT source-file.
           IF source-status NOT = "00" THEN
               DISPLAY "[-] Cannot open zipsource.csv, status "
                   source-status " - zipref.dat left as it is."
               CLOSE source-file
               GOBACK
           END-IF.
           OPEN OUTPUT zip-file.
           IF zip-status NOT = "00" THEN
               DISPLAY "[-] Cannot create zipref.dat, status "
                   zip-status "."
               CLOSE source-file
               GOBACK
           END-IF.

           PERFORM UNTIL eof-reached
               READ source-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO read-count
                       PERFORM Load-One-Row
               END-READ
           END-PERFORM.

           CLOSE source-file.
           CLOSE zip-file.

           DISPLAY "[+] Rows read         : " read-count.
           DISPLAY "[+] Rows loaded       : " loaded-count.
           DISPLAY "[+] Not acceptable (N): " skipped-count.
           DISPLAY "[+] Invalid rows      : " invalid-count.
           DISPLAY "[+] Repeated ZIP/city : " duplicate-count.
           IF read-count = loaded-count + skipped-count
                   + invalid-count + duplicate-count THEN
               DISPLAY "[+] Record counts reconcile."
           ELSE
               DISPLAY "[-] Record count mismatch!"
           END-IF.
           GOBACK.

       Load-One-Row.
           MOVE SPACES TO src-zip src-city src-state src-type.
           UNSTRING source-line DELIMITED BY ","
               INTO src-zip, src-city, src-state, src-type.
           MOVE FUNCTION UPPER-CASE(src-type) TO src-type.
           IF src-type = "N"
               ADD 1 TO skipped-count
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(src-zip) TO src-zip.
           MOVE FUNCTION TRIM(src-city) TO src-city.
           IF src-zip(1:5) NOT NUMERIC OR src-zip(6:5) NOT = SPACES
                   OR src-city = SPACES OR src-state = SPACES
               ADD 1 TO invalid-count
               DISPLAY "[-] Row " read-count " not loaded: "
                   FUNCTION TRIM(source-line)
               EXIT PARAGRAPH
           END-IF.

           MOVE src-zip(1:5) TO zr-zip.
           MOVE FUNCTION UPPER-CASE(src-city) TO zr-city.
           MOVE FUNCTION UPPER-CASE(src-state) TO zr-state.
           IF src-type = "P"
               MOVE "Y" TO zr-preferred
           ELSE
               MOVE "N" TO zr-preferred
           END-IF.
           WRITE zip-record
               INVALID KEY
                   ADD 1 TO duplicate-count
               NOT INVALID KEY
                   ADD 1 TO loaded-count
           END-WRITE.

       END PROGRAM Zip_Ref_Load.
