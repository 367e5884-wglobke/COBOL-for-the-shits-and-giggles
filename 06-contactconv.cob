       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Contact_Conversion INITIAL.
      ****************************
      *    One-time cutover utility: contacts.dat records carried
      *    only first-name and last-name, so every program joined
      *    them to the master by name - two people of the same
      *    name, or a name changed on marriage, broke the match
      *    silently. The "H", "E" and "P" record types now carry
      *    the employee-id straight after the record type (see
      *    Different_Types), 6 bytes longer.
      *
      *    Each old record is matched to the personnel master on
      *    first and last name (case-insensitive). A record whose
      *    name is on the master exactly once takes that
      *    employee-id; a name that is not on the master, or is
      *    on it more than once, cannot be decided here - the
      *    record is carried across with a blank employee-id and
      *    listed on contactconv.rpt (via Print_Writer) for HR to
      *    re-key through Different_Types. Integrity_Check keeps
      *    reporting it until then.
      *
      *    Counts are proved before the swap, the Master_Migrate
      *    way: read = matched + unmatched, and the old file
      *    survives as contacts.dat.premigrate - whose presence
      *    also stops a second run converting the file twice. The
      *    run needs the ADMIN role (see Role_Check) and takes the
      *    contacts.dat write lock (see File_Lock).
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT old-contact-file ASSIGN TO "contacts.dat"
               FILE STATUS IS old-status.
           SELECT new-contact-file ASSIGN TO "contacts.new"
               FILE STATUS IS new-status.
           SELECT done-file ASSIGN TO "contacts.dat.premigrate"
               FILE STATUS IS done-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

      *    The name-keyed layout as it stood before the
      *    employee-id was added.
       FD  old-contact-file.
       01  old-contact-record PIC X(106).
       01  old-contact-view REDEFINES old-contact-record.
           05  oc-rec-type    PIC X.
           05  oc-first-name  PIC X(20).
           05  oc-last-name   PIC X(20).
           05  oc-detail      PIC X(65).

       FD  new-contact-file.
       01  new-contact-record.
           05  nc-rec-type    PIC X.
           05  nc-employee-id PIC X(6).
           05  nc-first-name  PIC X(20).
           05  nc-last-name   PIC X(20).
           05  nc-detail      PIC X(65).

       FD  done-file.
       01  done-record    PIC X(106).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  old-status      PIC XX.
       01  new-status      PIC XX.
       01  done-status     PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
      *    Master names, upper-cased for the match.
       01  name-table OCCURS 1000.
           05  nt-id       PIC X(6).
           05  nt-first    PIC X(20).
           05  nt-last     PIC X(20).
       01  name-entries    PIC 9(4) VALUE 0.
       01  name-idx        PIC 9(4).
       01  want-first      PIC X(20).
       01  want-last       PIC X(20).
       01  hit-count       PIC 9(4).
       01  hit-id          PIC X(6).
       01  read-count      PIC 9(6) VALUE 0.
       01  matched-count   PIC 9(6) VALUE 0.
       01  unmatched-count PIC 9(6) VALUE 0.
       01  ambiguous-count PIC 9(6) VALUE 0.
       01  old-name        PIC X(255).
       01  new-name        PIC X(255).
       01  rename-status   PIC 9(4) USAGE BINARY.
       01  operator-name   PIC X(20).
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "ADMIN".
       01  rk-allowed      PIC X.
       01  fl-action       PIC X.
       01  fl-lock-name    PIC X(20) VALUE "contacts.dat".
       01  fl-program      PIC X(20) VALUE "Contact_Conversion".
       01  fl-status       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Contact Conversion - Unmatched Records".
       01  pw-filename     PIC X(255) VALUE "contactconv.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Contact File Conversion".
           DISPLAY "===========================".
           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           IF operator-name = SPACES
               DISPLAY "[+] Operator name?"
               ACCEPT operator-name
           END-IF.
      *    Role gate (see Role_Check); a refusal is logged.
           MOVE "E" TO rk-action.
           MOVE operator-name(1:10) TO rk-user-id.
           CALL "Role_Check" USING rk-action, rk-user-id,
               rk-needed, rk-allowed.
           IF rk-allowed NOT = "Y" THEN
               DISPLAY "[-] Conversion needs the ADMIN role - "
                   "refused (and logged)."
               GOBACK
           END-IF.

           OPEN INPUT done-file.
           IF done-status = "00" THEN
               DISPLAY "[+] contacts.dat.premigrate exists - "
                   "contacts.dat is already converted."
               CLOSE done-file
               GOBACK
           END-IF.

           MOVE "A" TO fl-action.
           CALL "File_Lock" USING fl-action, fl-lock-name,
               fl-program, fl-status.
           IF fl-status NOT = "Y" THEN
               GOBACK
           END-IF.

           PERFORM Load-Master-Names.
           IF name-entries = 0
               DISPLAY "[-] No personnel master to match against "
                   "- NOT converted."
               PERFORM Release-Lock
               GOBACK
           END-IF.

           OPEN INPUT old-contact-file.
           IF old-status NOT = "00" THEN
               DISPLAY "[-] Cannot open contacts.dat, status "
                   old-status " - NOT converted."
               CLOSE old-contact-file
               PERFORM Release-Lock
               GOBACK
           END-IF.
           OPEN OUTPUT new-contact-file.
           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           PERFORM UNTIL eof-reached
               READ old-contact-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO read-count
                       PERFORM Convert-One
               END-READ
           END-PERFORM.
           CLOSE old-contact-file.
           CLOSE new-contact-file.

           MOVE SPACES TO pw-line.
           PERFORM Print-Line.
           STRING "Read " read-count "  matched " matched-count
               "  not on master " unmatched-count
               "  ambiguous " ambiguous-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "---".
           DISPLAY "[+] Records read    : " read-count.
           DISPLAY "[+] Matched         : " matched-count.
           DISPLAY "[+] Not on master   : " unmatched-count.
           DISPLAY "[+] Ambiguous name  : " ambiguous-count.
           IF read-count NOT =
                   matched-count + unmatched-count + ambiguous-count
               DISPLAY "[-] Record count mismatch - SWAP REFUSED, "
                   "old file left in place."
               MOVE 8 TO RETURN-CODE
               PERFORM Release-Lock
               GOBACK
           END-IF.

           MOVE "contacts.dat" TO old-name.
           MOVE "contacts.dat.premigrate" TO new-name.
           CALL "CBL_RENAME_FILE" USING old-name, new-name
               RETURNING rename-status
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE "contacts.new" TO old-name.
           MOVE "contacts.dat" TO new-name.
           CALL "CBL_RENAME_FILE" USING old-name, new-name
               RETURNING rename-status
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "[+] contacts.dat converted; the old file "
               "survives as contacts.dat.premigrate.".
           IF unmatched-count + ambiguous-count > 0
               DISPLAY "[-] Unmatched records are listed in "
                   "'contactconv.rpt' - re-key them with their "
                   "employee-id."
           END-IF.

           PERFORM Release-Lock.
           GOBACK.

       Convert-One.
           MOVE FUNCTION UPPER-CASE(oc-first-name) TO want-first.
           MOVE FUNCTION UPPER-CASE(oc-last-name) TO want-last.
           MOVE 0 TO hit-count.
           MOVE SPACES TO hit-id.
           PERFORM VARYING name-idx FROM 1 BY 1
                   UNTIL name-idx > name-entries
               IF nt-first(name-idx) = want-first AND
                       nt-last(name-idx) = want-last
                   ADD 1 TO hit-count
                   MOVE nt-id(name-idx) TO hit-id
               END-IF
           END-PERFORM.

           MOVE oc-rec-type TO nc-rec-type.
           MOVE oc-first-name TO nc-first-name.
           MOVE oc-last-name TO nc-last-name.
           MOVE oc-detail TO nc-detail.
           EVALUATE hit-count
               WHEN 1
                   MOVE hit-id TO nc-employee-id
                   ADD 1 TO matched-count
               WHEN 0
                   MOVE SPACES TO nc-employee-id
                   ADD 1 TO unmatched-count
                   STRING "   " oc-rec-type " record for "
                       FUNCTION TRIM(oc-first-name) " "
                       FUNCTION TRIM(oc-last-name)
                       " - name not on the master"
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               WHEN OTHER
                   MOVE SPACES TO nc-employee-id
                   ADD 1 TO ambiguous-count
                   STRING "   " oc-rec-type " record for "
                       FUNCTION TRIM(oc-first-name) " "
                       FUNCTION TRIM(oc-last-name)
                       " - " hit-count " employees share the name"
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
           END-EVALUATE.
           WRITE new-contact-record.

       Load-Master-Names.
           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               CLOSE personnel-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ personnel-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF name-entries < 1000
                           ADD 1 TO name-entries
                           MOVE employee-id TO nt-id(name-entries)
                           MOVE FUNCTION UPPER-CASE(first-name)
                               TO nt-first(name-entries)
                           MOVE FUNCTION UPPER-CASE(last-name)
                               TO nt-last(name-entries)
                       ELSE
                           DISPLAY "[-] Master table full - later "
                               "employees cannot be matched!"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE personnel-file.
           MOVE "N" TO eof-flag.

       Release-Lock.
           MOVE "R" TO fl-action.
           CALL "File_Lock" USING fl-action, fl-lock-name,
               fl-program, fl-status.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Contact_Conversion.
