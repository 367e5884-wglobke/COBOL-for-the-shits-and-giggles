       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Cert_Maint INITIAL.
      ****************************
      *    Maintenance screen for employee certifications and
      *    training records (first aid, electrical, forklift ...),
      *    instead of the paper folder that let a lapsed licence
      *    onto the on-call schedule.
      *
      *    Certification file certifications.dat (INDEXED on
      *    employee-id plus cert code, created on first use):
      *       employee-id PIC X(6)
      *       cert-code   PIC X(8)
      *       issued      PIC 9(8)    YYYYMMDD
      *       expiry      PIC 9(8)    YYYYMMDD, zero = never
      *
      *    The certification-type reference certtypes.dat lists
      *    the codes and which job codes require them, one row per
      *    code and job code (a blank job code only describes the
      *    code):
      *       job-code    PIC X(4)
      *       cert-code   PIC X(8)
      *       description PIC X(30)
      *
      *    Only codes on the reference are accepted. Keying a code
      *    the employee already holds renews it (new issued and
      *    expiry dates). Cert_Expiry_Report warns ahead of the
      *    expiry; On_Call_Calendar will not schedule an engineer
      *    whose required certification has lapsed. Maintenance
      *    needs the HR role.
      *
      *    An employee id keyed must carry a good check digit
      *    (see Check_Digit) under EMPLOYEE_ID_CHECK=ENFORCE; the
      *    default, WARN, only warns.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS employee-id IN personnel-record
               ALTERNATE RECORD KEY IS department IN personnel-record
                   WITH DUPLICATES
               FILE STATUS IS personnel-status.
           SELECT cert-file ASSIGN TO "certifications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ce-key
               FILE STATUS IS cert-status.
           SELECT certtype-file ASSIGN TO "certtypes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS certtype-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

       FD  cert-file.
       01  cert-record.
           05  ce-key.
               10  ce-employee-id PIC X(6).
               10  ce-code        PIC X(8).
           05  ce-issued      PIC 9(8).
           05  ce-expiry      PIC 9(8).

       FD  certtype-file.
       01  certtype-record.
           05  cr-job-code    PIC X(4).
           05  cr-code        PIC X(8).
           05  cr-description PIC X(30).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  cert-status     PIC XX.
       01  certtype-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  type-table OCCURS 100.
           05  tt-job-code PIC X(4).
           05  tt-code     PIC X(8).
           05  tt-description PIC X(30).
       01  type-entries    PIC 9(3) VALUE 0.
       01  type-idx        PIC 9(3).
       01  type-hit        PIC 9(3).
       01  want-id         PIC X(6).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-check-ok     PIC X.
       01  input-code      PIC X(8).
       01  input-date      PIC X(8).
       01  another-answer  PIC X.
       01  entered-count   PIC 9(3) VALUE 0.
       01  cert-found      PIC X.
       01  found-flag      PIC X.
           88  record-found VALUE "Y".
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "HR".
       01  rk-allowed      PIC X.
       01  rk-operator     PIC X(20).
      ****************************
       PROCEDURE DIVISION.

      *    Role gate when launched directly, not just from the
      *    menu (see Role_Check); a refusal is logged to
      *    console.log.
           ACCEPT rk-operator FROM ENVIRONMENT "OPERATOR_NAME".
           MOVE "E" TO rk-action.
           MOVE rk-operator(1:10) TO rk-user-id.
           CALL "Role_Check" USING rk-action, rk-user-id,
               rk-needed, rk-allowed.
           IF rk-allowed NOT = "Y" THEN
               DISPLAY "[-] This screen needs the "
                   FUNCTION TRIM(rk-needed)
                   " role - refused (and logged)."
               GOBACK
           END-IF.

           DISPLAY "[+] Certification Maintenance".
           DISPLAY "=============================".
           CALL "Get_Business_Date" USING business-date.

           PERFORM Load-Cert-Types.
           IF type-entries = 0
               DISPLAY "[-] No certification types on certtypes.dat "
                   "- maintenance refused."
               GOBACK
           END-IF.

           OPEN INPUT personnel-file.
           IF personnel-status NOT = "00" THEN
               DISPLAY "[-] Cannot open personnel.dat, status "
                   personnel-status "."
               GOBACK
           END-IF.
           OPEN I-O cert-file.
           IF cert-status = "35" THEN
               OPEN OUTPUT cert-file
               CLOSE cert-file
               OPEN I-O cert-file
           END-IF.
           IF cert-status NOT = "00" THEN
               DISPLAY "[-] Cannot open certifications.dat, status "
                   cert-status "."
               CLOSE personnel-file
               GOBACK
           END-IF.

           MOVE "Y" TO another-answer.
           PERFORM UNTIL another-answer NOT = "Y" AND
                   another-answer NOT = "y"
               PERFORM Enter-One-Cert
               DISPLAY "[+] Another certification? [y/n]"
               ACCEPT another-answer
           END-PERFORM.

           CLOSE cert-file.
           CLOSE personnel-file.
           DISPLAY "[+] " entered-count " certification(s) recorded.".
           GOBACK.

       Enter-One-Cert.
           DISPLAY "[+] Employee id?".
           ACCEPT want-id.
           PERFORM Check-Employee-Id.
           IF id-check-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO found-flag.
           MOVE want-id TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET record-found TO TRUE
           END-READ.
           IF NOT record-found
               DISPLAY "[-] Employee '" want-id "' is not on the "
                   "master."
               EXIT PARAGRAPH
           END-IF.
           IF emp-terminated IN personnel-record
               DISPLAY "[-] Employee '" want-id "' is terminated."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "[+] " FUNCTION TRIM(first-name IN
               personnel-record) " " FUNCTION TRIM(last-name IN
               personnel-record) ", job code "
               job-code IN personnel-record.
           PERFORM Show-Held-Certs.

           DISPLAY "[+] Certification code?".
           PERFORM VARYING type-idx FROM 1 BY 1
                   UNTIL type-idx > type-entries
               IF tt-job-code(type-idx) = SPACES OR
                       tt-job-code(type-idx) =
                       job-code IN personnel-record
                   DISPLAY "   " tt-code(type-idx) " "
                       tt-description(type-idx)
               END-IF
           END-PERFORM.
           ACCEPT input-code.
           MOVE FUNCTION UPPER-CASE(input-code) TO input-code.
           MOVE 0 TO type-hit.
           PERFORM VARYING type-idx FROM 1 BY 1
                   UNTIL type-idx > type-entries
               IF tt-code(type-idx) = input-code
                   MOVE type-idx TO type-hit
               END-IF
           END-PERFORM.
           IF type-hit = 0
               DISPLAY "[-] '" FUNCTION TRIM(input-code) "' is not "
                   "on certtypes.dat - not recorded."
               EXIT PARAGRAPH
           END-IF.

           MOVE want-id TO ce-employee-id.
           MOVE input-code TO ce-code.
           MOVE "N" TO cert-found.
           READ cert-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO cert-found
                   DISPLAY "[+] Held since " ce-issued ", expiry "
                       ce-expiry " - renewing."
           END-READ.

           DISPLAY "[+] Issued (YYYYMMDD, blank = today)?".
           MOVE SPACES TO input-date.
           ACCEPT input-date.
           IF input-date = SPACES
               MOVE business-date TO ce-issued
           ELSE
               IF input-date NOT NUMERIC OR input-date > business-date
                   DISPLAY "[-] Not a valid issue date - not "
                       "recorded."
                   EXIT PARAGRAPH
               END-IF
               MOVE input-date TO ce-issued
           END-IF.
           DISPLAY "[+] Expiry (YYYYMMDD, blank = never expires)?".
           MOVE SPACES TO input-date.
           ACCEPT input-date.
           IF input-date = SPACES
               MOVE 0 TO ce-expiry
           ELSE
               IF input-date NOT NUMERIC OR input-date NOT > ce-issued
                   DISPLAY "[-] Expiry must be a date after the "
                       "issue date - not recorded."
                   EXIT PARAGRAPH
               END-IF
               MOVE input-date TO ce-expiry
           END-IF.
           IF cert-found = "Y"
               REWRITE cert-record
           ELSE
               WRITE cert-record
           END-IF.
           IF cert-status NOT = "00"
               DISPLAY "[-] Certification NOT recorded, status "
                   cert-status "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO entered-count.
           DISPLAY "[+] " FUNCTION TRIM(ce-code) " recorded.".

       Show-Held-Certs.
           MOVE want-id TO ce-employee-id.
           MOVE LOW-VALUES TO ce-code.
           START cert-file KEY NOT < ce-key
               INVALID KEY
                   DISPLAY "[+] No certifications on file."
                   EXIT PARAGRAPH
           END-START.
           MOVE "N" TO eof-flag.
           PERFORM UNTIL eof-reached
               READ cert-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ce-employee-id NOT = want-id
                           SET eof-reached TO TRUE
                       ELSE
                           DISPLAY "   holds " ce-code " issued "
                               ce-issued " expiry " ce-expiry
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.

       Load-Cert-Types.
           OPEN INPUT certtype-file.
           IF certtype-status NOT = "00" THEN
               CLOSE certtype-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ certtype-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF type-entries < 100
                           ADD 1 TO type-entries
                           MOVE cr-job-code
                               TO tt-job-code(type-entries)
                           MOVE cr-code TO tt-code(type-entries)
                           MOVE cr-description
                               TO tt-description(type-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE certtype-file.
           MOVE "N" TO eof-flag.

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
                       "check digit - mistyped?"
                   MOVE "N" TO id-check-ok
           END-EVALUATE.

       END PROGRAM Cert_Maint.
