      *    archive file back over the working filename - no more
      *    re-running the whole payroll job because a department
      *    lost their copy of payroll.rpt.
      *
      *    A reprint of a sensitive report (see Field_Mask) comes
      *    out with its amounts masked unless the operator
      *    (OPERATOR_NAME) holds a role that may see them; a clear
      *    reprint is logged to console.log.
      *
      *    Naming a recipient lists only the department slices
      *    Report_Burst handed to them (its distribution log
      *    distlog.dat), so one department head's lost copy is
      *    found and reprinted without paging through the day.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS archive-status.
           SELECT reprint-file ASSIGN TO DYNAMIC reprint-filename
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL distlog-file ASSIGN TO "distlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FD  reprint-file.
       01  reprint-record PIC X(132).

       FD  distlog-file.
       01  distlog-record.
           05  dg-date      PIC 9(8).
           05  dg-recipient PIC X(30).
           05  dg-report    PIC X(20).
           05  dg-dept      PIC X(20).
           05  dg-filename  PIC X(60).

       WORKING-STORAGE SECTION.
       01  catalog-status  PIC XX.
       01  archive-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  want-date       PIC X(8).
       01  want-recipient  PIC X(30).
      *    The slices handed to the recipient asked for.
       01  sent-table OCCURS 200.
           05  sn-date     PIC 9(8).
           05  sn-filename PIC X(60).
       01  sent-count      PIC 999 VALUE 0.
       01  sent-idx        PIC 999.
       01  sent-hit        PIC X.
       01  entry-table OCCURS 200.
           05  en-date     PIC 9(8).
           05  en-time     PIC 9(8).
       01  choice-text     PIC X(4).
       01  choice-number   PIC 9(3).
       01  copied-lines    PIC 9(6) VALUE 0.
      *    Masking of sensitive reports (see Field_Mask).
       01  fm-function     PIC X(3) VALUE "RPT".
       01  fm-name         PIC X(60).
       01  fm-value        PIC X(132).
       01  fm-length       PIC 9(4) VALUE 132.
       01  fm-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

           END-IF.
           DISPLAY "[+] Business date (YYYYMMDD, blank = all)?".
           ACCEPT want-date.
           DISPLAY "[+] Recipient (blank = everyone)?".
           MOVE SPACES TO want-recipient.
           ACCEPT want-recipient.
           IF want-recipient NOT = SPACES
               PERFORM Load-Sent-Slices
           END-IF.

           PERFORM UNTIL eof-reached
               READ catalog-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Check-Sent
                       IF (want-date = SPACES OR
                               rc-date = FUNCTION NUMVAL(want-date))
                               AND sent-hit = "Y"
                           IF entry-count < 200
                               ADD 1 TO entry-count
                               MOVE rc-date
           PERFORM Reprint-Entry.
           GOBACK.

       Load-Sent-Slices.
           OPEN INPUT distlog-file.
           PERFORM UNTIL eof-reached
               READ distlog-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF FUNCTION UPPER-CASE(dg-recipient) =
                               FUNCTION UPPER-CASE(want-recipient)
                           AND sent-count < 200
                           ADD 1 TO sent-count
                           MOVE dg-date TO sn-date(sent-count)
                           MOVE dg-filename TO sn-filename(sent-count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE distlog-file.
           MOVE "N" TO eof-flag.
           IF sent-count = 0
               DISPLAY "[-] Nothing was ever sent to '"
                   FUNCTION TRIM(want-recipient) "'."
           END-IF.

       Check-Sent.
      *    Every entry when no recipient was named.
           MOVE "Y" TO sent-hit.
           IF want-recipient = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO sent-hit.
           PERFORM VARYING sent-idx FROM 1 BY 1
                   UNTIL sent-idx > sent-count
               IF sn-date(sent-idx) = rc-date AND
                       sn-filename(sent-idx) = rc-filename
                   MOVE "Y" TO sent-hit
               END-IF
           END-PERFORM.

       Reprint-Entry.
      *    Copy the dated archive back over the working filename.
           MOVE en-archive(choice-number) TO archive-filename.
               READ archive-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE archive-record TO fm-value
                       MOVE en-filename(choice-number) TO fm-name
                       CALL "Field_Mask" USING fm-function, fm-name,
                           fm-value, fm-length, fm-result
                       MOVE fm-value TO reprint-record
                       WRITE reprint-record
                       ADD 1 TO copied-lines
               END-READ
           CLOSE reprint-file.
           DISPLAY "[+] " copied-lines " line(s) reprinted to '"
               FUNCTION TRIM(reprint-filename) "'.".
           IF fm-result = "M"
               DISPLAY "[+] Amounts masked - your role may not see "
                   "them on this report."
           END-IF.

       END PROGRAM Report_Catalog.
