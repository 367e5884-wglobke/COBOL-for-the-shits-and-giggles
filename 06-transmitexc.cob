       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Transmit_Exceptions INITIAL.
      ****************************
      *    Morning exceptions report over the outbound transmission
      *    register transmit.dat (see Transmit_Log / Transmit_Ack),
      *    so a file the receiver never took, or took differently,
      *    is found by operations and not by the employees:
      *
      *       NOT ACKNOWLEDGED  still "S" sent more than
      *                         TRANSMIT_ACK_DAYS (see
      *                         Run_Parameter, default 1) days
      *                         after the business date it went
      *       REJECTED          acknowledged "R", with their reason
      *       TOTALS DIFFER     acknowledged with a count, total or
      *                         checksum other than ours - both
      *                         sides are printed
      *
      *    A file re-sent on the same business date and accepted
      *    clears the earlier attempts at it. Every exception is on
      *    the report (transexc.rpt, via Print_Writer) each morning
      *    until it is cleared; each raises one operator alert (see
      *    Alert) the first morning it shows - fatal for a rejection
      *    or difference, a warning for a missing acknowledgement -
      *    and is then marked alerted on the register. Any
      *    exception sets RETURN-CODE 8, File_Watchdog style.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL transmit-file ASSIGN TO "transmit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transmit-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  transmit-file.
       COPY "06-transmit.cpy".

       WORKING-STORAGE SECTION.
       01  default-ack-days CONSTANT 1.
       01  transmit-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  ack-days        PIC 9(3).
       01  days-out        PIC S9(7).
       01  register-table OCCURS 1000.
           05  rt-record       PIC X(200).
       01  register-entries PIC 9(4) VALUE 0.
       01  register-idx    PIC 9(4).
       01  later-idx       PIC 9(4).
       01  held-file-name  PIC X(30).
       01  held-date       PIC 9(8).
       01  cleared-flag    PIC X.
       01  register-full   PIC X VALUE "N".
       01  exception-text  PIC X(16).
       01  sent-count      PIC 9(5) VALUE 0.
       01  accepted-count  PIC 9(5) VALUE 0.
       01  waiting-count   PIC 9(5) VALUE 0.
       01  exception-count PIC 9(5) VALUE 0.
       01  alert-count     PIC 9(5) VALUE 0.
       01  p-total         PIC $$,$$$,$$$,$$9.99.
       01  p-ack-total     PIC $$,$$$,$$$,$$9.99.
       01  al-severity     PIC X.
       01  al-source       PIC X(20) VALUE "Transmit_Exceptions".
       01  al-message      PIC X(60).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Transmit_Exceptions".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Outbound Transmission Exceptions".
       01  pw-filename     PIC X(255) VALUE "transexc.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           CALL "Get_Business_Date" USING business-date.
           MOVE default-ack-days TO ack-days.
           MOVE "TRANSMIT_ACK_DAYS" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           IF rp-value NOT = SPACES
               IF FUNCTION TEST-NUMVAL(rp-value) = 0
                   MOVE FUNCTION NUMVAL(rp-value) TO ack-days
               ELSE
                   DISPLAY "[-] TRANSMIT_ACK_DAYS '"
                       FUNCTION TRIM(rp-value) "' is not a number "
                       "- " default-ack-days " day(s) used."
               END-IF
           END-IF.

           OPEN INPUT transmit-file.
           PERFORM UNTIL eof-reached
               READ transmit-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF register-entries = 1000
                           DISPLAY "[-] Register table full - "
                               "later transmissions not checked!"
                           MOVE "Y" TO register-full
                           SET eof-reached TO TRUE
                       ELSE
                           ADD 1 TO register-entries
                           MOVE transmit-record
                               TO rt-record(register-entries)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE transmit-file.
           MOVE "N" TO eof-flag.

           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "File                           Sent     "
               "Job                  Exception        "
               "   Count             Total"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE ALL "-" TO pw-line(1:112).
           PERFORM Print-Line.

           PERFORM VARYING register-idx FROM 1 BY 1
                   UNTIL register-idx > register-entries
               PERFORM Check-Transmission
           END-PERFORM.
           IF exception-count = 0
               MOVE "   ** No transmission exceptions **" TO pw-line
               PERFORM Print-Line
           END-IF.

           PERFORM Print-Line.
           STRING "Files on the register: " sent-count
               "   accepted: " accepted-count
               "   awaiting acknowledgement: " waiting-count
               "   exceptions: " exception-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

      *    Remember which exceptions have had their alert (not
      *    when the register did not all fit - the rest would be
      *    lost).
           IF alert-count > 0 AND register-full = "N"
               OPEN OUTPUT transmit-file
               PERFORM VARYING register-idx FROM 1 BY 1
                       UNTIL register-idx > register-entries
                   MOVE rt-record(register-idx) TO transmit-record
                   WRITE transmit-record
               END-PERFORM
               CLOSE transmit-file
           END-IF.

           MOVE sent-count TO jl-record-count.
           IF exception-count > 0
               DISPLAY "[-] " exception-count " transmission "
                   "exception(s) - see 'transexc.rpt'."
               MOVE "FAILED" TO jl-outcome
           ELSE
               DISPLAY "[+] Every transmission acknowledged or "
                   "within its " ack-days " day(s) - see "
                   "'transexc.rpt'."
               MOVE "OK" TO jl-outcome
           END-IF.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           IF exception-count > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       Check-Transmission.
           MOVE rt-record(register-idx) TO transmit-record.
           ADD 1 TO sent-count.
           IF tr-accepted
               ADD 1 TO accepted-count
               EXIT PARAGRAPH
           END-IF.
           PERFORM Check-Cleared.
           IF cleared-flag = "Y"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN tr-rejected
                   MOVE "REJECTED" TO exception-text
                   MOVE "F" TO al-severity
               WHEN tr-mismatch
                   MOVE "TOTALS DIFFER" TO exception-text
                   MOVE "F" TO al-severity
               WHEN OTHER
                   COMPUTE days-out =
                       FUNCTION INTEGER-OF-DATE(business-date)
                       - FUNCTION INTEGER-OF-DATE(tr-date)
                   IF days-out NOT > ack-days
                       ADD 1 TO waiting-count
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "NOT ACKNOWLEDGED" TO exception-text
                   MOVE "W" TO al-severity
           END-EVALUATE.

           ADD 1 TO exception-count.
           MOVE tr-total TO p-total.
           STRING tr-file-name " " tr-date " " tr-job-name " "
               exception-text " " tr-count " " p-total
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF tr-mismatch
               MOVE tr-ack-total TO p-ack-total
               STRING "   acknowledged " tr-ack-date ": count "
                   tr-ack-count "  total " p-ack-total
                   "  checksum " tr-ack-checksum " (ours "
                   tr-checksum ")"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           IF tr-rejected
               STRING "   rejected " tr-ack-date ": "
                   tr-ack-reason
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.

           IF tr-alerted NOT = "Y"
               MOVE SPACES TO al-message
               STRING FUNCTION TRIM(tr-file-name) " of " tr-date
                   " " FUNCTION TRIM(exception-text)
                   " - see transexc.rpt"
                   DELIMITED BY SIZE INTO al-message
               CALL "Alert" USING al-severity, al-source,
                   al-message
               MOVE "Y" TO tr-alerted
               MOVE transmit-record TO rt-record(register-idx)
               ADD 1 TO alert-count
           END-IF.

       Check-Cleared.
      *    A later send of the same file on the same business date
      *    that was accepted clears this one.
           MOVE "N" TO cleared-flag.
           MOVE tr-file-name TO held-file-name.
           MOVE tr-date TO held-date.
           PERFORM VARYING later-idx FROM register-idx BY 1
                   UNTIL later-idx > register-entries
               MOVE rt-record(later-idx) TO transmit-record
               IF later-idx > register-idx AND
                       tr-file-name = held-file-name AND
                       tr-date = held-date AND tr-accepted
                   MOVE "Y" TO cleared-flag
               END-IF
           END-PERFORM.
           MOVE rt-record(register-idx) TO transmit-record.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Transmit_Exceptions.
