       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Transmit_Ack INITIAL.
      ****************************
      *    Acknowledgement loader for the outbound transmission
      *    register transmit.dat (see Transmit_Log): the bank, the
      *    GL, the mail gateway, the carrier and the tax and
      *    third-party payees each send back an acknowledgement
      *    file, one line per file received:
      *       file-name  PIC X(30)   the file as we named it
      *       sent-date  PIC 9(8)    the business date on our
      *                              register row (the header date)
      *       count      PIC 9(6)    records they counted
      *       total      PIC 9(11)v99  amount total they counted
      *       checksum   PIC 9(9)    our checksum echoed back,
      *                              zero when they do not send it
      *       result     PIC X       A accepted / R rejected
      *       reason     PIC X(40)   why, on a rejection
      *
      *    The file loaded is the TRANSMIT_ACK_FILE run parameter
      *    (see Run_Parameter), default transack.dat. Each line is
      *    matched to the latest row for that file and date still
      *    waiting ("S"), else the latest row for it already
      *    acknowledged (a repeated acknowledgement replaces the
      *    first). A rejection marks the row "R"; an acceptance
      *    whose count, total or echoed checksum differs from ours
      *    marks it "M" mismatch; otherwise "A" accepted.
      *    Acknowledgements matching no row are listed and raise an
      *    operator warning (see Alert). Transmit_Exceptions reports
      *    the R and M rows and anything never acknowledged.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ack-file ASSIGN TO DYNAMIC ack-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ack-status.
           SELECT OPTIONAL transmit-file ASSIGN TO "transmit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS transmit-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  ack-file.
       01  ack-record.
           05  ak-file-name    PIC X(30).
           05  ak-sent-date    PIC 9(8).
           05  ak-count        PIC 9(6).
           05  ak-total        PIC 9(11)v9(2).
           05  ak-checksum     PIC 9(9).
           05  ak-result       PIC X.
           05  ak-reason       PIC X(40).

       FD  transmit-file.
       COPY "06-transmit.cpy".

       WORKING-STORAGE SECTION.
       01  ack-filename    PIC X(255).
       01  ack-status      PIC XX.
       01  transmit-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  register-table OCCURS 1000.
           05  rt-record       PIC X(200).
       01  register-entries PIC 9(4) VALUE 0.
       01  register-idx    PIC 9(4).
       01  waiting-hit     PIC 9(4).
       01  acked-hit       PIC 9(4).
       01  register-hit    PIC 9(4).
       01  ack-count-read  PIC 9(6) VALUE 0.
       01  accepted-count  PIC 9(6) VALUE 0.
       01  rejected-count  PIC 9(6) VALUE 0.
       01  mismatch-count  PIC 9(6) VALUE 0.
       01  unmatched-count PIC 9(6) VALUE 0.
       01  al-severity     PIC X.
       01  al-source       PIC X(20) VALUE "Transmit_Ack".
       01  al-message      PIC X(60).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Transmit_Ack".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           CALL "Get_Business_Date" USING business-date.
           MOVE "TRANSMIT_ACK_FILE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO ack-filename.
           IF ack-filename = SPACES
               MOVE "transack.dat" TO ack-filename
           END-IF.

           PERFORM Load-Register.
           IF register-entries = 0
               DISPLAY "[-] Nothing on transmit.dat - no "
                   "acknowledgement can match."
           END-IF.

           OPEN INPUT ack-file.
           IF ack-status NOT = "00"
               DISPLAY "[-] Cannot open '" FUNCTION TRIM(ack-filename)
                   "', status " ack-status " - nothing loaded."
               CLOSE ack-file
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ ack-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ack-record NOT = SPACES
                           ADD 1 TO ack-count-read
                           PERFORM Match-Ack
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ack-file.
           MOVE "N" TO eof-flag.

           PERFORM Rewrite-Register.

           DISPLAY "[+] " ack-count-read " acknowledgement(s) from '"
               FUNCTION TRIM(ack-filename) "': " accepted-count
               " accepted, " rejected-count " rejected, "
               mismatch-count " with different totals, "
               unmatched-count " unmatched.".
           IF unmatched-count > 0
               MOVE "W" TO al-severity
               MOVE SPACES TO al-message
               STRING unmatched-count " acknowledgement(s) match no "
                   "file on transmit.dat"
                   DELIMITED BY SIZE INTO al-message
               CALL "Alert" USING al-severity, al-source,
                   al-message
           END-IF.
           MOVE ack-count-read TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Load-Register.
           OPEN INPUT transmit-file.
           PERFORM UNTIL eof-reached
               READ transmit-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF register-entries = 1000
                           DISPLAY "[-] Register table full - "
                               "transmit.dat NOT updated!"
                           CLOSE transmit-file
                           MOVE "FAILED" TO jl-outcome
                           MOVE "E" TO jl-action
                           CALL "Job_Log" USING jl-action,
                               jl-job-name, jl-record-count,
                               jl-outcome
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO register-entries
                       MOVE transmit-record
                           TO rt-record(register-entries)
               END-READ
           END-PERFORM.
           CLOSE transmit-file.
           MOVE "N" TO eof-flag.

       Match-Ack.
           MOVE 0 TO waiting-hit.
           MOVE 0 TO acked-hit.
           PERFORM VARYING register-idx FROM 1 BY 1
                   UNTIL register-idx > register-entries
               MOVE rt-record(register-idx) TO transmit-record
               IF tr-file-name = ak-file-name AND
                       tr-date = ak-sent-date
                   IF tr-sent
                       MOVE register-idx TO waiting-hit
                   ELSE
                       MOVE register-idx TO acked-hit
                   END-IF
               END-IF
           END-PERFORM.
           IF waiting-hit > 0
               MOVE waiting-hit TO register-hit
           ELSE
               MOVE acked-hit TO register-hit
           END-IF.
           IF register-hit = 0
               ADD 1 TO unmatched-count
               DISPLAY "[-] Acknowledgement for '"
                   FUNCTION TRIM(ak-file-name) "' sent "
                   ak-sent-date " matches no register row."
               EXIT PARAGRAPH
           END-IF.

           MOVE rt-record(register-hit) TO transmit-record.
           MOVE business-date TO tr-ack-date.
           MOVE ak-count TO tr-ack-count.
           MOVE ak-total TO tr-ack-total.
           MOVE ak-checksum TO tr-ack-checksum.
           MOVE ak-reason TO tr-ack-reason.
           MOVE "N" TO tr-alerted.
           EVALUATE TRUE
               WHEN ak-result = "R"
                   MOVE "R" TO tr-status
                   ADD 1 TO rejected-count
               WHEN ak-count NOT = tr-count OR
                       ak-total NOT = tr-total OR
                       (ak-checksum NOT = 0 AND
                        ak-checksum NOT = tr-checksum)
                   MOVE "M" TO tr-status
                   ADD 1 TO mismatch-count
               WHEN OTHER
                   MOVE "A" TO tr-status
                   ADD 1 TO accepted-count
           END-EVALUATE.
           MOVE transmit-record TO rt-record(register-hit).

       Rewrite-Register.
           OPEN OUTPUT transmit-file.
           PERFORM VARYING register-idx FROM 1 BY 1
                   UNTIL register-idx > register-entries
               MOVE rt-record(register-idx) TO transmit-record
               WRITE transmit-record
           END-PERFORM.
           CLOSE transmit-file.

       END PROGRAM Transmit_Ack.
