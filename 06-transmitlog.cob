       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Transmit_Log.
      ****************************
      *    Shared outbound-transmission register subprogram (same
      *    CALL pattern as Job_Log): every program that releases a
      *    file out of the building - bankfile.dat and glpost.dat
      *    (Payroll_Register), settlebank.dat (Final_Settlement),
      *    payslipdist.dat, census.dat, positivepay.dat,
      *    taxremit.dat and tpremit.dat - calls it once the file is
      *    closed and proven, and the call appends a row to the
      *    register transmit.dat (06-transmit.cpy): file, business
      *    date and time, the count and amount total the file's
      *    trailer carries, and the file's physical line count and
      *    additive byte checksum (each line up to its last
      *    non-blank character, so trailing padding does not count)
      *    read back from the file as it now stands. The row starts
      *    as "S" sent; Transmit_Ack matches the receiver's
      *    acknowledgement to it and Transmit_Exceptions reports
      *    what is still outstanding.
      *
      *    Arguments:
      *       tx-file-name    : the file released, e.g. bankfile.dat
      *       tx-job-name     : the Job_Log name of the releasing job
      *       tx-record-count : the trailer's record count
      *       tx-amount-total : the trailer's amount (hash) total
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT out-file ASSIGN TO DYNAMIC out-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS out-status.
           SELECT OPTIONAL transmit-file ASSIGN TO "transmit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  out-file.
       01  out-record      PIC X(512).

       FD  transmit-file.
       COPY "06-transmit.cpy".

       WORKING-STORAGE SECTION.
       01  out-filename    PIC X(255).
       01  out-status      PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  line-count      PIC 9(6).
       01  work-checksum   PIC 9(9).
       01  line-length     PIC 9(3).
       01  byte-idx        PIC 9(3).

       LINKAGE SECTION.
       01  tx-file-name    PIC X(30).
       01  tx-job-name     PIC X(20).
       01  tx-record-count PIC 9(6).
       01  tx-amount-total PIC 9(11)v9(2).
      ****************************
       PROCEDURE DIVISION USING tx-file-name, tx-job-name,
               tx-record-count, tx-amount-total.

           CALL "Get_Business_Date" USING business-date,
               business-time.
           MOVE 0 TO line-count.
           MOVE 0 TO work-checksum.
           MOVE tx-file-name TO out-filename.
           OPEN INPUT out-file.
           IF out-status = "00"
               PERFORM UNTIL eof-reached
                   READ out-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           ADD 1 TO line-count
                           PERFORM Checksum-Line
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "[-] Cannot read back '"
                   FUNCTION TRIM(tx-file-name) "', status "
                   out-status " - registered without a checksum."
           END-IF.
           CLOSE out-file.
           MOVE "N" TO eof-flag.

           MOVE tx-file-name TO tr-file-name.
           MOVE tx-job-name TO tr-job-name.
           MOVE business-date TO tr-date.
           MOVE business-time TO tr-time.
           MOVE tx-record-count TO tr-count.
           MOVE tx-amount-total TO tr-total.
           MOVE line-count TO tr-lines.
           MOVE work-checksum TO tr-checksum.
           MOVE "S" TO tr-status.
           MOVE ZERO TO tr-ack-date.
           MOVE ZERO TO tr-ack-count.
           MOVE ZERO TO tr-ack-total.
           MOVE ZERO TO tr-ack-checksum.
           MOVE SPACES TO tr-ack-reason.
           MOVE "N" TO tr-alerted.
           OPEN EXTEND transmit-file.
           WRITE transmit-record.
           CLOSE transmit-file.

           EXIT PROGRAM.

       Checksum-Line.
      *    Additive byte checksum (as Generation_Backup), kept
      *    inside 9 digits.
           IF out-record = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(out-record TRAILING))
               TO line-length.
           PERFORM VARYING byte-idx FROM 1 BY 1
                   UNTIL byte-idx > line-length
               COMPUTE work-checksum = FUNCTION MOD(work-checksum
                   + FUNCTION ORD(out-record(byte-idx:1)), 999999999)
           END-PERFORM.

       END PROGRAM Transmit_Log.
