      *    Post-payroll distribution extract: for every employee
      *    paid in the run (the detail records of bankfile.dat,
      *    written by Payroll_Register), looks up their "E" email
      *    record in contacts.dat (the Different_Types layouts) by
      *    employee-id and writes a distribution file
      *    payslipdist.dat of (employee-id, name, email, net-pay
      *    reference) for the mail gateway. Employees with no
      *    email record on file go to the exceptions page
      *    payslipexc.rpt (via Print_Writer) so they get a printed
      *    slip instead of silence.
      *
      *    The bank file's trailer counts (one trailer per
      *    company batch) are verified against the details read,
      *    so a torn payroll file is caught before anyone is
      *    notified.
      *
      *    A distribution built from a verified bank file is
      *    entered on the outbound transmission register
      *    transmit.dat with the number of payslips and their net
      *    total (see Transmit_Log).
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  contact-file.
       01  email-address.
           05  rec-type    PIC X.
           05  employee-id PIC X(6).
           05  first-name  PIC X(20).
           05  last-name   PIC X(20).
           05  email       PIC X(20).
       01  contact-filler PIC X(112).

       FD  dist-file.
       01  dist-record.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  email-table OCCURS 200.
           05  em-id       PIC X(6).
           05  em-email    PIC X(20).
       01  email-entries   PIC 9(3) VALUE 0.
       01  email-dropped   PIC 9(5) VALUE 0.
       01  em-idx          PIC 9(3).
       01  found-flag      PIC X.
       01  detail-count    PIC 9(6) VALUE 0.
       01  trailer-count   PIC 9(6) VALUE 0.
       01  trailer-seen    PIC X VALUE "N".
       01  matched-count   PIC 9(6) VALUE 0.
       01  except-count    PIC 9(6) VALUE 0.
       01  dist-total      PIC 9(11)v9(2) VALUE 0.
      *    Outbound transmission register (see Transmit_Log).
       01  tx-file-name    PIC X(30) VALUE "payslipdist.dat".
       01  tx-job-name     PIC X(20) VALUE "Payslip_Distribution".
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Payslip Distribution Exceptions".
           DISPLAY "================================".

      *    Load every "E" email record from contacts.dat, keyed by
      *    employee-id.
           OPEN INPUT contact-file.
           IF contact-status = "00" THEN
               PERFORM UNTIL eof-reached
                           IF rec-type = "E" AND
                                   email-entries < 200
                               ADD 1 TO email-entries
                               MOVE employee-id
                                   TO em-id(email-entries)
                               MOVE email
                                   TO em-email(email-entries)
                           END-IF
                               PERFORM Distribute-One
                           WHEN "T"
                               MOVE "Y" TO trailer-seen
                               ADD bt-count TO trailer-count
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
           ELSE
               DISPLAY "[+] Trailer verifies: " detail-count
                   " employee(s) paid."
               CALL "Transmit_Log" USING tx-file-name, tx-job-name,
                   matched-count, dist-total
           END-IF.
           DISPLAY "[+] Distribution in 'payslipdist.dat', "
               "exceptions in 'payslipexc.rpt'.".
           GOBACK.

       Distribute-One.
           MOVE "N" TO found-flag.
           PERFORM VARYING em-idx FROM 1 BY 1
                   UNTIL em-idx > email-entries OR
                   found-flag = "Y"
               IF em-id(em-idx) = bd-employee-id
                   MOVE "Y" TO found-flag
                   MOVE bd-employee-id TO dist-employee-id
                   MOVE bd-name TO dist-name
                   MOVE bd-amount TO dist-net
                   WRITE dist-record
                   ADD 1 TO matched-count
                   ADD bd-amount TO dist-total
               END-IF
           END-PERFORM.
           IF found-flag NOT = "Y"
