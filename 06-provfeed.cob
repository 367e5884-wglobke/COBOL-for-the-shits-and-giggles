       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Provisioning_Feed INITIAL.
      ****************************
      *    Nightly joiner / mover / leaver feed for IT account
      *    provisioning, so logins are created on day one and
      *    building access is cut the day someone leaves instead
      *    of whenever the email is read. Built from the day's
      *    personnel journal pershist.dat entries (see
      *    Personnel_Journal), the way Turnover_Report reads it:
      *
      *       J joiner - an ADD or REHIRE entry, effective the
      *                  hire-date,
      *       L leaver - an UPDATE flipping the status byte from
      *                  active to terminated, effective the
      *                  termination date, or a DELETE of a record
      *                  that was still active, effective the day
      *                  it was deleted,
      *       M mover  - an UPDATE changing the department, the
      *                  job-code or the manager-id, effective the
      *                  day it was keyed.
      *
      *    Other updates (address, pay and the like) are not IT's
      *    business and are left out. An employee with several
      *    qualifying entries in the day gets a line for each.
      *
      *    Fixed-format file provfeed.dat, header / detail /
      *    trailer like positivepay.dat:
      *       H  feed-date 9(8)
      *       D  action X (J / M / L), employee-id X(6),
      *          first-name X(20), last-name X(20),
      *          department X(20), job-code X(4), manager-id X(6),
      *          work-location X(2), email X(20) from the "E"
      *          record on contacts.dat (spaces when none),
      *          effective-date 9(8), changed X(3) - for a mover,
      *          D / J / M in place for each of department,
      *          job-code and manager-id that changed
      *       T  detail count 9(6), joiners 9(6), movers 9(6),
      *          leavers 9(6)
      *    The details carry the new (after) values; a leaver's
      *    are the values held when they left.
      *
      *    The feed date comes from the FEED_DATE environment
      *    variable as YYYYMMDD (same override convention as
      *    BUSINESS_DATE), defaulting to the business date, so a
      *    missed night can be re-sent. The control report goes
      *    through Print_Writer to provfeed.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT journal-file ASSIGN TO "pershist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS journal-status.
           SELECT contact-file ASSIGN TO "contacts.dat"
               FILE STATUS IS contact-status.
           SELECT feed-file ASSIGN TO "provfeed.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  journal-file.
       01  journal-record.
           05  hist-action  PIC X(6).
           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

      *    The contacts.dat records (see Different_Types).
       FD  contact-file.
       01  contact-record.
           05  ct-rec-type    PIC X.
           05  ct-employee-id PIC X(6).
           05  FILLER         PIC X(40).
           05  ct-email       PIC X(20).
           05  FILLER         PIC X(45).

       FD  feed-file.
       01  feed-header.
           05  fh-type     PIC X.
           05  fh-date     PIC 9(8).
           05  fh-filler   PIC X(102).
       01  feed-detail.
           05  fd-type     PIC X.
           05  fd-action   PIC X.
           05  fd-employee-id PIC X(6).
           05  fd-first-name PIC X(20).
           05  fd-last-name PIC X(20).
           05  fd-department PIC X(20).
           05  fd-job-code PIC X(4).
           05  fd-manager-id PIC X(6).
           05  fd-location PIC X(2).
           05  fd-email    PIC X(20).
           05  fd-effective PIC 9(8).
           05  fd-changed  PIC X(3).
       01  feed-trailer.
           05  ft-type     PIC X.
           05  ft-count    PIC 9(6).
           05  ft-joiners  PIC 9(6).
           05  ft-movers   PIC 9(6).
           05  ft-leavers  PIC 9(6).
           05  ft-filler   PIC X(87).

       WORKING-STORAGE SECTION.
       01  journal-status  PIC XX.
       01  contact-status  PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  date-text       PIC X(8).
       01  feed-date       PIC 9(8).
      *    The journal images carry the 02-personnel.cpy layout:
      *    these offsets decode the fields the feed needs.
       01  image-view.
           05  iv-id       PIC X(6).
           05  iv-first    PIC X(20).
           05  iv-last     PIC X(20).
           05  FILLER      PIC X(50).
           05  iv-dept     PIC X(20).
           05  FILLER      PIC X(9).
           05  iv-hire     PIC 9(8).
           05  iv-status   PIC X.
           05  iv-term     PIC 9(8).
           05  FILLER      PIC X(6).
           05  iv-manager  PIC X(6).
           05  iv-job      PIC X(4).
           05  iv-location PIC X(2).
       01  before-view.
           05  FILLER      PIC X(96).
           05  bv-dept     PIC X(20).
           05  FILLER      PIC X(17).
           05  bv-status   PIC X.
           05  FILLER      PIC X(14).
           05  bv-manager  PIC X(6).
           05  bv-job      PIC X(4).
           05  FILLER      PIC X(2).
      *    The "E" records of contacts.dat, by employee-id.
       01  email-table OCCURS 1000.
           05  em-id       PIC X(6).
           05  em-email    PIC X(20).
       01  email-entries   PIC 9(4) VALUE 0.
       01  email-idx       PIC 9(4).
       01  feed-action     PIC X.
       01  effective-date  PIC 9(8).
       01  changed-fields  PIC X(3).
       01  action-text     PIC X(6).
       01  journal-count   PIC 9(6) VALUE 0.
       01  detail-count    PIC 9(6) VALUE 0.
       01  joiner-count    PIC 9(6) VALUE 0.
       01  mover-count     PIC 9(6) VALUE 0.
       01  leaver-count    PIC 9(6) VALUE 0.
       01  no-email-count  PIC 9(6) VALUE 0.
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Provisioning_Feed".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Joiner / Mover / Leaver Feed - Control Report".
       01  pw-filename     PIC X(255) VALUE "provfeed.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Joiner / Mover / Leaver Feed".
           DISPLAY "================================".
           CALL "Get_Business_Date" USING business-date.
           MOVE "FEED_DATE" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO date-text.
           IF date-text NOT = SPACES AND date-text IS NUMERIC
               MOVE date-text TO feed-date
           ELSE
               MOVE business-date TO feed-date
           END-IF.
      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           OPEN INPUT journal-file.
           IF journal-status NOT = "00" THEN
               DISPLAY "[-] Cannot open pershist.dat, status "
                   journal-status "."
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               GOBACK
           END-IF.
           PERFORM Load-Emails.

           OPEN OUTPUT feed-file.
           MOVE "H" TO fh-type.
           MOVE feed-date TO fh-date.
           MOVE SPACES TO fh-filler.
           WRITE feed-header.
           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Feed date " feed-date
               "   (journal entries of that day)"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.

           PERFORM UNTIL eof-reached
               READ journal-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF hist-date = feed-date
                           ADD 1 TO journal-count
                           PERFORM Consider-Journal-Entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE journal-file.

      *    Seal the feed with its counts.
           MOVE "T" TO ft-type.
           MOVE detail-count TO ft-count.
           MOVE joiner-count TO ft-joiners.
           MOVE mover-count TO ft-movers.
           MOVE leaver-count TO ft-leavers.
           MOVE SPACES TO ft-filler.
           WRITE feed-trailer.
           CLOSE feed-file.

           IF detail-count = 0
               MOVE "   (no joiners, movers or leavers)" TO pw-line
               PERFORM Print-Line
           END-IF.
           PERFORM Print-Line.
           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           STRING "Journal entries for the day: " journal-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "Joiners " joiner-count "   movers " mover-count
               "   leavers " leaver-count "   feed records "
               detail-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           STRING "Without an email on contacts.dat: "
               no-email-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           DISPLAY "[+] Feed written to 'provfeed.dat' ("
               detail-count " record(s)), control report "
               "'provfeed.rpt'.".
           MOVE detail-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Consider-Journal-Entry.
           MOVE SPACES TO feed-action.
           MOVE SPACES TO changed-fields.
           EVALUATE hist-action
               WHEN "ADD"
               WHEN "REHIRE"
                   MOVE hist-after TO image-view
                   MOVE "J" TO feed-action
                   MOVE iv-hire TO effective-date
               WHEN "UPDATE"
                   MOVE hist-before TO before-view
                   MOVE hist-after TO image-view
                   IF bv-status = "A" AND iv-status = "T"
                       MOVE "L" TO feed-action
                       MOVE iv-term TO effective-date
                   ELSE
                       PERFORM Check-Mover
                   END-IF
               WHEN "DELETE"
      *            Deleting a live record takes the person off
      *            the system just as surely as terminating them.
                   MOVE hist-before TO image-view
                   IF iv-status NOT = "T"
                       MOVE "L" TO feed-action
                       MOVE hist-date TO effective-date
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF feed-action NOT = SPACES
               PERFORM Write-Detail
           END-IF.

       Check-Mover.
           IF bv-dept NOT = iv-dept
               MOVE "D" TO changed-fields(1:1)
           END-IF.
           IF bv-job NOT = iv-job
               MOVE "J" TO changed-fields(2:1)
           END-IF.
           IF bv-manager NOT = iv-manager
               MOVE "M" TO changed-fields(3:1)
           END-IF.
           IF changed-fields NOT = SPACES
               MOVE "M" TO feed-action
               MOVE hist-date TO effective-date
           END-IF.

       Write-Detail.
           MOVE "D" TO fd-type.
           MOVE feed-action TO fd-action.
           MOVE iv-id TO fd-employee-id.
           MOVE iv-first TO fd-first-name.
           MOVE iv-last TO fd-last-name.
           MOVE iv-dept TO fd-department.
           MOVE iv-job TO fd-job-code.
           MOVE iv-manager TO fd-manager-id.
           MOVE iv-location TO fd-location.
           MOVE effective-date TO fd-effective.
           MOVE changed-fields TO fd-changed.
           MOVE SPACES TO fd-email.
           PERFORM VARYING email-idx FROM 1 BY 1
                   UNTIL email-idx > email-entries
               IF em-id(email-idx) = iv-id
                   MOVE em-email(email-idx) TO fd-email
               END-IF
           END-PERFORM.
           IF fd-email = SPACES
               ADD 1 TO no-email-count
           END-IF.
           WRITE feed-detail.
           ADD 1 TO detail-count.
           EVALUATE feed-action
               WHEN "J"
                   ADD 1 TO joiner-count
                   MOVE "JOINER" TO action-text
               WHEN "M"
                   ADD 1 TO mover-count
                   MOVE "MOVER" TO action-text
               WHEN OTHER
                   ADD 1 TO leaver-count
                   MOVE "LEAVER" TO action-text
           END-EVALUATE.
           STRING "   " action-text " " iv-id " "
               iv-first " " iv-last " " iv-dept " " iv-job
               " eff " effective-date " " changed-fields
               " " fd-email
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Load-Emails.
           OPEN INPUT contact-file.
           IF contact-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ contact-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF ct-rec-type = "E" AND
                                   ct-employee-id NOT = SPACES
                               PERFORM Note-Email
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE contact-file.
           MOVE "N" TO eof-flag.

       Note-Email.
           IF email-entries < 1000
               ADD 1 TO email-entries
               MOVE ct-employee-id TO em-id(email-entries)
               MOVE ct-email TO em-email(email-entries)
           ELSE
               DISPLAY "[-] Email table full - " ct-employee-id
                   " sent without an email!"
           END-IF.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Provisioning_Feed.
