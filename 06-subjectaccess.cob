       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Subject_Access INITIAL.
      ****************************
      *    Complete personal-data export for one employee, for a
      *    subject access request: instead of stapling together
      *    Personnel_History, Employee_Inquiry, Annual_Statement
      *    and Contact_Sheet printouts, one run gathers every
      *    record held about the employee-id, in sections:
      *
      *       master record (personnel.dat) and FTE (fte.dat),
      *       contacts (contacts.dat), bank details
      *       (bankdetails.dat), the personnel journal
      *       (pershist.dat, before and after images), pay detail
      *       (paydetail.dat, and the paydetail-YYYY.dat archive of
      *       every year on closedyears.dat - see Year_End_Close),
      *       leave balances (leavebal.dat),
      *       leave taken (leavetaken.dat) and requested
      *       (leavereq.dat), loans (loans.dat), deduction
      *       instructions (dedinstr.dat), timesheets
      *       (timesheets.dat), on-call callouts (callouts.dat,
      *       matched on the roster name via Name_Parser), and
      *       benefits, certifications, performance reviews,
      *       expense claims and data-confirmation returns.
      *
      *    The readable report goes through Print_Writer to
      *    sar-<employee-id>.rpt; the machine-readable extract
      *    sar-<employee-id>.dat carries every record exactly as
      *    stored, one per line:
      *
      *       employee-id PIC X(6)
      *       source      PIC X(20)   the file it came from
      *       image       PIC X(400)  the record, in that file's
      *                               own layout
      *
      *    Each request is logged to the privacy register
      *    privacyreg.dat (date, time, employee-id, operator, the
      *    request reference, records found, report name), and the
      *    program needs the HR role (see Role_Check).
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS employee-id
               ALTERNATE RECORD KEY IS department WITH DUPLICATES
               FILE STATUS IS io-status.
           SELECT contact-file ASSIGN TO "contacts.dat"
               FILE STATUS IS io-status.
           SELECT bank-file ASSIGN TO "bankdetails.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS bk-employee-id
               FILE STATUS IS io-status.
           SELECT history-file ASSIGN TO "pershist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS io-status.
           SELECT detail-file ASSIGN TO DYNAMIC detail-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS io-status.
           SELECT balance-file ASSIGN TO "leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS lb-employee-id
               FILE STATUS IS io-status.
           SELECT taken-file ASSIGN TO "leavetaken.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS io-status.
           SELECT request-file ASSIGN TO "leavereq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS io-status.
           SELECT loan-file ASSIGN TO "loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ln-employee-id
               FILE STATUS IS io-status.
           SELECT instr-file ASSIGN TO "dedinstr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS io-status.
           SELECT timesheet-file ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS io-status.
           SELECT callout-file ASSIGN TO "callouts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS io-status.
           SELECT benefits-file ASSIGN TO "benefits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS be-employee-id
               FILE STATUS IS io-status.
           SELECT cert-file ASSIGN TO "certifications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ce-key
               FILE STATUS IS io-status.
           SELECT review-file ASSIGN TO "perfreviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rv-key
               FILE STATUS IS io-status.
           SELECT claims-file ASSIGN TO "expclaims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS io-status.
           SELECT confirm-file ASSIGN TO "dataconfirm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cf-key
               FILE STATUS IS io-status.
           SELECT extract-file ASSIGN TO DYNAMIC extract-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS extract-status.
           SELECT OPTIONAL register-file ASSIGN TO "privacyreg.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL year-file ASSIGN TO "closedyears.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS io-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  personnel-file.
       COPY "02-personnel.cpy".

      *    The contacts.dat record types (see Different_Types).
       FD  contact-file.
       01  contact-record.
           05  ct-rec-type    PIC X.
           05  ct-employee-id PIC X(6).
           05  ct-first-name  PIC X(20).
           05  ct-last-name   PIC X(20).
           05  ct-detail      PIC X(65).
       01  home-view.
           05  FILLER         PIC X(47).
           05  hv-zip         PIC 9(5).
           05  hv-street      PIC X(30).
           05  hv-city        PIC X(30).
       01  email-view.
           05  FILLER         PIC X(47).
           05  ev-email       PIC X(20).
       01  phone-view.
           05  FILLER         PIC X(47).
           05  pv-phone       PIC X(15).
           05  pv-label       PIC X(6).

       FD  bank-file.
       01  bank-record.
           05  bk-employee-id PIC X(6).
           05  bk-bank-code   PIC X(6).
           05  bk-account     PIC X(10).
           05  bk-active      PIC X.

       FD  history-file.
       01  history-record.
           05  hist-action  PIC X(6).
           05  hist-program PIC X(20).
           05  hist-date    PIC 9(8).
           05  hist-time    PIC 9(8).
           05  hist-before  PIC X(162).
           05  hist-after   PIC X(162).
           05  hist-operator PIC X(20).

       FD  detail-file.
       01  detail-record.
           05  pd-period   PIC X(6).
           05  pd-date     PIC 9(8).
           05  pd-employee-id PIC X(6).
           05  pd-name     PIC X(30).
           05  pd-gross    PIC 9(7)v9(2).
           05  pd-tax      PIC 9(7)v9(2).
           05  pd-pension  PIC 9(7)v9(2).
           05  pd-insurance PIC 9(7)v9(2).
           05  pd-net      PIC S9(7)v9(2).
           05  pd-run-type PIC X.
           05  pd-er-pension PIC 9(7)v9(2).
           05  pd-er-tax   PIC 9(7)v9(2).
           05  pd-expenses PIC 9(7)v9(2).
           05  pd-holiday-hours PIC 9(3)v9(2).
           05  pd-diff-hours PIC 9(3)v9(2).
           05  pd-unpaid-days PIC 9(2)v9(1).
           05  pd-unpaid-amount PIC 9(7)v9(2).
           05  pd-callout-hours PIC 9(3)v9(2).
           05  pd-callout-pay PIC 9(7)v9(2).

       FD  balance-file.
       01  balance-record.
           05  lb-employee-id PIC X(6).
           05  lb-name        PIC X(30).
           05  lb-balance     PIC S9(4)v9(2).
           05  lb-sick-balance PIC S9(4)v9(2).

       FD  taken-file.
       01  taken-record.
           05  tk-employee-id PIC X(6).
           05  tk-date        PIC 9(8).
           05  tk-days        PIC 9(2)v9(1).
           05  tk-type        PIC X.

       FD  request-file.
       01  request-record.
           05  rq-employee-id PIC X(6).
           05  rq-start       PIC 9(8).
           05  rq-days        PIC 9(2)v9(1).
           05  rq-status      PIC X.
           05  rq-entered     PIC 9(8).
           05  rq-type        PIC X.
           05  rq-override    PIC X(30).
           05  rq-keyed-by    PIC X(20).
           05  rq-decided-by  PIC X(20).
           05  rq-decided-date PIC 9(8).

       FD  loan-file.
       01  loan-record.
           05  ln-employee-id PIC X(6).
           05  ln-principal   PIC 9(7)v9(2).
           05  ln-repayment   PIC 9(5)v9(2).
           05  ln-balance     PIC 9(7)v9(2).

       FD  instr-file.
       01  instr-record.
           05  in-employee-id PIC X(6).
           05  in-type        PIC X(10).
           05  in-method      PIC X.
           05  in-value       PIC 9(7)v9(2).
           05  in-start       PIC 9(8).
           05  in-stop        PIC 9(8).
           05  in-balance     PIC 9(7)v9(2).
           05  in-priority    PIC 99.
           05  in-status      PIC X.
           05  in-payee       PIC X(20).
           05  in-payee-ref   PIC X(20).

       FD  timesheet-file.
       01  timesheet-record.
           05  ts-employee-id PIC X(6).
           05  ts-date        PIC 9(8).
           05  ts-hours       PIC 9(2)v9(2).
           05  ts-approved    PIC X.
           05  ts-start       PIC X(4).
           05  ts-end         PIC X(4).
           05  ts-keyed-by    PIC X(20).
           05  ts-approved-by PIC X(20).
           05  ts-project     PIC X(8).

       FD  callout-file.
       01  callout-record.
           05  co-date     PIC 9(8).
           05  co-engineer PIC X(20).
           05  co-start    PIC 9(4).
           05  co-end      PIC 9(4).
           05  co-summary  PIC X(40).
           05  co-tier     PIC X.

       FD  benefits-file.
       01  benefits-record.
           05  be-employee-id PIC X(6).
           05  be-plan        PIC X(4).
           05  be-tier        PIC X.
           05  be-eff-date    PIC 9(8).
           05  be-prev-plan   PIC X(4).
           05  be-prev-tier   PIC X.

       FD  cert-file.
       01  cert-record.
           05  ce-key.
               10  ce-employee-id PIC X(6).
               10  ce-code        PIC X(8).
           05  ce-issued      PIC 9(8).
           05  ce-expiry      PIC 9(8).

       FD  review-file.
       01  review-record.
           05  rv-key.
               10  rv-employee-id PIC X(6).
               10  rv-year        PIC 9(4).
           05  rv-rating      PIC 9.
           05  rv-reviewer    PIC X(6).
           05  rv-date        PIC 9(8).

       FD  claims-file.
       01  claims-record.
           05  ex-employee-id PIC X(6).
           05  ex-date        PIC 9(8).
           05  ex-category    PIC X(6).
           05  ex-amount      PIC 9(5)v9(2).
           05  ex-description PIC X(30).
           05  ex-status      PIC X.
           05  ex-entered     PIC 9(8).
           05  ex-approver    PIC X(6).
           05  ex-decided     PIC 9(8).
           05  ex-paid-period PIC X(6).

       FD  confirm-file.
       01  confirm-record.
           05  cf-key.
               10  cf-employee-id PIC X(6).
               10  cf-year        PIC 9(4).
           05  cf-sent        PIC 9(8).
           05  cf-returned    PIC 9(8).
           05  cf-corrections PIC X.

       FD  extract-file.
       01  extract-record.
           05  sx-employee-id PIC X(6).
           05  sx-source      PIC X(20).
           05  sx-image       PIC X(400).

       FD  register-file.
       01  register-record.
           05  pr-date        PIC 9(8).
           05  pr-time        PIC 9(8).
           05  pr-employee-id PIC X(6).
           05  pr-operator    PIC X(20).
           05  pr-reference   PIC X(20).
           05  pr-records     PIC 9(6).
           05  pr-report      PIC X(30).

      *    Payroll years sealed by Year_End_Close (layout there).
       FD  year-file.
       01  year-record.
           05  cy-year        PIC X(4).
           05  FILLER         PIC X(119).

       WORKING-STORAGE SECTION.
       01  io-status       PIC XX.
       01  extract-status  PIC XX.
       01  extract-filename PIC X(255).
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  business-time   PIC 9(8).
       01  want-id         PIC X(6).
       01  request-ref     PIC X(20).
       01  on-master       PIC X VALUE "N".
      *    The master record, held for the callout name match.
       COPY "02-personnel.cpy" REPLACING ==personnel-record==
           BY ==held-record==.
       01  image-view.
           05  iv-id       PIC X(6).
           05  FILLER      PIC X(156).
       01  section-title   PIC X(40).
       01  section-file    PIC X(20).
       01  section-count   PIC 9(5).
       01  detail-filename PIC X(20) VALUE "paydetail.dat".
      *    Closed payroll years, each with its pay-detail archive.
       01  archive-table OCCURS 50.
           05  at-year     PIC X(4).
       01  archive-entries PIC 99 VALUE 0.
       01  archive-idx     PIC 99.
       01  archive-hit     PIC 99.
       01  total-count     PIC 9(6) VALUE 0.
       01  p-amount        PIC -(7)9.99.
       01  p-amount-2      PIC -(7)9.99.
       01  p-amount-3      PIC -(7)9.99.
       01  p-hours         PIC Z9.99.
       01  p-days          PIC Z9.9.
       01  p-fte           PIC ZZ9.99.
       01  parsed-full-name   PIC X(50).
       01  parsed-first-name  PIC X(20).
       01  parsed-middle-name PIC X(20).
       01  parsed-last-name   PIC X(20).
      *    Part-time FTE percentage (see Employee_FTE).
       01  ft-function     PIC X(3) VALUE "GET".
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "HR".
       01  rk-allowed      PIC X.
       01  rk-operator     PIC X(20).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Subject Access - Personal Data Held".
       01  pw-filename     PIC X(255).
       01  pw-line         PIC X(132).
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

           DISPLAY "[+] Subject Access Export".
           DISPLAY "=========================".
           CALL "Get_Business_Date" USING business-date,
               business-time.
           DISPLAY "[+] Employee id?".
           ACCEPT want-id.
           IF want-id = SPACES
               DISPLAY "[-] No employee id - nothing exported."
               GOBACK
           END-IF.
           DISPLAY "[+] Request reference (letter / ticket)?".
           MOVE SPACES TO request-ref.
           ACCEPT request-ref.

           MOVE SPACES TO pw-filename.
           STRING "sar-" FUNCTION TRIM(want-id) ".rpt"
               DELIMITED BY SIZE INTO pw-filename.
           MOVE SPACES TO extract-filename.
           STRING "sar-" FUNCTION TRIM(want-id) ".dat"
               DELIMITED BY SIZE INTO extract-filename.
           OPEN OUTPUT extract-file.
           IF extract-status NOT = "00" THEN
               DISPLAY "[-] Cannot create '"
                   FUNCTION TRIM(extract-filename) "', status "
                   extract-status "."
               GOBACK
           END-IF.
           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Employee " want-id "   request "
               FUNCTION TRIM(request-ref) "   prepared "
               business-date " by " FUNCTION TRIM(rk-operator)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

           PERFORM Export-Master.
           PERFORM Export-Contacts.
           PERFORM Export-Bank.
           PERFORM Export-Journal.
           PERFORM Export-Pay-Detail.
           PERFORM Load-Closed-Years.
           PERFORM VARYING archive-idx FROM 1 BY 1
                   UNTIL archive-idx > archive-entries
               MOVE SPACES TO detail-filename
               STRING "paydetail-" at-year(archive-idx) ".dat"
                   DELIMITED BY SIZE INTO detail-filename
               PERFORM Export-Pay-Detail
           END-PERFORM.
           PERFORM Export-Leave-Balance.
           PERFORM Export-Leave-Taken.
           PERFORM Export-Leave-Requests.
           PERFORM Export-Loans.
           PERFORM Export-Instructions.
           PERFORM Export-Timesheets.
           PERFORM Export-Callouts.
           PERFORM Export-Benefits.
           PERFORM Export-Certifications.
           PERFORM Export-Reviews.
           PERFORM Export-Claims.
           PERFORM Export-Confirmations.

           PERFORM Print-Line.
           MOVE "====================" TO pw-line.
           PERFORM Print-Line.
           STRING "Records held: " total-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           CLOSE extract-file.

           PERFORM Log-Request.
           DISPLAY "[+] " total-count " record(s) - report '"
               FUNCTION TRIM(pw-filename) "', extract '"
               FUNCTION TRIM(extract-filename) "'.".
           DISPLAY "[+] Request logged on 'privacyreg.dat'.".
           GOBACK.

      ****************************
      *    One paragraph per source file. Each prints its section
      *    heading, a readable line per record, and the record
      *    image to the extract.
      ****************************
       Export-Master.
           MOVE "Master record" TO section-title.
           MOVE "personnel.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT personnel-file.
           IF io-status NOT = "00"
               CLOSE personnel-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           MOVE want-id TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO on-master
                   MOVE personnel-record TO held-record
           END-READ.
           CLOSE personnel-file.
           IF on-master NOT = "Y"
               PERFORM End-Section
               EXIT PARAGRAPH
           END-IF.
           STRING "   " FUNCTION TRIM(first-name IN held-record)
               " " FUNCTION TRIM(last-name IN held-record) ", "
               FUNCTION TRIM(street IN held-record) ", "
               FUNCTION TRIM(city IN held-record) " "
               zip IN held-record
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE salary IN held-record TO p-amount.
           STRING "   department " department IN held-record
               " job " job-code IN held-record
               " location " work-location IN held-record
               " manager " manager-id IN held-record
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE hourly-rate IN held-record TO p-amount-2.
           STRING "   salary " p-amount " pay type "
               pay-type IN held-record " hourly rate " p-amount-2
               " hired " hire-date IN held-record
               " status " employment-status IN held-record
               " terminated " termination-date IN held-record
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE held-record TO sx-image.
           PERFORM Write-Extract.
      *    The FTE percentage lives beside the master.
           CALL "Employee_FTE" USING ft-function, want-id,
               ft-percent, ft-result.
           MOVE ft-percent TO p-fte.
           IF ft-result = "Y"
               STRING "   FTE " p-fte "% (fte.dat)"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               MOVE "fte.dat" TO section-file
               MOVE SPACES TO sx-image
               STRING want-id ft-percent
                   DELIMITED BY SIZE INTO sx-image
               PERFORM Write-Extract
           ELSE
               STRING "   FTE " p-fte "% (full time, no fte.dat row)"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           PERFORM End-Section.

       Export-Contacts.
           MOVE "Contact records" TO section-title.
           MOVE "contacts.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT contact-file.
           IF io-status NOT = "00"
               CLOSE contact-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ contact-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ct-employee-id = want-id
                           PERFORM Show-Contact
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE contact-file.
           PERFORM End-Section.

       Show-Contact.
           EVALUATE ct-rec-type
               WHEN "H"
                   STRING "   home  " FUNCTION TRIM(hv-street) ", "
                       FUNCTION TRIM(hv-city) " " hv-zip
                       DELIMITED BY SIZE INTO pw-line
               WHEN "E"
                   STRING "   email " ev-email
                       DELIMITED BY SIZE INTO pw-line
               WHEN OTHER
                   STRING "   phone " pv-phone " " pv-label
                       DELIMITED BY SIZE INTO pw-line
           END-EVALUATE.
           PERFORM Print-Line.
           MOVE contact-record TO sx-image.
           PERFORM Write-Extract.

       Export-Bank.
           MOVE "Bank details" TO section-title.
           MOVE "bankdetails.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT bank-file.
           IF io-status NOT = "00"
               CLOSE bank-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           MOVE want-id TO bk-employee-id.
           READ bank-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING "   bank " bk-bank-code " account "
                       bk-account " active " bk-active
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
                   MOVE bank-record TO sx-image
                   PERFORM Write-Extract
           END-READ.
           CLOSE bank-file.
           PERFORM End-Section.

       Export-Journal.
      *    Every journal entry whose before or after image is the
      *    employee's, images shown in full.
           MOVE "Personnel journal" TO section-title.
           MOVE "pershist.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT history-file.
           IF io-status NOT = "00"
               CLOSE history-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ history-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE hist-after TO image-view
                       IF hist-after = SPACES
                           MOVE hist-before TO image-view
                       END-IF
                       IF iv-id = want-id
                           PERFORM Show-Journal-Entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE history-file.
           PERFORM End-Section.

       Show-Journal-Entry.
           STRING "   " hist-date " " hist-time " " hist-action
               " by " hist-program
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           IF hist-before NOT = SPACES
               STRING "      before " hist-before(1:80)
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               STRING "             " hist-before(81:80)
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           IF hist-after NOT = SPACES
               STRING "      after  " hist-after(1:80)
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
               STRING "             " hist-after(81:80)
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-IF.
           MOVE history-record TO sx-image.
           PERFORM Write-Extract.

       Export-Pay-Detail.
           MOVE "Pay detail" TO section-title.
           MOVE detail-filename TO section-file.
           PERFORM Start-Section.
           OPEN INPUT detail-file.
           IF io-status NOT = "00"
               CLOSE detail-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ detail-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF pd-employee-id = want-id
                           PERFORM Show-Pay-Detail
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE detail-file.
           PERFORM End-Section.

       Load-Closed-Years.
      *    A year closed, reopened and closed again appears more
      *    than once - its archive is exported once.
           MOVE "N" TO eof-flag.
           OPEN INPUT year-file.
           IF io-status = "00"
               PERFORM UNTIL eof-reached
                   READ year-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           PERFORM Note-Closed-Year
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE year-file.
           MOVE "N" TO eof-flag.

       Note-Closed-Year.
           MOVE 0 TO archive-hit.
           PERFORM VARYING archive-idx FROM 1 BY 1
                   UNTIL archive-idx > archive-entries
               IF at-year(archive-idx) = cy-year
                   MOVE archive-idx TO archive-hit
               END-IF
           END-PERFORM.
           IF archive-hit = 0 AND archive-entries < 50
               ADD 1 TO archive-entries
               MOVE cy-year TO at-year(archive-entries)
           END-IF.

       Show-Pay-Detail.
           MOVE pd-gross TO p-amount.
           MOVE pd-tax TO p-amount-2.
           MOVE pd-net TO p-amount-3.
           STRING "   period " pd-period " paid " pd-date
               " run " pd-run-type " gross " p-amount
               " tax " p-amount-2 " net " p-amount-3
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE pd-pension TO p-amount.
           MOVE pd-insurance TO p-amount-2.
           MOVE pd-expenses TO p-amount-3.
           STRING "      pension " p-amount " insurance " p-amount-2
               " expenses " p-amount-3
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE detail-record TO sx-image.
           PERFORM Write-Extract.

       Export-Leave-Balance.
           MOVE "Leave balances" TO section-title.
           MOVE "leavebal.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT balance-file.
           IF io-status NOT = "00"
               CLOSE balance-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           MOVE want-id TO lb-employee-id.
           READ balance-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE lb-balance TO p-amount
                   MOVE lb-sick-balance TO p-amount-2
                   STRING "   vacation " p-amount " sick "
                       p-amount-2 " day(s)"
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
                   MOVE balance-record TO sx-image
                   PERFORM Write-Extract
           END-READ.
           CLOSE balance-file.
           PERFORM End-Section.

       Export-Leave-Taken.
           MOVE "Leave taken" TO section-title.
           MOVE "leavetaken.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT taken-file.
           IF io-status NOT = "00"
               CLOSE taken-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ taken-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF tk-employee-id = want-id
                           MOVE tk-days TO p-days
                           STRING "   " tk-date " " p-days
                               " day(s) type " tk-type
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                           MOVE taken-record TO sx-image
                           PERFORM Write-Extract
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE taken-file.
           PERFORM End-Section.

       Export-Leave-Requests.
           MOVE "Leave requests" TO section-title.
           MOVE "leavereq.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT request-file.
           IF io-status NOT = "00"
               CLOSE request-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ request-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF rq-employee-id = want-id
                           MOVE rq-days TO p-days
                           STRING "   from " rq-start " " p-days
                               " day(s) type " rq-type
                               " status " rq-status
                               " entered " rq-entered " "
                               rq-override
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                           MOVE request-record TO sx-image
                           PERFORM Write-Extract
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE request-file.
           PERFORM End-Section.

       Export-Loans.
           MOVE "Loans" TO section-title.
           MOVE "loans.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT loan-file.
           IF io-status NOT = "00"
               CLOSE loan-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           MOVE want-id TO ln-employee-id.
           READ loan-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ln-principal TO p-amount
                   MOVE ln-repayment TO p-amount-2
                   MOVE ln-balance TO p-amount-3
                   STRING "   principal " p-amount " repayment "
                       p-amount-2 " balance " p-amount-3
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
                   MOVE loan-record TO sx-image
                   PERFORM Write-Extract
           END-READ.
           CLOSE loan-file.
           PERFORM End-Section.

       Export-Instructions.
           MOVE "Deduction instructions" TO section-title.
           MOVE "dedinstr.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT instr-file.
           IF io-status NOT = "00"
               CLOSE instr-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ instr-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF in-employee-id = want-id
                           MOVE in-value TO p-amount
                           MOVE in-balance TO p-amount-2
                           STRING "   " in-type " method "
                               in-method " value " p-amount
                               " balance " p-amount-2 " "
                               in-start "-" in-stop " status "
                               in-status " payee " in-payee " "
                               in-payee-ref
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                           MOVE instr-record TO sx-image
                           PERFORM Write-Extract
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE instr-file.
           PERFORM End-Section.

       Export-Timesheets.
           MOVE "Timesheets" TO section-title.
           MOVE "timesheets.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT timesheet-file.
           IF io-status NOT = "00"
               CLOSE timesheet-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ timesheet-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ts-employee-id = want-id
                           MOVE ts-hours TO p-hours
                           STRING "   " ts-date " " p-hours
                               " hour(s) " ts-start "-" ts-end
                               " approved " ts-approved
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                           MOVE timesheet-record TO sx-image
                           PERFORM Write-Extract
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE timesheet-file.
           PERFORM End-Section.

       Export-Callouts.
      *    Callouts carry the roster name, not the id - matched to
      *    the master name the way On_Call_Calendar does.
           MOVE "On-call callouts" TO section-title.
           MOVE "callouts.dat" TO section-file.
           PERFORM Start-Section.
           IF on-master NOT = "Y"
               MOVE "   (not matched - employee not on the master)"
                   TO pw-line
               PERFORM Print-Line
               PERFORM End-Section
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT callout-file.
           IF io-status NOT = "00"
               CLOSE callout-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ callout-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       MOVE SPACES TO parsed-full-name
                       MOVE co-engineer TO parsed-full-name
                       CALL "Name_Parser" USING parsed-full-name,
                           parsed-first-name, parsed-middle-name,
                           parsed-last-name
                       IF parsed-first-name =
                               first-name IN held-record AND
                               parsed-last-name =
                               last-name IN held-record
                           STRING "   " co-date " " co-start "-"
                               co-end " " co-summary
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                           MOVE callout-record TO sx-image
                           PERFORM Write-Extract
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE callout-file.
           PERFORM End-Section.

       Export-Benefits.
           MOVE "Benefits election" TO section-title.
           MOVE "benefits.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT benefits-file.
           IF io-status NOT = "00"
               CLOSE benefits-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           MOVE want-id TO be-employee-id.
           READ benefits-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING "   plan " be-plan " tier " be-tier
                       " from " be-eff-date " (previously "
                       be-prev-plan " " be-prev-tier ")"
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
                   MOVE benefits-record TO sx-image
                   PERFORM Write-Extract
           END-READ.
           CLOSE benefits-file.
           PERFORM End-Section.

       Export-Certifications.
           MOVE "Certifications" TO section-title.
           MOVE "certifications.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT cert-file.
           IF io-status NOT = "00"
               CLOSE cert-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           MOVE want-id TO ce-employee-id.
           MOVE LOW-VALUES TO ce-code.
           START cert-file KEY NOT < ce-key
               INVALID KEY
                   SET eof-reached TO TRUE
           END-START.
           PERFORM UNTIL eof-reached
               READ cert-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ce-employee-id NOT = want-id
                           SET eof-reached TO TRUE
                       ELSE
                           STRING "   " ce-code " issued "
                               ce-issued " expires " ce-expiry
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                           MOVE cert-record TO sx-image
                           PERFORM Write-Extract
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE cert-file.
           PERFORM End-Section.

       Export-Reviews.
           MOVE "Performance reviews" TO section-title.
           MOVE "perfreviews.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT review-file.
           IF io-status NOT = "00"
               CLOSE review-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           MOVE want-id TO rv-employee-id.
           MOVE 0 TO rv-year.
           START review-file KEY NOT < rv-key
               INVALID KEY
                   SET eof-reached TO TRUE
           END-START.
           PERFORM UNTIL eof-reached
               READ review-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF rv-employee-id NOT = want-id
                           SET eof-reached TO TRUE
                       ELSE
                           STRING "   " rv-year " rating "
                               rv-rating " by " rv-reviewer
                               " on " rv-date
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                           MOVE review-record TO sx-image
                           PERFORM Write-Extract
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE review-file.
           PERFORM End-Section.

       Export-Claims.
           MOVE "Expense claims" TO section-title.
           MOVE "expclaims.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT claims-file.
           IF io-status NOT = "00"
               CLOSE claims-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ claims-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF ex-employee-id = want-id
                           MOVE ex-amount TO p-amount
                           STRING "   " ex-date " " ex-category
                               " " p-amount " " ex-description
                               " status " ex-status
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                           MOVE claims-record TO sx-image
                           PERFORM Write-Extract
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE claims-file.
           PERFORM End-Section.

       Export-Confirmations.
           MOVE "Data-confirmation statements" TO section-title.
           MOVE "dataconfirm.dat" TO section-file.
           PERFORM Start-Section.
           OPEN INPUT confirm-file.
           IF io-status NOT = "00"
               CLOSE confirm-file
               PERFORM File-Not-Present
               EXIT PARAGRAPH
           END-IF.
           MOVE want-id TO cf-employee-id.
           MOVE 0 TO cf-year.
           START confirm-file KEY NOT < cf-key
               INVALID KEY
                   SET eof-reached TO TRUE
           END-START.
           PERFORM UNTIL eof-reached
               READ confirm-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF cf-employee-id NOT = want-id
                           SET eof-reached TO TRUE
                       ELSE
                           STRING "   " cf-year " sent " cf-sent
                               " returned " cf-returned
                               " corrections " cf-corrections
                               DELIMITED BY SIZE INTO pw-line
                           PERFORM Print-Line
                           MOVE confirm-record TO sx-image
                           PERFORM Write-Extract
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE confirm-file.
           PERFORM End-Section.

      ****************************
      *    Section framing, the extract and the privacy register.
      ****************************
       Start-Section.
           MOVE 0 TO section-count.
           MOVE "N" TO eof-flag.
           PERFORM Print-Line.
           STRING section-title " (" FUNCTION TRIM(section-file)
               ")"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       End-Section.
           MOVE "N" TO eof-flag.
           IF section-count = 0
               MOVE "   (none held)" TO pw-line
               PERFORM Print-Line
           END-IF.

       File-Not-Present.
      *    A file never created holds nothing about anyone.
           MOVE "   (none held - file not on disk)" TO pw-line.
           PERFORM Print-Line.
           MOVE "N" TO eof-flag.

       Write-Extract.
           MOVE want-id TO sx-employee-id.
           MOVE section-file TO sx-source.
           WRITE extract-record.
           ADD 1 TO section-count.
           ADD 1 TO total-count.

       Log-Request.
           MOVE business-date TO pr-date.
           MOVE business-time TO pr-time.
           MOVE want-id TO pr-employee-id.
           MOVE rk-operator TO pr-operator.
           MOVE request-ref TO pr-reference.
           MOVE total-count TO pr-records.
           MOVE pw-filename TO pr-report.
           OPEN EXTEND register-file.
           WRITE register-record.
           CLOSE register-file.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Subject_Access.
