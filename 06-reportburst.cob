       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Report_Burst INITIAL.
      ****************************
      *    Bursting step for the morning distribution: cuts the
      *    reports department heads receive (payroll.rpt,
      *    leavebal.rpt, deptroster.rpt, ...) into one file per
      *    department, so nobody photocopies pages any more, and
      *    logs which recipient gets which slice.
      *
      *    The distribution list distlist.dat (LINE SEQUENTIAL),
      *    one row per recipient, report and department received:
      *       recipient  PIC X(30)
      *       report     PIC X(20)  print filename, as cataloged
      *       department PIC X(20)
      *    Every report named on the list is burst, from the
      *    dated archive copy of its latest run on the catalog
      *    reportcat.dat (see Print_Writer) - always in clear, so
      *    a masked working copy never reaches the slices.
      *
      *    A report line belongs to a department by its "Department:"
      *    heading (Dept_Roster) or by the employee-id it starts with
      *    in column 1, looked up on the personnel master (the
      *    payroll register's employee lines, the leave balances).
      *    Indented and blank lines stay with the line above; any
      *    other line starting in column 1 (run totals, the heading
      *    notes) belongs to no department and is not burst.
      *
      *    Each department's slice goes through Print_Writer to
      *    "<report>-<department>.rpt" (spaces in the department
      *    name become "_"), titled with the report title and the
      *    department, with its own headings, page numbers and end
      *    line, and is registered on reportcat.dat like any other
      *    report - masked like the report it was cut from (see
      *    Field_Mask). Every slice handed to a recipient is logged
      *    on distlog.dat:
      *       date       PIC 9(8)   business date
      *       recipient  PIC X(30)
      *       report     PIC X(20)
      *       department PIC X(20)
      *       filename   PIC X(60)  the slice's print filename
      *    from which Report_Catalog lists (and reprints) one
      *    recipient's copies. The distribution sheet, recipient by
      *    recipient, goes through Print_Writer to burstdist.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT dist-file ASSIGN TO "distlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS dist-status.
           SELECT catalog-file ASSIGN TO "reportcat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS catalog-status.
           SELECT archive-file ASSIGN TO DYNAMIC archive-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS archive-status.
           SELECT personnel-file ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS employee-id
               FILE STATUS IS personnel-status.
           SELECT tagged-file ASSIGN TO "bursttag.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sort-work-file ASSIGN TO "burstsort.tmp".
           SELECT sorted-file ASSIGN TO "burstsorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL distlog-file ASSIGN TO "distlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  dist-file.
       01  dist-record.
           05  dl-recipient PIC X(30).
           05  dl-report    PIC X(20).
           05  dl-dept      PIC X(20).

       FD  catalog-file.
       01  catalog-record.
           05  rc-date     PIC 9(8).
           05  rc-time     PIC 9(8).
           05  rc-title    PIC X(60).
           05  rc-filename PIC X(60).
           05  rc-archive  PIC X(80).
           05  rc-pages    PIC 9(4).
           05  rc-details  PIC 9(7).

       FD  archive-file.
       01  archive-record PIC X(132).

       FD  personnel-file.
       COPY "02-personnel.cpy".

      *    Report lines tagged with their department; the sequence
      *    keeps each slice in report order through the sort.
       FD  tagged-file.
       01  tagged-record.
           05  tg-dept     PIC X(20).
           05  tg-seq      PIC 9(6).
           05  tg-line     PIC X(132).

       SD  sort-work-file.
       01  sort-record.
           05  sr-dept     PIC X(20).
           05  sr-seq      PIC 9(6).
           05  sr-line     PIC X(132).

       FD  sorted-file.
       01  sorted-record.
           05  so-dept     PIC X(20).
           05  so-seq      PIC 9(6).
           05  so-line     PIC X(132).

       FD  distlog-file.
       01  distlog-record.
           05  dg-date      PIC 9(8).
           05  dg-recipient PIC X(30).
           05  dg-report    PIC X(20).
           05  dg-dept      PIC X(20).
           05  dg-filename  PIC X(60).

       WORKING-STORAGE SECTION.
       01  dist-status     PIC XX.
       01  catalog-status  PIC XX.
       01  archive-status  PIC XX.
       01  personnel-status PIC XX.
       01  archive-filename PIC X(255).
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
      *    The distribution list.
       01  dist-table OCCURS 200.
           05  dt-recipient PIC X(30).
           05  dt-report    PIC X(20).
           05  dt-dept      PIC X(20).
           05  dt-filename  PIC X(60).
       01  dist-entries    PIC 999 VALUE 0.
       01  dist-idx        PIC 999.
      *    The reports to burst, and the latest catalog entry of
      *    each.
       01  report-table OCCURS 20.
           05  rp-report    PIC X(20).
           05  rp-title     PIC X(60).
           05  rp-archive   PIC X(80).
           05  rp-slices    PIC 999.
       01  report-entries  PIC 99 VALUE 0.
       01  report-idx      PIC 99.
       01  report-hit      PIC 99.
      *    The slices cut from the report in hand.
       01  slice-table OCCURS 50.
           05  sl-dept      PIC X(20).
           05  sl-filename  PIC X(60).
       01  slice-entries   PIC 99.
       01  slice-idx       PIC 99.
       01  slice-lines     PIC 9(6).
       01  current-dept    PIC X(20).
       01  line-seq        PIC 9(6).
       01  held-blanks     PIC 99.
       01  base-name       PIC X(60).
       01  base-length     PIC 99.
       01  dept-name       PIC X(20).
       01  dept-length     PIC 99.
       01  char-idx        PIC 99.
       01  burst-count     PIC 9(4) VALUE 0.
       01  lines-burst     PIC 9(6) VALUE 0.
       01  lines-common    PIC 9(6) VALUE 0.
       01  logged-count    PIC 9(4) VALUE 0.
       01  missing-count   PIC 9(4) VALUE 0.
       01  last-recipient  PIC X(30).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Report_Burst".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
       01  pw-action       PIC X.
       01  pw-title        PIC X(60).
       01  pw-filename     PIC X(255).
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           CALL "Get_Business_Date" USING business-date.

           OPEN INPUT dist-file.
           IF dist-status NOT = "00" THEN
               DISPLAY "[-] Cannot open distlist.dat, status "
                   dist-status " - nothing to burst."
               MOVE "FAILED" TO jl-outcome
               MOVE "E" TO jl-action
               CALL "Job_Log" USING jl-action, jl-job-name,
                   jl-record-count, jl-outcome
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL eof-reached
               READ dist-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Load-Distribution
               END-READ
           END-PERFORM.
           CLOSE dist-file.
           MOVE "N" TO eof-flag.

      *    The latest catalog entry of each report on the list.
           OPEN INPUT catalog-file.
           IF catalog-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ catalog-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           PERFORM Note-Catalog-Entry
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE catalog-file.
           MOVE "N" TO eof-flag.

           OPEN INPUT personnel-file.
           PERFORM VARYING report-idx FROM 1 BY 1
                   UNTIL report-idx > report-entries
               IF rp-archive(report-idx) = SPACES
                   DISPLAY "[-] " FUNCTION TRIM(rp-report(report-idx))
                       " is not on the report catalog - not burst."
               ELSE
                   PERFORM Burst-Report
               END-IF
           END-PERFORM.
           CLOSE personnel-file.

           PERFORM Log-Distribution.
           PERFORM Print-Distribution-Sheet.

           DISPLAY "[+] " burst-count " department slice(s) cut, "
               lines-burst " line(s) burst, " lines-common
               " line(s) common to no department.".
           DISPLAY "[+] " logged-count " slice(s) logged to "
               "distlog.dat, distribution sheet in 'burstdist.rpt'.".
           IF missing-count > 0
               DISPLAY "[-] " missing-count " list row(s) found "
                   "nothing to send - see the sheet."
           END-IF.
           MOVE burst-count TO jl-record-count.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Load-Distribution.
           IF dl-recipient = SPACES OR dl-report = SPACES OR
                   dl-dept = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF dist-entries = 200
               DISPLAY "[-] Distribution list full - '"
                   FUNCTION TRIM(dl-recipient) "' not served!"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO dist-entries.
           MOVE dl-recipient TO dt-recipient(dist-entries).
           MOVE dl-report TO dt-report(dist-entries).
           MOVE FUNCTION UPPER-CASE(dl-dept) TO dt-dept(dist-entries).
           MOVE SPACES TO dt-filename(dist-entries).
           MOVE 0 TO report-hit.
           PERFORM VARYING report-idx FROM 1 BY 1
                   UNTIL report-idx > report-entries
               IF rp-report(report-idx) = dl-report
                   MOVE report-idx TO report-hit
               END-IF
           END-PERFORM.
           IF report-hit = 0
               IF report-entries = 20
                   DISPLAY "[-] Too many reports on the list - "
                       FUNCTION TRIM(dl-report) " not burst!"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO report-entries
               MOVE dl-report TO rp-report(report-entries)
               MOVE SPACES TO rp-title(report-entries)
               MOVE SPACES TO rp-archive(report-entries)
               MOVE 0 TO rp-slices(report-entries)
           END-IF.

       Note-Catalog-Entry.
      *    The catalog is in run order, so the last entry wins.
           PERFORM VARYING report-idx FROM 1 BY 1
                   UNTIL report-idx > report-entries
               IF rc-filename = rp-report(report-idx)
                   MOVE rc-title TO rp-title(report-idx)
                   MOVE rc-archive TO rp-archive(report-idx)
               END-IF
           END-PERFORM.

       Burst-Report.
      *    Pass 1: tag every line of the archive copy with its
      *    department; the page headings, the page-break blanks and
      *    the end line belong to the original and are dropped.
           MOVE rp-archive(report-idx) TO archive-filename.
           OPEN INPUT archive-file.
           IF archive-status NOT = "00" THEN
               DISPLAY "[-] Archive copy '"
                   FUNCTION TRIM(archive-filename)
                   "' cannot be opened, status " archive-status
                   " - " FUNCTION TRIM(rp-report(report-idx))
                   " not burst."
               CLOSE archive-file
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT tagged-file.
           MOVE SPACES TO current-dept.
           MOVE 0 TO line-seq.
           MOVE 0 TO held-blanks.
           PERFORM UNTIL eof-reached
               READ archive-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Tag-Line
               END-READ
           END-PERFORM.
           CLOSE archive-file.
           CLOSE tagged-file.
           MOVE "N" TO eof-flag.

           SORT sort-work-file
               ON ASCENDING KEY sr-dept
               ON ASCENDING KEY sr-seq
               USING tagged-file
               GIVING sorted-file.

      *    Pass 2: one Print_Writer report per department.
           MOVE 0 TO slice-entries.
           MOVE SPACES TO current-dept.
           OPEN INPUT sorted-file.
           PERFORM UNTIL eof-reached
               READ sorted-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       PERFORM Write-Slice-Line
               END-READ
           END-PERFORM.
           CLOSE sorted-file.
           MOVE "N" TO eof-flag.
           IF current-dept NOT = SPACES
               PERFORM Close-Slice
           END-IF.
           MOVE slice-entries TO rp-slices(report-idx).

      *    Hand each recipient the slice of their department.
           PERFORM VARYING dist-idx FROM 1 BY 1
                   UNTIL dist-idx > dist-entries
               IF dt-report(dist-idx) = rp-report(report-idx)
                   PERFORM VARYING slice-idx FROM 1 BY 1
                           UNTIL slice-idx > slice-entries
                       IF sl-dept(slice-idx) = dt-dept(dist-idx)
                           MOVE sl-filename(slice-idx)
                               TO dt-filename(dist-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       Tag-Line.
           IF archive-record(1:20) = "*** END OF REPORT - " OR
                   archive-record = ALL "="
               EXIT PARAGRAPH
           END-IF.
           IF archive-record(1:60) = rp-title(report-idx) AND
                   archive-record(61:7) = " Date: "
               MOVE 0 TO held-blanks
               EXIT PARAGRAPH
           END-IF.
      *    A blank is held until the next line shows whether it
      *    was the page break before a heading.
           IF archive-record = SPACES
               ADD 1 TO held-blanks
               EXIT PARAGRAPH
           END-IF.

           IF archive-record(1:12) = "Department: "
               MOVE FUNCTION UPPER-CASE(archive-record(13:20))
                   TO current-dept
           ELSE
               IF archive-record(1:1) NOT = SPACE
                   MOVE archive-record(1:6) TO employee-id
                   READ personnel-file
                       INVALID KEY
                           MOVE SPACES TO current-dept
                       NOT INVALID KEY
                           MOVE FUNCTION UPPER-CASE(department)
                               TO current-dept
                   END-READ
               END-IF
           END-IF.

           IF current-dept = SPACES
               ADD 1 TO lines-common
               MOVE 0 TO held-blanks
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL held-blanks = 0
               MOVE SPACES TO tg-line
               PERFORM Write-Tagged
               SUBTRACT 1 FROM held-blanks
           END-PERFORM.
           MOVE archive-record TO tg-line.
           PERFORM Write-Tagged.
           ADD 1 TO lines-burst.

       Write-Tagged.
           ADD 1 TO line-seq.
           MOVE current-dept TO tg-dept.
           MOVE line-seq TO tg-seq.
           WRITE tagged-record.

       Write-Slice-Line.
           IF so-dept NOT = current-dept
               IF current-dept NOT = SPACES
                   PERFORM Close-Slice
               END-IF
               MOVE so-dept TO current-dept
               PERFORM Open-Slice
           END-IF.
      *    A slice opens with its own heading line, not a blank.
           IF so-line = SPACES AND slice-lines = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE so-line TO pw-line.
           PERFORM Print-Line.
           ADD 1 TO slice-lines.

       Open-Slice.
      *    "<report>-<department>.rpt", the name Field_Mask knows
      *    as a slice of <report>.
           MOVE rp-report(report-idx) TO base-name.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(base-name TRAILING))
               TO base-length.
           IF base-length > 4 AND
                   (base-name(base-length - 3:4) = ".rpt" OR
                    base-name(base-length - 3:4) = ".RPT")
               SUBTRACT 4 FROM base-length
           END-IF.
           MOVE current-dept TO dept-name.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(dept-name TRAILING))
               TO dept-length.
           PERFORM VARYING char-idx FROM 1 BY 1
                   UNTIL char-idx > dept-length
               IF dept-name(char-idx:1) = SPACE OR
                       dept-name(char-idx:1) = "/"
                   MOVE "_" TO dept-name(char-idx:1)
               END-IF
           END-PERFORM.
           MOVE SPACES TO pw-filename.
           STRING base-name(1:base-length) "-"
               dept-name(1:dept-length) ".rpt"
               DELIMITED BY SIZE INTO pw-filename.
           MOVE SPACES TO pw-title.
           STRING FUNCTION TRIM(rp-title(report-idx)) " - "
               FUNCTION TRIM(current-dept)
               DELIMITED BY SIZE INTO pw-title.
           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           ADD 1 TO burst-count.
           IF slice-entries < 50
               ADD 1 TO slice-entries
               MOVE current-dept TO sl-dept(slice-entries)
               MOVE pw-filename TO sl-filename(slice-entries)
           ELSE
               DISPLAY "[-] Slice table full - "
                   FUNCTION TRIM(pw-filename)
                   " cut but not distributed!"
           END-IF.
           MOVE 0 TO slice-lines.

       Close-Slice.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       Log-Distribution.
           OPEN EXTEND distlog-file.
           PERFORM VARYING dist-idx FROM 1 BY 1
                   UNTIL dist-idx > dist-entries
               IF dt-filename(dist-idx) NOT = SPACES
                   MOVE business-date TO dg-date
                   MOVE dt-recipient(dist-idx) TO dg-recipient
                   MOVE dt-report(dist-idx) TO dg-report
                   MOVE dt-dept(dist-idx) TO dg-dept
                   MOVE dt-filename(dist-idx) TO dg-filename
                   WRITE distlog-record
                   ADD 1 TO logged-count
               ELSE
                   ADD 1 TO missing-count
               END-IF
           END-PERFORM.
           CLOSE distlog-file.

       Print-Distribution-Sheet.
      *    Recipient by recipient, in list order.
           MOVE "Report Distribution Sheet" TO pw-title.
           MOVE "burstdist.rpt" TO pw-filename.
           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.
           MOVE "Recipient" TO pw-line(1:9).
           MOVE "Report" TO pw-line(33:6).
           MOVE "Department" TO pw-line(55:10).
           MOVE "File" TO pw-line(77:4).
           PERFORM Print-Line.
           MOVE SPACES TO last-recipient.
           PERFORM VARYING dist-idx FROM 1 BY 1
                   UNTIL dist-idx > dist-entries
               IF dt-recipient(dist-idx) NOT = last-recipient
                   MOVE dt-recipient(dist-idx) TO last-recipient
                   MOVE dt-recipient(dist-idx) TO pw-line(1:30)
               END-IF
               MOVE dt-report(dist-idx) TO pw-line(33:20)
               MOVE dt-dept(dist-idx) TO pw-line(55:20)
               IF dt-filename(dist-idx) = SPACES
                   MOVE "** NOTHING FOR THIS DEPARTMENT **"
                       TO pw-line(77:33)
               ELSE
                   MOVE dt-filename(dist-idx) TO pw-line(77:56)
               END-IF
               PERFORM Print-Line
           END-PERFORM.
           PERFORM Print-Line.
           PERFORM VARYING report-idx FROM 1 BY 1
                   UNTIL report-idx > report-entries
               STRING FUNCTION TRIM(rp-report(report-idx)) ": "
                   rp-slices(report-idx) " department slice(s)"
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Line
           END-PERFORM.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Report_Burst.
