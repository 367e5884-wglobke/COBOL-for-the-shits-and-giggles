       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Layout_Query INITIAL.
      ****************************
      *    Layout-driven ad-hoc query and extract - the question
      *    twin of Record_Browser and Feed_Loader, so the next
      *    one-off question ("everyone in Safety hired before 2015
      *    earning over 50,000") is a criteria file, not a new
      *    report program.
      *
      *    Takes a layout file in the Record_Browser format
      *    (field-name X(20), start 9(4), length 9(4), type X), in
      *    which a numeric field may carry its decimal places in
      *    column 30 (blank = none; the browser and loader ignore
      *    the column), the data file, and a criteria file, one
      *    test per line:
      *
      *       join   PIC X(3)   AND / OR (ignored on the first
      *                         line, blank = AND)
      *       field  PIC X(20)  a field of the layout
      *       op     PIC X(2)   EQ NE LT LE GT GE, or CT (the
      *                         field contains the value)
      *       value  PIC X(40)  for a numeric field a number,
      *                         e.g. 50000 or 1250.50
      *
      *    AND binds tighter than OR: "A AND B OR C" selects A-and-B
      *    records plus C records. Numeric fields compare by value
      *    (a field that is not numeric fails its test), the rest
      *    by their characters. Lines starting with "*" and blank
      *    lines are ignored; without a criteria file every record
      *    is selected. A criteria line naming a field that is not
      *    in the layout, or a bad operator or number, refuses the
      *    whole query rather than quietly answering a different
      *    question.
      *
      *    The operator then names the output fields (comma
      *    separated, blank = every field), an optional sort field
      *    (ascending or descending, file order when blank), and
      *    the output: a report through Print_Writer or a CSV
      *    extract with a heading row. Both end with the selection
      *    count. Sensitive fields are masked on output by the
      *    shared rule (see Field_Mask), and a query may not SELECT
      *    on a field the operator could not see in clear - the
      *    answer would give the value away.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * next line copied from fread.cob
           SELECT stream-file ASSIGN TO DYNAMIC source-file.
           SELECT layout-file ASSIGN TO DYNAMIC layout-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS layout-status.
           SELECT criteria-file ASSIGN TO DYNAMIC criteria-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS criteria-status.
           SELECT csv-file ASSIGN TO DYNAMIC output-filename
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT sort-work-file ASSIGN TO "querysort.tmp".
      ****************************
       DATA DIVISION.

       FILE SECTION.
      * next lines copied from fread.cob
       FD  stream-file EXTERNAL
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
               DEPENDING ON block-len.
       01  stream-byte PIC X.
       01  stream-block PIC X(4096).

       FD  layout-file.
       01  layout-record.
           05  lay-field-name PIC X(20).
           05  lay-start      PIC 9(4).
           05  lay-length     PIC 9(4).
           05  lay-type       PIC X.
           05  lay-decimals   PIC X.

       FD  criteria-file.
       01  criteria-record.
           05  cr-join        PIC X(3).
           05  cr-field       PIC X(20).
           05  cr-op          PIC X(2).
           05  cr-value       PIC X(40).

       FD  csv-file.
       01  csv-line PIC X(2000).

       SD  sort-work-file.
       01  sort-record.
           05  sw-key         PIC X(40).
           05  sw-seq         PIC 9(7).
           05  sw-record      PIC X(4000).

       WORKING-STORAGE SECTION.
      * next lines copied from fread.cob
       01  source-file PIC X(255).
       01  block-len   PIC 9(10) USAGE BINARY.
       01  block-mode  PIC X VALUE "Y".
       01  my-buffer.
           02 my-buffer-byte PIC X OCCURS 4096.
       01  n-bytes     PIC 9(10) USAGE BINARY.

       01  layout-filename   PIC X(255).
       01  layout-status     PIC XX.
       01  criteria-filename PIC X(255).
       01  criteria-status   PIC XX.
       01  output-filename   PIC X(255).
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  field-table OCCURS 50.
           05  ft-name     PIC X(20).
           05  ft-start    PIC 9(4).
           05  ft-length   PIC 9(4).
           05  ft-type     PIC X.
           05  ft-decimals PIC 9.
       01  field-entries   PIC 99 VALUE 0.
       01  field-idx       PIC 99.
       01  hit-idx         PIC 99.
       01  want-name       PIC X(20).
       01  crit-table OCCURS 20.
           05  ct-join     PIC X(3).
           05  ct-field    PIC 99.
           05  ct-op       PIC X(2).
           05  ct-value    PIC X(40).
           05  ct-value-len PIC 99.
           05  ct-number   PIC S9(13)v9(4) USAGE COMP-3.
       01  crit-entries    PIC 99 VALUE 0.
       01  crit-idx        PIC 99.
       01  criteria-error  PIC X VALUE "N".
       01  out-table OCCURS 20.
           05  ot-field    PIC 99.
           05  ot-width    PIC 99.
       01  out-entries     PIC 99 VALUE 0.
       01  out-idx         PIC 99.
       01  out-list        PIC X(200).
       01  list-ptr        PIC 9(3).
       01  one-name        PIC X(40).
       01  sort-name       PIC X(20).
       01  sort-field      PIC 99 VALUE 0.
       01  sort-order      PIC X VALUE "A".
       01  output-kind     PIC X VALUE "R".
       01  record-length   PIC 9(4).
       01  term-length     PIC 9.
       01  done-flag       PIC X VALUE "N".
      *    The record being tested and its verdict.
       01  field-value     PIC X(512).
       01  field-number    PIC S9(13)v9(4) USAGE COMP-3.
       01  compare-result  PIC S9.
       01  crit-true       PIC X.
       01  group-true      PIC X.
       01  record-selected PIC X.
       01  contains-count  PIC 9(4).
       01  read-count      PIC 9(7) VALUE 0.
       01  release-count   PIC 9(7) VALUE 0.
       01  return-count    PIC 9(7) VALUE 0.
      *    Output building.
       01  out-value       PIC X(132).
       01  out-length      PIC 9(4).
       01  line-pos        PIC 9(4).
       01  line-full       PIC X VALUE "N".
       01  quote-count     PIC 9(4).
       01  csv-ptr         PIC 9(4).
       01  p-count         PIC Z(6)9.
       01  p-count-2       PIC Z(6)9.
      *    Masking of sensitive fields (see Field_Mask).
       01  fm-function     PIC X(3) VALUE "FLD".
       01  fm-name         PIC X(60).
       01  fm-value        PIC X(132).
       01  fm-length       PIC 9(4).
       01  fm-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60).
       01  pw-filename     PIC X(255).
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Layout-Driven Query and Extract".
           DISPLAY "===================================".
           DISPLAY "[+] Layout description file?".
           ACCEPT layout-filename.
           PERFORM Load-Layout.
           IF field-entries = 0 THEN
               DISPLAY "[-] No fields in the layout file."
               GOBACK
           END-IF.

           DISPLAY "[+] Data file to query?".
           ACCEPT source-file.
           DISPLAY "[+] Record length on disk?".
           ACCEPT record-length.
           DISPLAY "[+] Line-terminator length (1 for LINE "
                   "SEQUENTIAL, 0 otherwise)?".
           ACCEPT term-length.
           IF record-length = 0 OR record-length > 4000 THEN
               DISPLAY "[-] Record length out of range."
               GOBACK
           END-IF.

           DISPLAY "[+] Criteria file (blank = every record)?".
           MOVE SPACES TO criteria-filename.
           ACCEPT criteria-filename.
           IF criteria-filename NOT = SPACES
               PERFORM Load-Criteria
           END-IF.
           IF criteria-error = "Y"
               DISPLAY "[-] Criteria file has errors - query refused."
               GOBACK
           END-IF.

           DISPLAY "[+] Output fields, comma separated (blank = "
                   "all)?".
           MOVE SPACES TO out-list.
           ACCEPT out-list.
           PERFORM Resolve-Output-Fields.
           IF out-entries = 0
               DISPLAY "[-] No output fields - query refused."
               GOBACK
           END-IF.

           DISPLAY "[+] Sort field (blank = file order)?".
           MOVE SPACES TO sort-name.
           ACCEPT sort-name.
           IF sort-name NOT = SPACES
               MOVE FUNCTION UPPER-CASE(sort-name) TO want-name
               PERFORM Find-Field
               IF hit-idx = 0
                   DISPLAY "[-] Sort field '" FUNCTION TRIM(sort-name)
                       "' is not in the layout - query refused."
                   GOBACK
               END-IF
               MOVE hit-idx TO sort-field
               DISPLAY "[+] (A)scending or (D)escending?"
               ACCEPT sort-order
           END-IF.

           DISPLAY "[+] (R)eport or (C)SV extract?".
           ACCEPT output-kind.
           DISPLAY "[+] Output file name?".
           MOVE SPACES TO output-filename.
           ACCEPT output-filename.
           IF output-kind = "C" OR output-kind = "c"
               MOVE "C" TO output-kind
               IF output-filename = SPACES
                   MOVE "query.csv" TO output-filename
               END-IF
           ELSE
               MOVE "R" TO output-kind
               IF output-filename = SPACES
                   MOVE "query.rpt" TO output-filename
               END-IF
           END-IF.

           PERFORM Open-Output.
           IF sort-order = "D" OR sort-order = "d"
               SORT sort-work-file
                   ON DESCENDING KEY sw-key
                   ON ASCENDING KEY sw-seq
                   INPUT PROCEDURE Select-Records
                   OUTPUT PROCEDURE Write-Selected
           ELSE
               SORT sort-work-file
                   ON ASCENDING KEY sw-key
                   ON ASCENDING KEY sw-seq
                   INPUT PROCEDURE Select-Records
                   OUTPUT PROCEDURE Write-Selected
           END-IF.
           PERFORM Close-Output.

           DISPLAY "[+] Records read     : " read-count.
           DISPLAY "[+] Records selected : " release-count.
           IF release-count = return-count THEN
               DISPLAY "[+] Record counts reconcile - output in '"
                   FUNCTION TRIM(output-filename) "'."
           ELSE
               DISPLAY "[-] Record count mismatch! Sort may have "
                   "dropped or duplicated records."
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ****************************
      *    Selection: every record is tested, the selected ones
      *    released to the sort keyed on the sort field (spaces
      *    for file order) and their sequence number.
      ****************************
       Select-Records.
           OPEN INPUT stream-file.
           PERFORM UNTIL done-flag = "Y"
               PERFORM Select-One-Record
           END-PERFORM.
           CLOSE stream-file.
       End-Select-Records.
           EXIT PARAGRAPH.

       Select-One-Record.
           MOVE SPACES TO my-buffer.
           COMPUTE n-bytes = record-length + term-length.
           CALL "fread_cob" USING my-buffer, n-bytes, source-file,
               ZERO, block-mode.
           IF my-buffer = SPACES
               MOVE "Y" TO done-flag
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO read-count.
           PERFORM Test-Record.
           IF record-selected NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO sw-key.
           IF sort-field > 0
               MOVE sort-field TO field-idx
               IF ft-start(field-idx) + ft-length(field-idx) - 1
                       NOT > record-length
                   MOVE my-buffer(ft-start(field-idx):
                       ft-length(field-idx)) TO sw-key
               END-IF
           END-IF.
           MOVE read-count TO sw-seq.
           MOVE my-buffer(1:record-length) TO sw-record.
           RELEASE sort-record.
           ADD 1 TO release-count.

       Test-Record.
      *    An OR closes the group of ANDs before it; the record is
      *    selected when any group holds.
           IF crit-entries = 0
               MOVE "Y" TO record-selected
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO record-selected.
           MOVE "Y" TO group-true.
           PERFORM VARYING crit-idx FROM 1 BY 1
                   UNTIL crit-idx > crit-entries
               IF crit-idx > 1 AND ct-join(crit-idx) = "OR"
                   IF group-true = "Y"
                       MOVE "Y" TO record-selected
                   END-IF
                   MOVE "Y" TO group-true
               END-IF
               IF group-true = "Y"
                   PERFORM Test-Criterion
                   IF crit-true NOT = "Y"
                       MOVE "N" TO group-true
                   END-IF
               END-IF
           END-PERFORM.
           IF group-true = "Y"
               MOVE "Y" TO record-selected
           END-IF.

       Test-Criterion.
           MOVE "N" TO crit-true.
           MOVE ct-field(crit-idx) TO field-idx.
           IF ft-start(field-idx) + ft-length(field-idx) - 1 >
                   record-length
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO field-value.
           MOVE my-buffer(ft-start(field-idx):ft-length(field-idx))
               TO field-value.
           IF ct-op(crit-idx) = "CT"
               MOVE 0 TO contains-count
               IF ct-value-len(crit-idx) = 0
                   MOVE 1 TO contains-count
               ELSE
                   INSPECT field-value(1:ft-length(field-idx))
                       TALLYING contains-count FOR ALL
                       ct-value(crit-idx)(1:ct-value-len(crit-idx))
               END-IF
               IF contains-count > 0
                   MOVE "Y" TO crit-true
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF ft-type(field-idx) = "9"
               IF field-value(1:ft-length(field-idx)) NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               COMPUTE field-number =
                   FUNCTION NUMVAL(field-value(1:ft-length(field-idx)))
                   / (10 ** ft-decimals(field-idx))
               EVALUATE TRUE
                   WHEN field-number < ct-number(crit-idx)
                       MOVE -1 TO compare-result
                   WHEN field-number = ct-number(crit-idx)
                       MOVE 0 TO compare-result
                   WHEN OTHER
                       MOVE 1 TO compare-result
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN field-value < ct-value(crit-idx)
                       MOVE -1 TO compare-result
                   WHEN field-value = ct-value(crit-idx)
                       MOVE 0 TO compare-result
                   WHEN OTHER
                       MOVE 1 TO compare-result
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN ct-op(crit-idx) = "EQ" AND compare-result = 0
               WHEN ct-op(crit-idx) = "NE" AND compare-result NOT = 0
               WHEN ct-op(crit-idx) = "LT" AND compare-result < 0
               WHEN ct-op(crit-idx) = "LE" AND compare-result NOT > 0
               WHEN ct-op(crit-idx) = "GT" AND compare-result > 0
               WHEN ct-op(crit-idx) = "GE" AND compare-result NOT < 0
                   MOVE "Y" TO crit-true
           END-EVALUATE.

      ****************************
      *    Output: the sorted selection, one report line or CSV
      *    row per record.
      ****************************
       Write-Selected.
           MOVE "N" TO done-flag.
           PERFORM UNTIL done-flag = "Y"
               RETURN sort-work-file
                   AT END MOVE "Y" TO done-flag
                   NOT AT END
                       ADD 1 TO return-count
                       IF output-kind = "C"
                           PERFORM Write-CSV-Row
                       ELSE
                           PERFORM Write-Report-Row
                       END-IF
               END-RETURN
           END-PERFORM.
       End-Write-Selected.
           EXIT PARAGRAPH.

       Get-Out-Value.
      *    Output field out-idx of the returned record, masked by
      *    the shared rule.
           MOVE ot-field(out-idx) TO field-idx.
           MOVE SPACES TO out-value.
           MOVE ft-length(field-idx) TO out-length.
           IF out-length > 132
               MOVE 132 TO out-length
           END-IF.
           IF ft-start(field-idx) + ft-length(field-idx) - 1 >
                   record-length
               EXIT PARAGRAPH
           END-IF.
           MOVE sw-record(ft-start(field-idx):out-length)
               TO out-value.
           MOVE ft-name(field-idx) TO fm-name.
           MOVE out-value TO fm-value.
           MOVE out-length TO fm-length.
           CALL "Field_Mask" USING fm-function, fm-name, fm-value,
               fm-length, fm-result.
           IF fm-result = "M"
               MOVE fm-value TO out-value
           END-IF.

       Write-Report-Row.
           MOVE 1 TO line-pos.
           PERFORM VARYING out-idx FROM 1 BY 1
                   UNTIL out-idx > out-entries
               PERFORM Get-Out-Value
               IF line-pos + ot-width(out-idx) - 1 NOT > 132
                   MOVE out-value TO
                       pw-line(line-pos:ot-width(out-idx))
               END-IF
               ADD ot-width(out-idx) 1 TO line-pos
           END-PERFORM.
           PERFORM Print-Line.

       Write-CSV-Row.
      *    A value holding a comma or a quote is quoted, its quotes
      *    doubled.
           MOVE SPACES TO csv-line.
           MOVE 1 TO csv-ptr.
           PERFORM VARYING out-idx FROM 1 BY 1
                   UNTIL out-idx > out-entries
               PERFORM Get-Out-Value
               IF out-idx > 1
                   STRING "," DELIMITED BY SIZE
                       INTO csv-line WITH POINTER csv-ptr
               END-IF
               MOVE 0 TO quote-count
               INSPECT out-value TALLYING quote-count
                   FOR ALL "," ALL QUOTE
               IF quote-count = 0
                   STRING FUNCTION TRIM(out-value) DELIMITED BY SIZE
                       INTO csv-line WITH POINTER csv-ptr
               ELSE
                   PERFORM Write-Quoted-Value
               END-IF
           END-PERFORM.
           WRITE csv-line.

       Write-Quoted-Value.
           STRING QUOTE DELIMITED BY SIZE
               INTO csv-line WITH POINTER csv-ptr.
           PERFORM VARYING line-pos FROM 1 BY 1
                   UNTIL line-pos > out-length
               IF out-value(line-pos:1) = QUOTE
                   STRING QUOTE DELIMITED BY SIZE
                       INTO csv-line WITH POINTER csv-ptr
               END-IF
               STRING out-value(line-pos:1) DELIMITED BY SIZE
                   INTO csv-line WITH POINTER csv-ptr
           END-PERFORM.
      *    Trailing blanks of the fixed-width field are not data.
           PERFORM UNTIL csv-ptr = 1 OR
                   csv-line(csv-ptr - 1:1) NOT = SPACE
               SUBTRACT 1 FROM csv-ptr
           END-PERFORM.
           STRING QUOTE DELIMITED BY SIZE
               INTO csv-line WITH POINTER csv-ptr.

       Open-Output.
           IF output-kind = "C"
               OPEN OUTPUT csv-file
               MOVE SPACES TO csv-line
               MOVE 1 TO csv-ptr
               PERFORM VARYING out-idx FROM 1 BY 1
                       UNTIL out-idx > out-entries
                   IF out-idx > 1
                       STRING "," DELIMITED BY SIZE
                           INTO csv-line WITH POINTER csv-ptr
                   END-IF
                   MOVE ot-field(out-idx) TO field-idx
                   STRING FUNCTION TRIM(ft-name(field-idx))
                       DELIMITED BY SIZE
                       INTO csv-line WITH POINTER csv-ptr
               END-PERFORM
               WRITE csv-line
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO pw-title.
           IF criteria-filename = SPACES
               MOVE "Ad-Hoc Query - every record" TO pw-title
           ELSE
               STRING "Ad-Hoc Query - "
                   FUNCTION TRIM(criteria-filename)
                   DELIMITED BY SIZE INTO pw-title
           END-IF.
           MOVE output-filename TO pw-filename.
           MOVE "O" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.
           STRING "Data file " FUNCTION TRIM(source-file)
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM VARYING crit-idx FROM 1 BY 1
                   UNTIL crit-idx > crit-entries
               MOVE ct-field(crit-idx) TO field-idx
               IF crit-idx = 1
                   MOVE "Where" TO pw-line
               ELSE
                   MOVE ct-join(crit-idx) TO pw-line(3:3)
               END-IF
               STRING ft-name(field-idx) " " ct-op(crit-idx) " "
                   FUNCTION TRIM(ct-value(crit-idx))
                   DELIMITED BY SIZE INTO pw-line(7:)
               PERFORM Print-Line
           END-PERFORM.
           IF sort-field > 0
               STRING "Sorted by " FUNCTION TRIM(ft-name(sort-field))
                   DELIMITED BY SIZE INTO pw-line
               IF sort-order = "D" OR sort-order = "d"
                   MOVE "(descending)" TO pw-line(32:12)
               END-IF
               PERFORM Print-Line
           END-IF.
           PERFORM Print-Line.
      *    Column headings, one column per output field as wide as
      *    the field or its name.
           MOVE 1 TO line-pos.
           PERFORM VARYING out-idx FROM 1 BY 1
                   UNTIL out-idx > out-entries
               MOVE ot-field(out-idx) TO field-idx
               IF line-pos + ot-width(out-idx) - 1 NOT > 132
                   MOVE ft-name(field-idx) TO
                       pw-line(line-pos:ot-width(out-idx))
               ELSE
                   MOVE "Y" TO line-full
               END-IF
               ADD ot-width(out-idx) 1 TO line-pos
           END-PERFORM.
           PERFORM Print-Line.
           IF line-full = "Y"
               DISPLAY "[-] The output fields are wider than the "
                   "report line - the last columns are left off; "
                   "use a CSV extract for them."
           END-IF.

       Close-Output.
           IF output-kind = "C"
               CLOSE csv-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM Print-Line.
           MOVE release-count TO p-count.
           MOVE read-count TO p-count-2.
           STRING "Selected " FUNCTION TRIM(p-count) " of "
               FUNCTION TRIM(p-count-2) " record(s)."
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

      ****************************
      *    Set-up: the layout, the criteria, the output fields.
      ****************************
       Load-Layout.
           OPEN INPUT layout-file.
           IF layout-status NOT = "00" THEN
               DISPLAY "[-] Cannot open the layout file, status "
                   layout-status "."
               CLOSE layout-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ layout-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF field-entries < 50
                           ADD 1 TO field-entries
                           MOVE FUNCTION UPPER-CASE(lay-field-name)
                               TO ft-name(field-entries)
                           MOVE lay-start
                               TO ft-start(field-entries)
                           MOVE lay-length
                               TO ft-length(field-entries)
                           MOVE lay-type
                               TO ft-type(field-entries)
                           MOVE 0 TO ft-decimals(field-entries)
                           IF lay-decimals IS NUMERIC
                               MOVE lay-decimals
                                   TO ft-decimals(field-entries)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE layout-file.
           MOVE "N" TO eof-flag.

       Find-Field.
           MOVE 0 TO hit-idx.
           PERFORM VARYING field-idx FROM 1 BY 1
                   UNTIL field-idx > field-entries
               IF ft-name(field-idx) = want-name
                   MOVE field-idx TO hit-idx
               END-IF
           END-PERFORM.

       Load-Criteria.
           OPEN INPUT criteria-file.
           IF criteria-status NOT = "00" THEN
               DISPLAY "[-] Cannot open the criteria file, status "
                   criteria-status "."
               MOVE "Y" TO criteria-error
               CLOSE criteria-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ criteria-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF criteria-record NOT = SPACES AND
                               cr-join(1:1) NOT = "*"
                           PERFORM Resolve-Criterion
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE criteria-file.
           MOVE "N" TO eof-flag.

       Resolve-Criterion.
           IF crit-entries NOT < 20
               DISPLAY "[-] More than 20 criteria."
               MOVE "Y" TO criteria-error
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(cr-field) TO want-name.
           PERFORM Find-Field.
           IF hit-idx = 0
               DISPLAY "[-] Criteria field '" FUNCTION TRIM(cr-field)
                   "' is not in the layout."
               MOVE "Y" TO criteria-error
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO crit-entries.
           MOVE hit-idx TO ct-field(crit-entries).
           MOVE FUNCTION UPPER-CASE(cr-join) TO ct-join(crit-entries).
           IF ct-join(crit-entries) = SPACES
               MOVE "AND" TO ct-join(crit-entries)
           END-IF.
           IF ct-join(crit-entries) NOT = "AND" AND
                   ct-join(crit-entries) NOT = "OR"
               DISPLAY "[-] '" cr-join "' is not AND or OR."
               MOVE "Y" TO criteria-error
           END-IF.
           MOVE FUNCTION UPPER-CASE(cr-op) TO ct-op(crit-entries).
           IF ct-op(crit-entries) NOT = "EQ" AND
                   ct-op(crit-entries) NOT = "NE" AND
                   ct-op(crit-entries) NOT = "LT" AND
                   ct-op(crit-entries) NOT = "LE" AND
                   ct-op(crit-entries) NOT = "GT" AND
                   ct-op(crit-entries) NOT = "GE" AND
                   ct-op(crit-entries) NOT = "CT"
               DISPLAY "[-] '" cr-op "' is not an operator (EQ NE "
                   "LT LE GT GE CT)."
               MOVE "Y" TO criteria-error
           END-IF.
           MOVE cr-value TO ct-value(crit-entries).
           MOVE 0 TO ct-value-len(crit-entries).
           IF cr-value NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(cr-value TRAILING))
                   TO ct-value-len(crit-entries)
           END-IF.
           MOVE 0 TO ct-number(crit-entries).
           IF ft-type(hit-idx) = "9" AND ct-op(crit-entries)
                   NOT = "CT"
               IF FUNCTION TEST-NUMVAL(cr-value) NOT = 0
                   DISPLAY "[-] '" FUNCTION TRIM(cr-value)
                       "' is not a number for numeric field "
                       FUNCTION TRIM(ft-name(hit-idx)) "."
                   MOVE "Y" TO criteria-error
               ELSE
                   COMPUTE ct-number(crit-entries) =
                       FUNCTION NUMVAL(cr-value)
               END-IF
           END-IF.
      *    Selecting on a field the operator may not see would
      *    answer the question the mask exists to hide.
           MOVE ft-name(hit-idx) TO fm-name.
           MOVE SPACES TO fm-value.
           MOVE 1 TO fm-length.
           CALL "Field_Mask" USING fm-function, fm-name, fm-value,
               fm-length, fm-result.
           IF fm-result = "M"
               DISPLAY "[-] Field " FUNCTION TRIM(ft-name(hit-idx))
                   " is masked for you - it cannot be selected on."
               MOVE "Y" TO criteria-error
           END-IF.

       Resolve-Output-Fields.
           IF out-list = SPACES
               PERFORM VARYING field-idx FROM 1 BY 1
                       UNTIL field-idx > field-entries
                          OR out-entries NOT < 20
                   ADD 1 TO out-entries
                   MOVE field-idx TO ot-field(out-entries)
                   PERFORM Set-Column-Width
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO list-ptr.
           PERFORM UNTIL list-ptr > 200
               MOVE SPACES TO one-name
               UNSTRING out-list DELIMITED BY ","
                   INTO one-name WITH POINTER list-ptr
               END-UNSTRING
               IF one-name NOT = SPACES
                   PERFORM Resolve-One-Output
               END-IF
           END-PERFORM.

       Resolve-One-Output.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(one-name))
               TO want-name.
           PERFORM Find-Field.
           IF hit-idx = 0
               DISPLAY "[-] Output field '" FUNCTION TRIM(one-name)
                   "' is not in the layout - left out."
               EXIT PARAGRAPH
           END-IF.
           IF out-entries NOT < 20
               DISPLAY "[-] More than 20 output fields - '"
                   FUNCTION TRIM(one-name) "' left out."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO out-entries.
           MOVE hit-idx TO ot-field(out-entries).
           MOVE hit-idx TO field-idx.
           PERFORM Set-Column-Width.

       Set-Column-Width.
      *    As wide as the field (at most 30) or its name.
           MOVE ft-length(field-idx) TO out-length.
           IF out-length > 30
               MOVE 30 TO out-length
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(ft-name(field-idx)))
                   > out-length
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ft-name(field-idx)))
                   TO out-length
           END-IF.
           MOVE out-length TO ot-width(out-entries).

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Layout_Query.
