      *    distribution; the archive copy is what the catalog
      *    reprints from after the next run overwrites it.
      *
      *    A report the masking rule names as sensitive (see
      *    Field_Mask - the pay reports) has its amounts masked
      *    on the working copy unless whoever runs it holds a role
      *    that may see them; the archive copy always stays in
      *    clear, and Report_Catalog masks again on reprint for
      *    whoever asks for it.
      *
      *    Arguments:
      *       pw-action   : "O" open the report (title + filename
      *                     are picked up), "W" write one line,
      *                     "C" close with the end-of-report line,
      *                     "P" start a new page (a report printing
      *                     one page per department)
      *       pw-title    : report title for the page heading
      *       pw-filename : print file to create (on "O")
      *       pw-line     : the line to print (on "W")
       01  detail-count    PIC 9(7) VALUE 0.
       01  p-page          PIC ZZZ9.
       01  p-count         PIC ZZZZZZ9.
      *    Masking of sensitive reports (see Field_Mask).
       01  fm-function     PIC X(3) VALUE "RPT".
       01  fm-name         PIC X(60).
       01  fm-value        PIC X(132).
       01  fm-length       PIC 9(4) VALUE 132.
       01  fm-result       PIC X.

       LINKAGE SECTION.
       01  pw-action   PIC X.
                   IF lines-on-page >= page-size
                       PERFORM Page-Heading
                   END-IF
                   MOVE pw-line TO fm-value
                   MOVE print-filename TO fm-name
                   CALL "Field_Mask" USING fm-function, fm-name,
                       fm-value, fm-length, fm-result
                   MOVE fm-value TO print-record
                   WRITE print-record
                   MOVE pw-line TO archive-record
                   WRITE archive-record
                   ADD 1 TO lines-on-page
                   ADD 1 TO detail-count
               WHEN "P"
               WHEN "p"
                   PERFORM Page-Heading
               WHEN "C"
               WHEN "c"
                   MOVE detail-count TO p-count
