      *    on disk, the line-terminator length (1 for LINE
      *    SEQUENTIAL files, 0 for record sequential), and how many
      *    records to browse.
      *
      *    A field the masking rule names as sensitive (salary,
      *    hourly rate, bank account - see Field_Mask) is shown
      *    masked unless the operator's role may see it; a clear
      *    view is logged.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  record-number   PIC 9(4) VALUE 0.
       01  field-value     PIC X(80).
       01  flag-count      PIC 9(5) VALUE 0.
      *    Masking of sensitive fields (see Field_Mask).
       01  fm-function     PIC X(3) VALUE "FLD".
       01  fm-name         PIC X(60).
       01  fm-value        PIC X(132).
       01  fm-length       PIC 9(4).
       01  fm-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

           END-IF.
           MOVE my-buffer(ft-start(field-idx):ft-length(field-idx))
               TO field-value.
           MOVE ft-name(field-idx) TO fm-name.
           MOVE field-value TO fm-value.
           MOVE ft-length(field-idx) TO fm-length.
           IF fm-length > 80
               MOVE 80 TO fm-length
           END-IF.
           CALL "Field_Mask" USING fm-function, fm-name, fm-value,
               fm-length, fm-result.
           IF fm-result = "M"
               DISPLAY "   " ft-name(field-idx) " = '"
                   fm-value(1:fm-length) "'  (masked)"
               EXIT PARAGRAPH
           END-IF.
           IF ft-type(field-idx) = "9" AND
                   field-value(1:ft-length(field-idx))
                   NOT NUMERIC
