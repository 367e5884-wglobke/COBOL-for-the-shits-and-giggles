      *    the classic offset / hex bytes / ASCII layout, reusing
      *    fread_cob (see 05-fread.cob, also used by Stream_File) to
      *    do the actual file reading.
      *
      *    A data file the masking rule names as sensitive (the
      *    master, bank details, pay history - see Field_Mask) is
      *    dumped with every digit masked, in both the hex and the
      *    ASCII columns, unless the operator's role may see it in
      *    clear; a clear dump is logged.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  col-idx             PIC 99.
       01  one-byte        PIC X.
       01  one-hex         PIC X(2).
      *    Masking of sensitive data files (see Field_Mask).
       01  fm-function     PIC X(3) VALUE "DAT".
       01  fm-name         PIC X(60).
       01  fm-value        PIC X(132).
       01  fm-length       PIC 9(4) VALUE 0.
       01  fm-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

                       " bytes available."
               STOP RUN
           END-IF.
           MOVE source-file TO fm-name.
           CALL "Field_Mask" USING fm-function, fm-name, fm-value,
               fm-length, fm-result.
           IF fm-result = "M" THEN
               DISPLAY "[+] Digits masked - your role may not see "
                       "this file in clear."
           END-IF.
           DISPLAY "---".

           OPEN INPUT stream-file.
                   MOVE my-buffer-byte(row-start + col-idx - 1)
                       TO one-byte
                   MOVE FUNCTION HEX-OF(one-byte) TO one-hex
                   IF fm-result = "M" AND one-byte IS NUMERIC
                       MOVE "**" TO one-hex
                       MOVE "*" TO one-byte
                   END-IF
                   MOVE one-hex TO hex-part(hex-pos:2)
                   ADD 3 TO hex-pos
                   IF one-byte >= " " AND one-byte <= "~"
