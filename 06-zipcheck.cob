       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Zip_Check.
      ****************************
      *    Shared subprogram checking a ZIP code, and the city keyed
      *    with it, against the ZIP reference file zipref.dat - the
      *    postal side of Address_Standardizer: the standardizer
      *    fixes the spelling, this says whether the ZIP exists and
      *    belongs to that city (Mailing_Labels loses the presort
      *    discount on every one that does not).
      *
      *    The reference zipref.dat (INDEXED, loaded from the postal
      *    service's file by Zip_Ref_Load), one row per ZIP and
      *    city name the postal service accepts for it:
      *       zip        PIC X(5)
      *       city       PIC X(28)  upper case  } record key
      *       state      PIC X(2)
      *       preferred  PIC X      "Y" the postal service's
      *                             preferred name for the ZIP
      *
      *    A ZIP+4 ("12345-6789") is checked on its first five
      *    digits; cities compare ignoring case.
      *
      *    Arguments:
      *       zc-zip       : input, the ZIP as keyed
      *       zc-city      : input, the city as keyed
      *       zc-result    : output
      *                      "Y" the ZIP exists and the city is one
      *                          of its names
      *                      "M" the ZIP exists, the city is not
      *                          one of its names
      *                      "U" the ZIP is not on the reference
      *                      "F" not a ZIP at all (five digits,
      *                          optionally -nnnn)
      *                      "N" no zipref.dat yet - the callers
      *                          take every ZIP, the Dept_Check
      *                          convention
      *       zc-ref-city  : output, the preferred city for the ZIP
      *                      (spaces when unknown), the suggestion
      *                      offered on a mismatch
      *       zc-ref-state : output, its state
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT zip-file ASSIGN TO "zipref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS zr-key
               FILE STATUS IS zip-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  zip-file.
       01  zip-record.
           05  zr-key.
               10  zr-zip       PIC X(5).
               10  zr-city      PIC X(28).
           05  zr-state         PIC X(2).
           05  zr-preferred     PIC X.

       WORKING-STORAGE SECTION.
       01  zip-status      PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  want-zip        PIC X(5).
       01  want-city       PIC X(28).

       LINKAGE SECTION.
       01  zc-zip          PIC X(10).
       01  zc-city         PIC X(30).
       01  zc-result       PIC X.
       01  zc-ref-city     PIC X(28).
       01  zc-ref-state    PIC X(2).
      ****************************
       PROCEDURE DIVISION USING zc-zip, zc-city, zc-result,
               zc-ref-city, zc-ref-state.

           MOVE SPACES TO zc-ref-city.
           MOVE SPACES TO zc-ref-state.
           MOVE zc-zip(1:5) TO want-zip.
           MOVE FUNCTION UPPER-CASE(zc-city) TO want-city.
           IF want-zip NOT NUMERIC OR
                   (zc-zip(6:5) NOT = SPACES AND
                   (zc-zip(6:1) NOT = "-" OR
                    zc-zip(7:4) NOT NUMERIC))
               MOVE "F" TO zc-result
               EXIT PROGRAM
           END-IF.

           OPEN INPUT zip-file.
           IF zip-status NOT = "00" THEN
               MOVE "N" TO zc-result
               CLOSE zip-file
               EXIT PROGRAM
           END-IF.

      *    Every city name on file for the ZIP, from the first.
           MOVE "U" TO zc-result.
           MOVE "N" TO eof-flag.
           MOVE want-zip TO zr-zip.
           MOVE LOW-VALUES TO zr-city.
           START zip-file KEY IS NOT LESS THAN zr-key
               INVALID KEY SET eof-reached TO TRUE
           END-START.
           PERFORM UNTIL eof-reached
               READ zip-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF zr-zip NOT = want-zip
                           SET eof-reached TO TRUE
                       ELSE
                           PERFORM Note-City
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE zip-file.

           EXIT PROGRAM.

       Note-City.
           IF zc-result = "U"
               MOVE "M" TO zc-result
           END-IF.
           IF zr-city = want-city
               MOVE "Y" TO zc-result
           END-IF.
           IF zc-ref-city = SPACES OR zr-preferred = "Y"
               MOVE zr-city TO zc-ref-city
               MOVE zr-state TO zc-ref-state
           END-IF.

       END PROGRAM Zip_Check.
