       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Check_Amount_Words.
      ****************************
      *    Shared subprogram (same CALL pattern as Deduction_Calc)
      *    spelling a check amount out in words the way the bank
      *    expects it on the face of the check, e.g. "TWELVE
      *    THOUSAND THREE HUNDRED FORTY-FIVE AND 67/100 DOLLARS".
      *    Check_Print cuts the regular run's checks with it and
      *    Check_Void_Reissue its replacement checks, so an
      *    original and its replacement always read alike.
      *
      *    Arguments:
      *       cw-amount : input, the check amount (up to
      *                   9,999,999.99)
      *       cw-words  : output, the amount in words
      ****************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  ones-words.
           05  FILLER PIC X(9) VALUE "ONE".
           05  FILLER PIC X(9) VALUE "TWO".
           05  FILLER PIC X(9) VALUE "THREE".
           05  FILLER PIC X(9) VALUE "FOUR".
           05  FILLER PIC X(9) VALUE "FIVE".
           05  FILLER PIC X(9) VALUE "SIX".
           05  FILLER PIC X(9) VALUE "SEVEN".
           05  FILLER PIC X(9) VALUE "EIGHT".
           05  FILLER PIC X(9) VALUE "NINE".
           05  FILLER PIC X(9) VALUE "TEN".
           05  FILLER PIC X(9) VALUE "ELEVEN".
           05  FILLER PIC X(9) VALUE "TWELVE".
           05  FILLER PIC X(9) VALUE "THIRTEEN".
           05  FILLER PIC X(9) VALUE "FOURTEEN".
           05  FILLER PIC X(9) VALUE "FIFTEEN".
           05  FILLER PIC X(9) VALUE "SIXTEEN".
           05  FILLER PIC X(9) VALUE "SEVENTEEN".
           05  FILLER PIC X(9) VALUE "EIGHTEEN".
           05  FILLER PIC X(9) VALUE "NINETEEN".
       01  ones-table REDEFINES ones-words.
           05  ones-entry PIC X(9) OCCURS 19.
       01  tens-words.
           05  FILLER PIC X(7) VALUE "TWENTY".
           05  FILLER PIC X(7) VALUE "THIRTY".
           05  FILLER PIC X(7) VALUE "FORTY".
           05  FILLER PIC X(7) VALUE "FIFTY".
           05  FILLER PIC X(7) VALUE "SIXTY".
           05  FILLER PIC X(7) VALUE "SEVENTY".
           05  FILLER PIC X(7) VALUE "EIGHTY".
           05  FILLER PIC X(7) VALUE "NINETY".
       01  tens-table REDEFINES tens-words.
           05  tens-entry PIC X(7) OCCURS 8.
       01  words-ptr       PIC 999.
       01  whole-part      PIC 9(7).
       01  cents-part      PIC 99.
       01  group-value     PIC 999.
       01  group-digit     PIC 9.
       01  group-rest      PIC 99.
       01  millions-part   PIC 9.
       01  thousands-part  PIC 999.
       01  hundreds-part   PIC 999.

       LINKAGE SECTION.
       01  cw-amount       PIC S9(7)v9(2).
       01  cw-words        PIC X(110).
      ****************************
       PROCEDURE DIVISION USING cw-amount, cw-words.

           MOVE cw-amount TO whole-part.
           COMPUTE cents-part = (cw-amount - whole-part) * 100.
           MOVE SPACES TO cw-words.
           MOVE 1 TO words-ptr.
           IF whole-part = 0
               STRING "ZERO " DELIMITED BY SIZE INTO cw-words
                   WITH POINTER words-ptr
           END-IF.
           COMPUTE millions-part = whole-part / 1000000.
           COMPUTE thousands-part =
               FUNCTION MOD(whole-part, 1000000) / 1000.
           COMPUTE hundreds-part = FUNCTION MOD(whole-part, 1000).
           IF millions-part > 0
               MOVE millions-part TO group-value
               PERFORM Spell-Group
               STRING "MILLION " DELIMITED BY SIZE
                   INTO cw-words WITH POINTER words-ptr
           END-IF.
           IF thousands-part > 0
               MOVE thousands-part TO group-value
               PERFORM Spell-Group
               STRING "THOUSAND " DELIMITED BY SIZE
                   INTO cw-words WITH POINTER words-ptr
           END-IF.
           IF hundreds-part > 0
               MOVE hundreds-part TO group-value
               PERFORM Spell-Group
           END-IF.
           STRING "AND " cents-part "/100 DOLLARS"
               DELIMITED BY SIZE INTO cw-words
               WITH POINTER words-ptr.

           EXIT PROGRAM.

       Spell-Group.
      *    Spell 1-999 and append to cw-words.
           COMPUTE group-digit = group-value / 100.
           COMPUTE group-rest = FUNCTION MOD(group-value, 100).
           IF group-digit > 0
               STRING FUNCTION TRIM(ones-entry(group-digit))
                   " HUNDRED " DELIMITED BY SIZE
                   INTO cw-words WITH POINTER words-ptr
           END-IF.
           IF group-rest >= 20
               COMPUTE group-digit = group-rest / 10 - 1
               COMPUTE group-rest = FUNCTION MOD(group-rest, 10)
               IF group-rest > 0
                   STRING FUNCTION TRIM(tens-entry(group-digit))
                       "-" FUNCTION TRIM(ones-entry(group-rest))
                       " " DELIMITED BY SIZE
                       INTO cw-words WITH POINTER words-ptr
               ELSE
                   STRING FUNCTION TRIM(tens-entry(group-digit))
                       " " DELIMITED BY SIZE
                       INTO cw-words WITH POINTER words-ptr
               END-IF
           ELSE
               IF group-rest > 0
                   STRING FUNCTION TRIM(ones-entry(group-rest))
                       " " DELIMITED BY SIZE
                       INTO cw-words WITH POINTER words-ptr
               END-IF
           END-IF.

       END PROGRAM Check_Amount_Words.
