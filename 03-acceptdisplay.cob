       01  dc-department       PIC X(20).
       01  as-changed          PIC X.
       01  manager-id-input    PIC X(6).
       01  held-out-record     PIC X(162).
       01  dc-valid-flag       PIC X.
       01  cd-function         PIC X(3) VALUE "NEW".
       01  cd-value            PIC X(10).
       01  cd-bank-code        PIC X(6).
       01  cd-result           PIC X.
       01  pj-action           PIC X(6).
       01  pj-program          PIC X(20) VALUE "Accept_Display".
       01  pj-before           PIC X(162).
       01  pj-after            PIC X(162).
       01  full-name           PIC X(50).
       01  parsed-first-name   PIC X(20).
       01  parsed-middle-name  PIC X(20).
               AT LINE 14 COLUMN 2.

      *    Read values for personnel record.
      *    A new id is six digits ending in its check digit (see
      *    Check_Digit); re-prompt until it is one.
           PERFORM TEST AFTER UNTIL cd-result = "Y"
               ACCEPT employee-id IN personnel-record
                   AT LINE 2 COLUMN 14
               MOVE employee-id IN personnel-record TO cd-value
               CALL "Check_Digit" USING cd-function, cd-value,
                   cd-bank-code, cd-result
               IF cd-result NOT = "Y"
                   DISPLAY "[-] Not a valid employee id - six "
                       "digits, the last a check digit."
                       AT LINE 34 COLUMN 2
               END-IF
           END-PERFORM.
           ACCEPT full-name
               WITH REVERSE-VIDEO
               WITH FOREGROUND-COLOR green
