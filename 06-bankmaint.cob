      *    leavebal.dat):
      *       employee-id PIC X(6)
      *       bank-code   PIC X(6)
      *       account     PIC X(10)  all digits, passing the
      *                              bank's modulus rule on
      *                              bankmodulus.dat (see
      *                              Check_Digit) - an impossible
      *                              account is refused here, not
      *                              bounced on bankreturn.dat (a
      *                              bank with no rule on the file
      *                              is taken unvalidated)
      *       active      PIC X      Y = deposits go here;
      *                              anything else pays by check
      *
      *    Personnel_Journal idea kept on its own file so the
      *    personnel journal chain stays provable.
      *
      *    The employee id keyed must carry a good check digit
      *    (Check_Digit, EMPLOYEE_ID_CHECK) as well as be on the
      *    master.
      *
      *    The payroll run splits deposit-versus-check strictly on
      *    this file: no active record here means Check_Print,
      *    full stop.
           88  record-found VALUE "Y".
       01  input-bank      PIC X(6).
       01  input-account   PIC X(10).
       01  account-ok      PIC X.
       01  cd-function     PIC X(3).
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  held-before     PIC X(23).
       01  held-after      PIC X(23).
       01  journal-action  PIC X(6).

           DISPLAY "[+] Employee id?".
           ACCEPT want-id.
           MOVE "EID" TO cd-function.
           MOVE want-id TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           EVALUATE cd-result
               WHEN "Y"
                   CONTINUE
               WHEN "W"
                   DISPLAY "[-] Warning: employee id " want-id
                       " fails its check digit."
               WHEN OTHER
                   DISPLAY "[-] Employee id '" want-id "' fails its "
                       "check digit - mistyped?"
                   GOBACK
           END-EVALUATE.
      *    The id must exist on the personnel master - a bank
      *    record for a ghost pays a ghost.
           OPEN INPUT personnel-file.
               DISPLAY "[-] Account must be ten digits."
               EXIT PARAGRAPH
           END-IF.
      *    The bank's own modulus rule (see Check_Digit).
           MOVE "ACT" TO cd-function.
           MOVE input-account TO cd-value.
           MOVE input-bank TO cd-bank-code.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           EVALUATE cd-result
               WHEN "Y"
                   CONTINUE
               WHEN "U"
                   DISPLAY "[-] Bank code " input-bank " is not on "
                       "the bank modulus table - account taken "
                       "unvalidated."
               WHEN OTHER
                   DISPLAY "[-] Account fails bank " input-bank
                       "'s check-digit rule - account refused."
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "Y" TO account-ok.

       Journal-Change.
