      *       status      PIC X       P pending / A approved /
      *                               R rejected
      *       entered     PIC 9(8)    business date keyed
      *       type        PIC X       V vacation / S sick /
      *                               U unpaid (no balance; the
      *                               salaried gross is reduced
      *                               by Payroll_Register)
      *       override    PIC X(30)   reason given on Leave_Approval
      *                               for approving below the
      *                               department's minimum staffing
      *       keyed-by    PIC X(20)   OPERATOR_NAME who keyed it
      *       decided-by  PIC X(20)   who approved or rejected it
      *       decided-date PIC 9(8)   and the business date, both
      *                               set on Leave_Approval (old
      *                               rows carry spaces/zeros; the
      *                               Segregation_Report
      *                               reads them)
      *
      *    The employee-id is validated against the personnel
      *    master as it is keyed - a fat-fingered id is caught here,
      *    not on the month-end report.
      *
      *    An employee id keyed must carry a good check digit
      *    (see Check_Digit) under EMPLOYEE_ID_CHECK=ENFORCE; the
      *    default, WARN, only warns.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  rq-status      PIC X.
           05  rq-entered     PIC 9(8).
           05  rq-type        PIC X.
           05  rq-override    PIC X(30).
           05  rq-keyed-by    PIC X(20).
           05  rq-decided-by  PIC X(20).
           05  rq-decided-date PIC 9(8).

       WORKING-STORAGE SECTION.
       01  personnel-status PIC XX.
       01  business-date   PIC 9(8).
       01  operator-name   PIC X(20).
       01  want-id         PIC X(6).
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  id-check-ok     PIC X.
       01  input-date      PIC X(8).
       01  input-days      PIC X(5).
       01  days-value      PIC 9(2)v9(1).

           DISPLAY "[+] Leave Request Entry".
           DISPLAY "=======================".
           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           IF operator-name = SPACES
               DISPLAY "[+] Operator name?"
               ACCEPT operator-name
           END-IF.
           CALL "Get_Business_Date" USING business-date.

           OPEN I-O personnel-file.
       Enter-One-Request.
           DISPLAY "[+] Employee id?".
           ACCEPT want-id.
           PERFORM Check-Employee-Id.
           IF id-check-ok NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO found-flag.
           MOVE want-id TO employee-id IN personnel-record.
           READ personnel-file

      *    Vacation and sick are separate balances (see
      *    Leave_Accrual_Batch) - the type travels with the
      *    request from here on. Unpaid leave has no balance; it
      *    comes off the pay instead.
           DISPLAY "[+] Leave type - (V)acation, (S)ick or "
               "(U)npaid?".
           ACCEPT input-type.
           EVALUATE input-type
               WHEN "S" WHEN "s"
                   MOVE "S" TO rq-type
               WHEN "U" WHEN "u"
                   MOVE "U" TO rq-type
               WHEN OTHER
                   MOVE "V" TO rq-type
           END-EVALUATE.

           MOVE want-id TO rq-employee-id.
           MOVE input-date TO rq-start.
           MOVE days-value TO rq-days.
           MOVE "P" TO rq-status.
           MOVE business-date TO rq-entered.
           MOVE SPACES TO rq-override.
           MOVE operator-name TO rq-keyed-by.
           MOVE SPACES TO rq-decided-by.
           MOVE ZERO TO rq-decided-date.
           WRITE request-record.
           ADD 1 TO entered-count.
           DISPLAY "[+] Request recorded as pending.".

       Check-Employee-Id.
      *    A mistyped id that hits another real employee would
      *    land on the wrong person (see Check_Digit).
           MOVE want-id TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           MOVE "Y" TO id-check-ok.
           EVALUATE cd-result
               WHEN "Y"
                   CONTINUE
               WHEN "W"
                   DISPLAY "[-] Warning: employee id " want-id
                       " fails its check digit."
               WHEN OTHER
                   DISPLAY "[-] Employee id '" want-id "' fails its "
                       "check digit - mistyped?"
                   MOVE "N" TO id-check-ok
           END-EVALUATE.

       END PROGRAM Leave_Request_Entry.
