      *
      *    For each rehire the record's status goes back to active,
      *    the termination date is cleared, and the hire-date is
      *    reset to the rehire date. The original hire and
      *    termination dates survive in the journal before-image,
      *    where Service_Date reads them to bridge a short break
      *    into the continuous-service date the leave accrual
      *    tiers use (see Leave_Accrual_Batch). The change is
      *    journaled with action "REHIRE", which Personnel_History
      *    renders as a break-in-service line. The employee's
      *    leave balance is zeroed so accrual starts fresh.
      *
      *    An employee id failing its check digit (see
      *    Check_Digit) is only flagged, while the old ids are in
      *    use; under EMPLOYEE_ID_CHECK=ENFORCE it is skipped as a
      *    mistyped id.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  applied-count   PIC 9(5) VALUE 0.
       01  notfound-count  PIC 9(5) VALUE 0.
       01  notterm-count   PIC 9(5) VALUE 0.
       01  badcheck-count  PIC 9(5) VALUE 0.
       01  cd-function     PIC X(3) VALUE "EID".
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
       01  pj-action       PIC X(6).
       01  pj-program      PIC X(20) VALUE "Rehire_Batch".
       01  pj-before       PIC X(162).
       01  pj-after        PIC X(162).
      ****************************
       PROCEDURE DIVISION.

           DISPLAY "[+] Rehires applied   : " applied-count.
           DISPLAY "[+] Not terminated    : " notterm-count.
           DISPLAY "[+] Not on master     : " notfound-count.
           DISPLAY "[+] Failed check digit: " badcheck-count.

           GOBACK.

       Apply-Rehire.
           MOVE rh-employee-id TO cd-value.
           CALL "Check_Digit" USING cd-function, cd-value,
               cd-bank-code, cd-result.
           EVALUATE cd-result
               WHEN "Y"
                   CONTINUE
               WHEN "W"
                   DISPLAY "[-] Warning: employee id '"
                       rh-employee-id "' fails its check digit."
               WHEN OTHER
                   ADD 1 TO badcheck-count
                   DISPLAY "[-] Employee id '" rh-employee-id
                       "' fails its check digit - transaction "
                       "skipped."
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE rh-employee-id TO employee-id IN personnel-record.
           READ personnel-file
               INVALID KEY
