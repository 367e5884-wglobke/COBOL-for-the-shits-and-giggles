      *    loop with a binary SEARCH ALL (the technique Search.cob
      *    demonstrates). Last-name lookup uses the find-all-
      *    matches style so duplicate surnames all show. Each hit
      *    prints the full formatted record, the salary masked
      *    unless the operator's role may see it (see Field_Mask -
      *    a clear view is logged).
      *
      *    An employee with HR cases still open or waiting is
      *    flagged on the hit (see Case_Lookup), and (C)ases opens
      *    the case log (Case_Maint) for the employee last shown,
      *    so the question behind the lookup gets logged there.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ASCENDING KEY IS te-id
                   INDEXED BY emp-idx.
               05  te-id       PIC X(6).
               05  te-record   PIC X(162).
       01  lookup-mode     PIC X.
       01  want-id         PIC X(6).
       01  want-name       PIC X(20).
       01  match-count     PIC 9(3).
       01  show-salary     PIC $$$,$$$,$$9.99.
       01  last-shown-id   PIC X(6) VALUE SPACES.
      *    Open HR cases (see Case_Lookup).
       01  cs-open-count   PIC 9(3).
       01  cs-oldest-date  PIC 9(8).
      *    Masking of sensitive fields (see Field_Mask).
       01  fm-function     PIC X(3) VALUE "FLD".
       01  fm-name         PIC X(60) VALUE "SALARY".
       01  fm-value        PIC X(132).
       01  fm-length       PIC 9(4).
       01  fm-result       PIC X.
       COPY "02-personnel.cpy" REPLACING ==personnel-record==
           BY ==show-record==.
      ****************************

           PERFORM TEST AFTER UNTIL lookup-mode = "Q" OR
                   lookup-mode = "q"
               DISPLAY "[+] Look up by (I)d, by (N)ame, open the "
                   "(C)ase log, or (Q)uit? "
               ACCEPT lookup-mode
               EVALUATE lookup-mode
                   WHEN "I" WHEN "i"
                       PERFORM Lookup-By-Id
                   WHEN "N" WHEN "n"
                       PERFORM Lookup-By-Name
                   WHEN "C" WHEN "c"
                       PERFORM Open-Case-Log
                   WHEN "Q" WHEN "q"
                       CONTINUE
                   WHEN OTHER
                   FUNCTION TRIM(want-name) "'."
           END-IF.

       Open-Case-Log.
      *    The case log for the employee last shown (see
      *    Case_Maint).
           IF last-shown-id = SPACES
               DISPLAY "[-] Look the employee up first."
           ELSE
               CALL "Case_Maint" USING last-shown-id
           END-IF.

       Show-Hit.
           MOVE te-record(emp-idx) TO show-record.
           MOVE employee-id IN show-record TO last-shown-id.
           MOVE salary IN show-record TO show-salary.
           MOVE show-salary TO fm-value.
           MOVE LENGTH OF show-salary TO fm-length.
           CALL "Field_Mask" USING fm-function, fm-name, fm-value,
               fm-length, fm-result.
           DISPLAY "   -----------------------------------".
           DISPLAY "   Employee ID: "
               employee-id IN show-record.
               FUNCTION TRIM(city IN show-record) " "
               FUNCTION TRIM(zip IN show-record).
           DISPLAY "   Department : " department IN show-record.
           DISPLAY "   Salary     : " fm-value(1:fm-length).
           DISPLAY "   Hire date  : " hire-date IN show-record.
           DISPLAY "   Status     : "
               employment-status IN show-record
               "  Pay type: " pay-type IN show-record.
           CALL "Case_Lookup" USING employee-id IN show-record,
               cs-open-count, cs-oldest-date.
           IF cs-open-count > 0
               DISPLAY "   HR cases   : " cs-open-count
                   " open, the oldest since " cs-oldest-date
                   " - (C)ases to see them"
           END-IF.
