       01  pw-title        PIC X(60) VALUE "Department Roster Report".
       01  pw-filename     PIC X(255) VALUE "deptroster.rpt".
       01  pw-line         PIC X(132).
      *    Run parameters (see Run_Parameter).
       01  rp-job-name     PIC X(20) VALUE "Dept_Roster".
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       PROCEDURE DIVISION.

           MOVE "INCLUDE_TERMINATED" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO include-terminated.

           SORT sort-work-file
               ON ASCENDING KEY department IN sort-set
