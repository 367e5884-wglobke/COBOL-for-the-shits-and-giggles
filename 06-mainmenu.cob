       01  session-record PIC X(100).

       WORKING-STORAGE SECTION.
       01  menu-table OCCURS 60.
           05  menu-program PIC X(20).
           05  menu-text    PIC X(44).
           05  menu-role    PIC X(8).
       01  menu-entries    PIC 99 VALUE 39.
       01  menu-idx        PIC 99.
       01  menu-choice     PIC 99.
       01  operator-name   PIC X(20).
           MOVE "approve a staged destructive run"
               TO menu-text(25).
           MOVE "OPERATOR"    TO menu-role(25).
           MOVE "Check_Void_Reissue" TO menu-program(26).
           MOVE "void a check and cut its replacement"
               TO menu-text(26).
           MOVE "PAYROLL"     TO menu-role(26).
           MOVE "Expense_Claim_Entry" TO menu-program(27).
           MOVE "key an expense claim for reimbursement"
               TO menu-text(27).
           MOVE "OPERATOR"    TO menu-role(27).
           MOVE "Expense_Approval"   TO menu-program(28).
           MOVE "approve your reports' expense claims"
               TO menu-text(28).
           MOVE "OPERATOR"    TO menu-role(28).
           MOVE "Benefits_Maint"     TO menu-program(29).
           MOVE "benefits enrollment / open enrollment"
               TO menu-text(29).
           MOVE "HR"          TO menu-role(29).
           MOVE "Review_Entry"       TO menu-program(30).
           MOVE "record your reports' performance reviews"
               TO menu-text(30).
           MOVE "OPERATOR"    TO menu-role(30).
           MOVE "Cert_Maint"         TO menu-program(31).
           MOVE "record certifications and renewals"
               TO menu-text(31).
           MOVE "HR"          TO menu-role(31).
           MOVE "Position_Maint"     TO menu-program(32).
           MOVE "approved positions / position control"
               TO menu-text(32).
           MOVE "HR"          TO menu-role(32).
           MOVE "Data_Confirm_Entry" TO menu-program(33).
           MOVE "book returned data-confirmation statements"
               TO menu-text(33).
           MOVE "HR"          TO menu-role(33).
           MOVE "Subject_Access"     TO menu-program(34).
           MOVE "personal-data export (subject access)"
               TO menu-text(34).
           MOVE "HR"          TO menu-role(34).
           MOVE "Run_Param_Maint"    TO menu-program(35).
           MOVE "run parameters (central batch settings)"
               TO menu-text(35).
           MOVE "ADMIN"       TO menu-role(35).
           MOVE "Year_Reopen"        TO menu-program(36).
           MOVE "reopen a closed payroll year"
               TO menu-text(36).
           MOVE "ADMIN"       TO menu-role(36).
           MOVE "Applicant_Maint"    TO menu-program(37).
           MOVE "enter applicants and update their stage"
               TO menu-text(37).
           MOVE "HR"          TO menu-role(37).
           MOVE "Rate_Maint"         TO menu-program(38).
           MOVE "stage future deduction rates and brackets"
               TO menu-text(38).
           MOVE "PAYROLL"     TO menu-role(38).
           MOVE "Case_Maint"         TO menu-program(39).
           MOVE "HR case log - open, update, close cases"
               TO menu-text(39).
           MOVE "OPERATOR"    TO menu-role(39).

           ACCEPT operator-name FROM ENVIRONMENT "OPERATOR_NAME".
           IF operator-name = SPACES
