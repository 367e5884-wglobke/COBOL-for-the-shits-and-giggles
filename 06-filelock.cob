       01  fl-lock-name    PIC X(20).
       01  fl-program      PIC X(20).
       01  fl-status       PIC X.
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       PROCEDURE DIVISION USING fl-action, fl-lock-name,
               fl-program, fl-status.
                   AT END CONTINUE
               END-READ
               CLOSE lock-file
               MOVE "LOCK_OVERRIDE" TO rp-name
               CALL "Run_Parameter" USING rp-function, fl-program,
                   rp-name, rp-value, rp-result
               MOVE rp-value TO override-flag
               IF override-flag = "Y" OR override-flag = "y"
                   DISPLAY "[+] Overriding stale lock on "
                       FUNCTION TRIM(fl-lock-name) " held by "
