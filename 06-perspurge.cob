       01  purged-count    PIC 9(6) VALUE 0.
       01  pj-action       PIC X(6).
       01  pj-program      PIC X(20) VALUE "Personnel_Purge".
       01  pj-before       PIC X(162).
       01  pj-after        PIC X(162).
       01  rk-action       PIC X.
       01  rk-user-id      PIC X(10).
       01  rk-needed       PIC X(8) VALUE "ADMIN".
