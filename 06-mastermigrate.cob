      *          figure: one twelfth per month, December taking
      *          the rounding remainder.
      *
      *       4. personnel.dat grew again, from 160 to 162 bytes
      *          (company-code, see Company_Lookup): a 160-byte
      *          master is unloaded and reloaded the same way (a
      *          154-byte one goes straight to 162), the new code
      *          left blank - the home company, which every
      *          employee was before the second legal entity. The
      *          personnel journal pershist.dat carries two master
      *          images per entry, so when the master is migrated
      *          the journal is rewritten with each image padded
      *          to the new length (old journal survives as
      *          pershist.dat.premigrate) and Journal_Verify still
      *          proves the chain against the migrated master.
      *
      *    Counts are proved before the swap, and a file already
      *    in the new layout migrates to itself untouched. The
      *    run needs the ADMIN role (see Role_Check) and takes
               ALTERNATE RECORD KEY IS old-department
                   WITH DUPLICATES
               FILE STATUS IS old-status.
           SELECT prior-personnel ASSIGN TO "personnel.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pr-employee-id
               ALTERNATE RECORD KEY IS pr-department
                   WITH DUPLICATES
               FILE STATUS IS old-status.
           SELECT new-personnel ASSIGN TO "personnel.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS lb-employee-id
               FILE STATUS IS new-status.
           SELECT old-journal ASSIGN TO "pershist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS old-status.
           SELECT new-journal ASSIGN TO "pershist.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS new-status.
           SELECT budget-file ASSIGN TO "deptbudget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS old-status.
           05  old-hourly-rate PIC 9(3)v9(2).
           05  old-manager-id  PIC X(6).

      *    The 160-byte layout as it stood before company-code.
       FD  prior-personnel.
       01  prior-personnel-record.
           05  pr-employee-id  PIC X(6).
           05  FILLER          PIC X(90).
           05  pr-department   PIC X(20).
           05  FILLER          PIC X(44).

       FD  new-personnel.
       COPY "02-personnel.cpy".

      *    A journal entry as it stood with 160-byte images.
       FD  old-journal.
       01  old-journal-record.
           05  oj-heading  PIC X(42).
           05  oj-before   PIC X(160).
           05  oj-after    PIC X(160).
           05  oj-operator PIC X(20).

       FD  new-journal.
       01  new-journal-record.
           05  nj-heading  PIC X(42).
           05  nj-before   PIC X(162).
           05  nj-after    PIC X(162).
           05  nj-operator PIC X(20).

      *    The leave balance as it stood before the sick balance.
       FD  old-balance.
       01  old-balance-record.
       01  month-idx       PIC 99.
       01  month-share     PIC 9(9)v9(2).
       01  converted-count PIC 9(4) VALUE 0.
       01  personnel-migrated PIC X VALUE "N".
       01  copied-count    PIC 9(4) VALUE 0.
       01  old-name        PIC X(255).
       01  new-name        PIC X(255).
           END-IF.

           PERFORM Migrate-Personnel.
           IF personnel-migrated = "Y"
               PERFORM Migrate-Journal
           END-IF.
           PERFORM Migrate-Balances.
           PERFORM Migrate-Budget.

       Migrate-Personnel.
           MOVE 0 TO read-count write-count.
           MOVE "N" TO eof-flag.
      *    Most sites are one layout behind: try the 160-byte
      *    layout first, then the 154-byte one.
           OPEN INPUT prior-personnel.
           IF old-status = "00" THEN
               PERFORM Migrate-Prior-Personnel
               EXIT PARAGRAPH
           END-IF.
           CLOSE prior-personnel.
           OPEN INPUT old-personnel.
           IF old-status = "39" THEN
      *        The file already carries the new record length.
      *                from here.
                       MOVE SPACES TO job-code
                       MOVE SPACES TO work-location
                       MOVE SPACES TO company-code
                       WRITE personnel-record
                       ADD 1 TO write-count
               END-READ
           END-PERFORM.
           CLOSE old-personnel.
           CLOSE new-personnel.
           PERFORM Swap-Personnel.

       Migrate-Prior-Personnel.
           OPEN OUTPUT new-personnel.
           PERFORM UNTIL eof-reached
               READ prior-personnel
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO read-count
      *                Blank company-code: the home company.
                       MOVE SPACES TO personnel-record
                       MOVE prior-personnel-record
                           TO personnel-record(1:160)
                       WRITE personnel-record
                       ADD 1 TO write-count
               END-READ
           END-PERFORM.
           CLOSE prior-personnel.
           CLOSE new-personnel.
           PERFORM Swap-Personnel.

       Swap-Personnel.
           IF read-count NOT = write-count
               DISPLAY "[-] personnel.dat: read " read-count
                   " but wrote " write-count
           DISPLAY "[+] personnel.dat migrated: " write-count
               " record(s); the old file survives as "
               "personnel.dat.premigrate.".
           MOVE "Y" TO personnel-migrated.

       Migrate-Journal.
      *    Each entry's two images padded from 160 to 162 bytes;
      *    the padding is the blank company-code the migrated
      *    master carries, so the chain still proves.
           MOVE 0 TO read-count write-count.
           MOVE "N" TO eof-flag.
           OPEN INPUT old-journal.
           IF old-status NOT = "00" THEN
               DISPLAY "[+] No pershist.dat to migrate."
               CLOSE old-journal
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT new-journal.
           PERFORM UNTIL eof-reached
               READ old-journal
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       ADD 1 TO read-count
                       MOVE oj-heading TO nj-heading
                       MOVE oj-before TO nj-before
                       MOVE oj-after TO nj-after
                       MOVE oj-operator TO nj-operator
                       WRITE new-journal-record
                       ADD 1 TO write-count
               END-READ
           END-PERFORM.
           CLOSE old-journal.
           CLOSE new-journal.
           IF read-count NOT = write-count
               DISPLAY "[-] pershist.dat: read " read-count
                   " but wrote " write-count
                   " - SWAP REFUSED, old journal left in place."
               EXIT PARAGRAPH
           END-IF.
           MOVE "pershist.dat" TO old-name.
           MOVE "pershist.dat.premigrate" TO new-name.
           CALL "CBL_RENAME_FILE" USING old-name, new-name
               RETURNING rename-status
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE "pershist.new" TO old-name.
           MOVE "pershist.dat" TO new-name.
           CALL "CBL_RENAME_FILE" USING old-name, new-name
               RETURNING rename-status
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "[+] pershist.dat migrated: " write-count
               " entry(ies); the old journal survives as "
               "pershist.dat.premigrate.".

       Migrate-Balances.
           MOVE 0 TO read-count write-count.
