       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Case_Lookup.
      ****************************
      *    Shared lookup of one employee's HR cases not yet closed
      *    on hrcases.dat (see Case_Maint and 06-hrcase.cpy), so a
      *    screen that pulls the employee up can flag them.
      *    The file is read afresh on every call - a case opened a
      *    minute ago shows at once. No case file on disk answers
      *    zero.
      *
      *    Arguments:
      *       cs-employee-id : input
      *       cs-open-count  : output, cases open or waiting
      *       cs-oldest-date : output, the oldest such case's
      *                        opened date (zero when none)
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT case-file ASSIGN TO "hrcases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hc-key
               FILE STATUS IS case-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  case-file.
       COPY "06-hrcase.cpy".

       WORKING-STORAGE SECTION.
       01  case-status     PIC XX.
       01  eof-flag        PIC X.
           88  eof-reached VALUE "Y".

       LINKAGE SECTION.
       01  cs-employee-id  PIC X(6).
       01  cs-open-count   PIC 9(3).
       01  cs-oldest-date  PIC 9(8).
      ****************************
       PROCEDURE DIVISION USING cs-employee-id, cs-open-count,
               cs-oldest-date.

           MOVE 0 TO cs-open-count.
           MOVE 0 TO cs-oldest-date.
           OPEN INPUT case-file.
           IF case-status NOT = "00" THEN
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO eof-flag.
           MOVE cs-employee-id TO hc-employee-id.
           MOVE 0 TO hc-case-no.
           START case-file KEY IS >= hc-key
               INVALID KEY
                   SET eof-reached TO TRUE
           END-START.
           PERFORM UNTIL eof-reached
               READ case-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF hc-employee-id NOT = cs-employee-id
                           SET eof-reached TO TRUE
                       ELSE
                           IF hc-not-closed
                               ADD 1 TO cs-open-count
                               IF cs-oldest-date = 0 OR
                                       hc-opened-date < cs-oldest-date
                                   MOVE hc-opened-date
                                       TO cs-oldest-date
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE case-file.
           EXIT PROGRAM.

       END PROGRAM Case_Lookup.
