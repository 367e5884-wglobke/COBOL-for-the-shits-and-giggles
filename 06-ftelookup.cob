       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Employee_FTE.
      ****************************
      *    Shared subprogram holding each employee's FTE (full-time
      *    equivalent) percentage, so part-timers are carried at
      *    their full-time salary and prorated wherever pay, leave
      *    or headcount is worked out (same CALL pattern as
      *    Position_Control).
      *
      *    FTE file fte.dat (INDEXED on employee-id, set from the
      *    Personnel_Maint and Onboarding_Entry screens):
      *       employee-id PIC X(6)
      *       percent     PIC 9(3)v99   1.00 - 100.00
      *       changed     PIC 9(8)      date of the last change
      *
      *    An employee with no row is full time (100.00), so the
      *    file only needs rows for part-timers and nothing changes
      *    for anybody until the first one is keyed.
      *
      *    Arguments:
      *       ft-function   : "GET" look up ft-employee-id
      *                       "SET" record ft-percent for
      *                             ft-employee-id (fte.dat is
      *                             created on first use)
      *       ft-employee-id: input
      *       ft-percent    : GET output / SET input
      *       ft-result     : "Y" found / recorded
      *                       "N" GET: no row, 100.00 returned
      *                       "R" SET: percent outside 1 - 100,
      *                           nothing recorded
      *                       "X" SET: fte.dat could not be opened
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fte-file ASSIGN TO "fte.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS fe-employee-id
               FILE STATUS IS fte-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  fte-file.
       01  fte-record.
           05  fe-employee-id PIC X(6).
           05  fe-percent     PIC 9(3)v9(2).
           05  fe-changed     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  fte-status      PIC XX.
       01  business-date   PIC 9(8).
      ****************************
       LINKAGE SECTION.
       01  ft-function     PIC X(3).
       01  ft-employee-id  PIC X(6).
       01  ft-percent      PIC 9(3)v9(2).
       01  ft-result       PIC X.
      ****************************
       PROCEDURE DIVISION USING ft-function, ft-employee-id,
               ft-percent, ft-result.

           EVALUATE ft-function
               WHEN "GET"
                   PERFORM Get-Percent
               WHEN "SET"
                   PERFORM Set-Percent
           END-EVALUATE.

           EXIT PROGRAM.

       Get-Percent.
           MOVE 100 TO ft-percent.
           MOVE "N" TO ft-result.
           OPEN INPUT fte-file.
           IF fte-status NOT = "00" THEN
               CLOSE fte-file
               EXIT PARAGRAPH
           END-IF.
           MOVE ft-employee-id TO fe-employee-id.
           READ fte-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fe-percent > 0
                       MOVE fe-percent TO ft-percent
                       MOVE "Y" TO ft-result
                   END-IF
           END-READ.
           CLOSE fte-file.

       Set-Percent.
           IF ft-percent < 1 OR ft-percent > 100
               MOVE "R" TO ft-result
               EXIT PARAGRAPH
           END-IF.
           MOVE "X" TO ft-result.
           OPEN I-O fte-file.
           IF fte-status = "35" THEN
               OPEN OUTPUT fte-file
               CLOSE fte-file
               OPEN I-O fte-file
           END-IF.
           IF fte-status NOT = "00" THEN
               CLOSE fte-file
               EXIT PARAGRAPH
           END-IF.
           CALL "Get_Business_Date" USING business-date.
           MOVE ft-employee-id TO fe-employee-id.
           READ fte-file
               INVALID KEY
                   MOVE ft-percent TO fe-percent
                   MOVE business-date TO fe-changed
                   WRITE fte-record
               NOT INVALID KEY
                   MOVE ft-percent TO fe-percent
                   MOVE business-date TO fe-changed
                   REWRITE fte-record
           END-READ.
           IF fte-status = "00" THEN
               MOVE "Y" TO ft-result
           END-IF.
           CLOSE fte-file.

       END PROGRAM Employee_FTE.
