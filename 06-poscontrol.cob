       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Position_Control.
      ****************************
      *    Shared subprogram for position control: the approved
      *    positions by department and job code, so nobody is hired
      *    or moved into a department beyond its approved headcount
      *    (same CALL pattern as Business_Calendar).
      *
      *    Positions file positions.dat (INDEXED on the position
      *    number, maintained on the Position_Maint screen):
      *       position    PIC X(6)
      *       department  PIC X(20)
      *       job-code    PIC X(4)    blank = any job code
      *       budget      PIC 9(7)v99 budgeted salary
      *       status      PIC X       F filled / V vacant /
      *                               Z frozen
      *       incumbent   PIC X(6)    employee-id when filled
      *       changed     PIC 9(8)    date of the last change
      *
      *    Arguments:
      *       pc-function   : "CHK" can pc-position take someone
      *                             into pc-department (and, when
      *                             both are set, pc-job-code)?
      *                             A blank pc-job-code comes back
      *                             as the position's job code.
      *                       "FIL" fill pc-position with
      *                             pc-employee-id (checked again)
      *                       "REL" release every position
      *                             pc-employee-id holds to vacant
      *       pc-position   : position number (returned by REL)
      *       pc-department : department for CHK/FIL
      *       pc-job-code   : job code for CHK/FIL
      *       pc-employee-id: incumbent for FIL/REL
      *       pc-result     : "Y" done / vacant and matching
      *                       "N" position not on file (REL:
      *                           the employee held none)
      *                       "F" already filled
      *                       "Z" frozen
      *                       "D" position is in another department
      *                       "J" position is for another job code
      *                       "X" no positions.dat - position
      *                           control is not in use yet and
      *                           the caller carries on, the
      *                           Job_Code_Check convention
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT position-file ASSIGN TO "positions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS po-number
               FILE STATUS IS position-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  position-file.
       01  position-record.
           05  po-number      PIC X(6).
           05  po-dept        PIC X(20).
           05  po-job-code    PIC X(4).
           05  po-budget      PIC 9(7)v9(2).
           05  po-status      PIC X.
           05  po-incumbent   PIC X(6).
           05  po-changed     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  position-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  want-dept       PIC X(20).
      ****************************
       LINKAGE SECTION.
       01  pc-function     PIC X(3).
       01  pc-position     PIC X(6).
       01  pc-department   PIC X(20).
       01  pc-job-code     PIC X(4).
       01  pc-employee-id  PIC X(6).
       01  pc-result       PIC X.
      ****************************
       PROCEDURE DIVISION USING pc-function, pc-position,
               pc-department, pc-job-code, pc-employee-id,
               pc-result.

           MOVE "X" TO pc-result.
           OPEN I-O position-file.
           IF position-status NOT = "00" THEN
               CLOSE position-file
               EXIT PROGRAM
           END-IF.
           CALL "Get_Business_Date" USING business-date.

           EVALUATE pc-function
               WHEN "CHK"
                   PERFORM Check-Position
               WHEN "FIL"
                   PERFORM Check-Position
                   IF pc-result = "Y"
                       MOVE "F" TO po-status
                       MOVE pc-employee-id TO po-incumbent
                       MOVE business-date TO po-changed
                       REWRITE position-record
                   END-IF
               WHEN "REL"
                   PERFORM Release-Positions
           END-EVALUATE.
           CLOSE position-file.

           EXIT PROGRAM.

       Check-Position.
           MOVE pc-position TO po-number.
           READ position-file
               INVALID KEY
                   MOVE "N" TO pc-result
                   EXIT PARAGRAPH
           END-READ.
           MOVE FUNCTION UPPER-CASE(pc-department) TO want-dept.
           EVALUATE TRUE
               WHEN po-status = "F"
                   MOVE "F" TO pc-result
               WHEN po-status = "Z"
                   MOVE "Z" TO pc-result
               WHEN po-dept NOT = want-dept
                   MOVE "D" TO pc-result
               WHEN pc-job-code NOT = SPACES AND
                       po-job-code NOT = SPACES AND
                       pc-job-code NOT = po-job-code
                   MOVE "J" TO pc-result
               WHEN OTHER
                   MOVE "Y" TO pc-result
                   IF pc-job-code = SPACES
                       MOVE po-job-code TO pc-job-code
                   END-IF
           END-EVALUATE.

       Release-Positions.
           MOVE "N" TO pc-result.
           MOVE LOW-VALUES TO po-number.
           START position-file KEY NOT < po-number
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL eof-reached
               READ position-file NEXT RECORD
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF po-status = "F" AND
                               po-incumbent = pc-employee-id
                           MOVE "V" TO po-status
                           MOVE SPACES TO po-incumbent
                           MOVE business-date TO po-changed
                           REWRITE position-record
                           MOVE po-number TO pc-position
                           MOVE "Y" TO pc-result
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO eof-flag.

       END PROGRAM Position_Control.
