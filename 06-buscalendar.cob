      *    conventions), answering the scheduling questions beyond
      *    "what date is it" that used to be solved with a paper
      *    calendar. A working day is Monday through Friday and not
      *    on the holidays file holidays.dat - the same file the
      *    on-call calendar reads:
      *       date     PIC 9(8)
      *       name     PIC X(20)
      *       location PIC X(2)   work-location (locations.dat)
      *                           the holiday is kept at; spaces =
      *                           the company-wide set
      *    A location with rows of its own keeps only those; every
      *    other location, and a call without one, keeps the
      *    company-wide set (the diffrules.dat convention). The
      *    holidays are loaded once per run unit.
      *
      *    Arguments:
      *                     "WDB" working-days-between  (bc-date-1
      *                            exclusive to bc-date-2
      *                            inclusive; count in bc-result)
      *                     "HOL" is-holiday            (bc-date-1;
      *                            bc-result 1 = a Monday-Friday
      *                            date on holidays.dat, 0 = not)
      *                     "HDB" holidays-between      (bc-date-1
      *                            exclusive to bc-date-2
      *                            inclusive, Monday-Friday
      *                            holidays only; count in
      *                            bc-result)
      *       bc-date-1   : input date, YYYYMMDD
      *       bc-date-2   : second date (in for WDB, out for
      *                     NBD/PBD)
      *       bc-result   : numeric answer
      *       bc-location : OPTIONAL, the work-location whose
      *                     holidays count (the employee's
      *                     work-location); omitted or spaces =
      *                     the company-wide set
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  holiday-record.
           05  hol-date    PIC 9(8).
           05  hol-name    PIC X(20).
           05  hol-location PIC X(2).

       WORKING-STORAGE SECTION.
       01  holiday-status  PIC XX.
           88  holidays-are-loaded VALUE "Y".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  holiday-table OCCURS 500.
           05  holt-date   PIC 9(8).
           05  holt-location PIC X(2).
       01  holiday-entries PIC 9(3) VALUE 0.
      *    The set this call answers for: the location asked
      *    about when it has holidays of its own, else spaces.
       01  active-location PIC X(2).
       01  hol-idx         PIC 9(3).
       01  work-int        PIC 9(8).
       01  end-int         PIC 9(8).
       01  work-date       PIC 9(8).
       01  work-weekday    PIC 9.
       01  working-flag    PIC X.
       01  holiday-flag    PIC X.
       01  guard-count     PIC 9(4).
      ****************************
       LINKAGE SECTION.
       01  bc-date-1   PIC 9(8).
       01  bc-date-2   PIC 9(8).
       01  bc-result   PIC S9(5).
       01  bc-location PIC X(2).
      ****************************
       PROCEDURE DIVISION USING bc-function, bc-date-1, bc-date-2,
               bc-result OPTIONAL bc-location.

           IF NOT holidays-are-loaded THEN
               PERFORM Load-Holidays
           END-IF.
           MOVE SPACES TO active-location.
           IF ADDRESS OF bc-location NOT = NULL THEN
               IF bc-location NOT = SPACES
                   PERFORM VARYING hol-idx FROM 1 BY 1
                           UNTIL hol-idx > holiday-entries
                       IF holt-location(hol-idx) = bc-location
                           MOVE bc-location TO active-location
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           EVALUATE bc-function
               WHEN "IWD"
                           ADD 1 TO bc-result
                       END-IF
                   END-PERFORM
               WHEN "HOL"
                   MOVE bc-date-1 TO work-date
                   PERFORM Check-Holiday
                   IF holiday-flag = "Y"
                       MOVE 1 TO bc-result
                   ELSE
                       MOVE 0 TO bc-result
                   END-IF
               WHEN "HDB"
      *            Weekday holidays after bc-date-1 up to and
      *            including bc-date-2, the WDB convention.
                   MOVE 0 TO bc-result
                   MOVE FUNCTION INTEGER-OF-DATE(bc-date-1)
                       TO work-int
                   MOVE FUNCTION INTEGER-OF-DATE(bc-date-2)
                       TO end-int
                   PERFORM UNTIL work-int >= end-int
                       ADD 1 TO work-int
                       MOVE FUNCTION DATE-OF-INTEGER(work-int)
                           TO work-date
                       PERFORM Check-Holiday
                       IF holiday-flag = "Y"
                           ADD 1 TO bc-result
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE -1 TO bc-result
           END-EVALUATE.
           MOVE "Y" TO working-flag.
           PERFORM VARYING hol-idx FROM 1 BY 1
                   UNTIL hol-idx > holiday-entries
               IF holt-date(hol-idx) = work-date AND
                       holt-location(hol-idx) = active-location
                   MOVE "N" TO working-flag
               END-IF
           END-PERFORM.

       Check-Holiday.
      *    A holiday that falls Monday through Friday - a weekend
      *    holiday costs nobody a working day.
           MOVE "N" TO holiday-flag.
           COMPUTE work-weekday =
               FUNCTION MOD(
                   FUNCTION MOD(FUNCTION INTEGER-OF-DATE(
                       work-date), 7) + 6, 7) + 1.
           IF work-weekday > 5
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING hol-idx FROM 1 BY 1
                   UNTIL hol-idx > holiday-entries
               IF holt-date(hol-idx) = work-date AND
                       holt-location(hol-idx) = active-location
                   MOVE "Y" TO holiday-flag
               END-IF
           END-PERFORM.

       Load-Holidays.
           MOVE "Y" TO holidays-loaded.
           MOVE 0 TO holiday-entries.
                   READ holiday-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF holiday-entries < 500
                               ADD 1 TO holiday-entries
                               MOVE hol-date
                                   TO holt-date(holiday-entries)
                               MOVE hol-location
                                   TO holt-location(holiday-entries)
                           END-IF
                   END-READ
               END-PERFORM
