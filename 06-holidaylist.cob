       IDENTIFICATION DIVISION.

       PROGRAM-ID.     Holiday_Listing INITIAL.
      ****************************
      *    Yearly holiday listing per work location, for HR to
      *    check the calendars before the year starts: holidays.dat
      *    (see Business_Calendar) read the way Business_Calendar
      *    and the on-call calendar read it - a location with rows
      *    of its own keeps only those, every other location keeps
      *    the company-wide set (location spaces).
      *
      *    The year is run parameter HOLIDAY_YEAR (see
      *    Run_Parameter), default the year of the business date.
      *    The company-wide set comes first, then one page per
      *    location on locations.dat (see Location_Check), each
      *    holiday with its weekday - one falling on a weekend
      *    costs no working day and is marked so - and the count
      *    of holidays and of working days they take. Rows for a
      *    location code not on locations.dat are listed at the
      *    end; nobody's calendar uses them until the location is
      *    added.
      *
      *    The listing goes through Print_Writer to holidaylist.rpt.
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT holiday-file ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS holiday-status.
           SELECT location-file ASSIGN TO "locations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS location-status.
      ****************************
       DATA DIVISION.

       FILE SECTION.
       FD  holiday-file.
       01  holiday-record.
           05  hol-date        PIC 9(8).
           05  hol-name        PIC X(20).
           05  hol-location    PIC X(2).

       FD  location-file.
       01  location-record.
           05  lr-code     PIC X(2).
           05  lr-name     PIC X(20).
           05  lr-address  PIC X(40).

       WORKING-STORAGE SECTION.
       01  holiday-status  PIC XX.
       01  location-status PIC XX.
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  business-date   PIC 9(8).
       01  list-year       PIC 9(4).
      *    The year's holidays, every location, in date order.
       01  holiday-list.
           05  holiday-entries PIC 9(3) VALUE 0.
           05  holiday-entry OCCURS 1 TO 500
                   DEPENDING ON holiday-entries.
               10  he-date     PIC 9(8).
               10  he-location PIC X(2).
               10  he-name     PIC X(20).
               10  he-listed   PIC X.
       01  hol-idx         PIC 9(3).
      *    Known locations from locations.dat.
       01  location-table OCCURS 20.
           05  lo-code     PIC X(2).
           05  lo-name     PIC X(20).
           05  lo-address  PIC X(40).
       01  location-entries PIC 99 VALUE 0.
       01  location-idx    PIC 99.
       01  show-location   PIC X(2).
       01  own-rows        PIC X.
       01  hol-count       PIC 9(3).
       01  working-count   PIC 9(3).
       01  other-count     PIC 9(3) VALUE 0.
       01  page-count      PIC 99 VALUE 0.
       01  weekday-number  PIC 9.
       01  weekday-names.
           05  FILLER PIC X(9) VALUE "Monday".
           05  FILLER PIC X(9) VALUE "Tuesday".
           05  FILLER PIC X(9) VALUE "Wednesday".
           05  FILLER PIC X(9) VALUE "Thursday".
           05  FILLER PIC X(9) VALUE "Friday".
           05  FILLER PIC X(9) VALUE "Saturday".
           05  FILLER PIC X(9) VALUE "Sunday".
       01  weekday-table REDEFINES weekday-names.
           05  weekday-name PIC X(9) OCCURS 7.
       01  weekend-note    PIC X(9).
       01  jl-action       PIC X.
       01  jl-job-name     PIC X(20) VALUE "Holiday_Listing".
       01  jl-record-count PIC 9(6) VALUE 0.
       01  jl-outcome      PIC X(8).
      *    Run parameters (see Run_Parameter).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
       01  pw-action       PIC X.
       01  pw-title        PIC X(60)
           VALUE "Holiday Calendar by Work Location".
       01  pw-filename     PIC X(255) VALUE "holidaylist.rpt".
       01  pw-line         PIC X(132).
      ****************************
       PROCEDURE DIVISION.

      *    Central job-run logging (see Job_Log / Operations_Report).
           MOVE "S" TO jl-action.
           MOVE SPACES TO jl-outcome.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.

           CALL "Get_Business_Date" USING business-date.
           MOVE business-date(1:4) TO list-year.
           MOVE "HOLIDAY_YEAR" TO rp-name.
           CALL "Run_Parameter" USING rp-function, jl-job-name,
               rp-name, rp-value, rp-result.
           IF rp-value NOT = SPACES
               IF FUNCTION TEST-NUMVAL(rp-value) = 0
                   MOVE FUNCTION NUMVAL(rp-value) TO list-year
               ELSE
                   DISPLAY "[-] HOLIDAY_YEAR '"
                       FUNCTION TRIM(rp-value) "' is not a year - "
                       list-year " listed."
               END-IF
           END-IF.

           PERFORM Load-Holidays.
           PERFORM Load-Locations.

           MOVE "O" TO pw-action.
           MOVE SPACES TO pw-title.
           STRING "Holiday Calendar by Work Location - " list-year
               DELIMITED BY SIZE INTO pw-title.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

      *    The company-wide set first, then each location.
           MOVE SPACES TO show-location.
           MOVE SPACES TO pw-line.
           PERFORM Print-Location-Page.
           PERFORM VARYING location-idx FROM 1 BY 1
                   UNTIL location-idx > location-entries
               MOVE lo-code(location-idx) TO show-location
               MOVE SPACES TO pw-line
               STRING "Location " lo-code(location-idx) " "
                   FUNCTION TRIM(lo-name(location-idx))
                   " - " FUNCTION TRIM(lo-address(location-idx))
                   DELIMITED BY SIZE INTO pw-line
               PERFORM Print-Location-Page
           END-PERFORM.
           PERFORM Print-Other-Rows.

           MOVE "C" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.

           MOVE holiday-entries TO jl-record-count.
           DISPLAY "[+] " holiday-entries " holiday row(s) for "
               list-year " over " location-entries " location(s) "
               "- see 'holidaylist.rpt'.".
           IF other-count > 0
               DISPLAY "[-] " other-count " row(s) for locations not "
                   "on locations.dat."
           END-IF.
           MOVE "OK" TO jl-outcome.
           MOVE "E" TO jl-action.
           CALL "Job_Log" USING jl-action, jl-job-name,
               jl-record-count, jl-outcome.
           GOBACK.

       Print-Location-Page.
      *    pw-line holds the page heading; show-location the
      *    location (spaces for the company-wide set).
           ADD 1 TO page-count.
           IF page-count > 1
               MOVE "P" TO pw-action
               CALL "Print_Writer" USING pw-action, pw-title,
                   pw-filename, pw-line
           END-IF.
           IF show-location = SPACES
               STRING "Company-wide holidays (every location "
                   "without its own calendar)"
                   DELIMITED BY SIZE INTO pw-line
           END-IF.
           PERFORM Print-Line.

           MOVE "N" TO own-rows.
           IF show-location NOT = SPACES
               PERFORM VARYING hol-idx FROM 1 BY 1
                       UNTIL hol-idx > holiday-entries
                   IF he-location(hol-idx) = show-location
                       MOVE "Y" TO own-rows
                   END-IF
               END-PERFORM
               IF own-rows = "Y"
                   MOVE "   Own holiday calendar:" TO pw-line
               ELSE
                   MOVE SPACES TO show-location
                   MOVE "   Keeps the company-wide calendar:"
                       TO pw-line
               END-IF
               PERFORM Print-Line
           END-IF.
           PERFORM Print-Line.
           MOVE "   Date        Weekday    Holiday" TO pw-line.
           PERFORM Print-Line.
           MOVE "   ----------  ---------  --------------------"
               TO pw-line.
           PERFORM Print-Line.

           MOVE 0 TO hol-count.
           MOVE 0 TO working-count.
           PERFORM VARYING hol-idx FROM 1 BY 1
                   UNTIL hol-idx > holiday-entries
               IF he-location(hol-idx) = show-location
                   PERFORM Print-Holiday
               END-IF
           END-PERFORM.
           IF hol-count = 0
               MOVE "   ** No holidays for the year **" TO pw-line
               PERFORM Print-Line
           END-IF.
           PERFORM Print-Line.
           STRING "   Holidays: " hol-count
               "   on working days: " working-count
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Holiday.
           ADD 1 TO hol-count.
           MOVE "Y" TO he-listed(hol-idx).
           COMPUTE weekday-number = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(he-date(hol-idx)) - 1, 7) + 1.
           IF weekday-number > 5
               MOVE "(weekend)" TO weekend-note
           ELSE
               MOVE SPACES TO weekend-note
               ADD 1 TO working-count
           END-IF.
           STRING "   " he-date(hol-idx)(1:4) "-"
               he-date(hol-idx)(5:2) "-" he-date(hol-idx)(7:2)
               "  " weekday-name(weekday-number)
               "  " he-name(hol-idx) " " weekend-note
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.

       Print-Other-Rows.
      *    Rows no page above listed: their location is not on
      *    locations.dat.
           PERFORM VARYING hol-idx FROM 1 BY 1
                   UNTIL hol-idx > holiday-entries
               IF he-listed(hol-idx) = "N" AND
                       he-location(hol-idx) NOT = SPACES
                   ADD 1 TO other-count
               END-IF
           END-PERFORM.
           IF other-count = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "P" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           STRING "Rows for locations not on locations.dat - no "
               "calendar uses them"
               DELIMITED BY SIZE INTO pw-line.
           PERFORM Print-Line.
           PERFORM Print-Line.
           PERFORM VARYING hol-idx FROM 1 BY 1
                   UNTIL hol-idx > holiday-entries
               IF he-listed(hol-idx) = "N" AND
                       he-location(hol-idx) NOT = SPACES
                   STRING "   " he-location(hol-idx) "  "
                       he-date(hol-idx) "  " he-name(hol-idx)
                       DELIMITED BY SIZE INTO pw-line
                   PERFORM Print-Line
               END-IF
           END-PERFORM.

       Load-Holidays.
           OPEN INPUT holiday-file.
           IF holiday-status NOT = "00" THEN
               DISPLAY "[-] Cannot open holidays.dat, status "
                   holiday-status " - nothing to list."
               CLOSE holiday-file
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL eof-reached
               READ holiday-file
                   AT END SET eof-reached TO TRUE
                   NOT AT END
                       IF hol-date(1:4) = list-year
                           IF holiday-entries < 500
                               ADD 1 TO holiday-entries
                               MOVE hol-date
                                   TO he-date(holiday-entries)
                               MOVE FUNCTION UPPER-CASE(hol-location)
                                   TO he-location(holiday-entries)
                               MOVE hol-name
                                   TO he-name(holiday-entries)
                               MOVE "N"
                                   TO he-listed(holiday-entries)
                           ELSE
                               DISPLAY "[-] Holiday table full - "
                                   "listing is INCOMPLETE!"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE holiday-file.
           MOVE "N" TO eof-flag.
           IF holiday-entries > 1
               SORT holiday-entry ON ASCENDING KEY he-date
           END-IF.

       Load-Locations.
           OPEN INPUT location-file.
           IF location-status = "00" THEN
               PERFORM UNTIL eof-reached
                   READ location-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF lr-code NOT = SPACES AND
                                   location-entries < 20
                               ADD 1 TO location-entries
                               MOVE FUNCTION UPPER-CASE(lr-code)
                                   TO lo-code(location-entries)
                               MOVE lr-name
                                   TO lo-name(location-entries)
                               MOVE lr-address
                                   TO lo-address(location-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE location-file.
           MOVE "N" TO eof-flag.

       Print-Line.
           MOVE "W" TO pw-action.
           CALL "Print_Writer" USING pw-action, pw-title,
               pw-filename, pw-line.
           MOVE SPACES TO pw-line.

       END PROGRAM Holiday_Listing.
