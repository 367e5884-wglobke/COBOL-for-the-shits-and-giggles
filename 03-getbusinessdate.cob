      *    Shared subprogram returning "the business date" used to
      *    stamp audit logs and batch jobs. Normally this is just
      *    today's date, but operations can freeze/override it via
      *    the BUSINESS_DATE run parameter (format YYYYMMDD, see
      *    Run_Parameter - a "*" row on runparams.dat or the
      *    environment variable), e.g. to re-run a batch job for a
      *    prior day or to get repeatable output in tests.
      *
      *    Arguments:
      *       business-date    : returned as YYYYMMDD
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  override-date   PIC X(8).
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-job-name     PIC X(20) VALUE SPACES.
       01  rp-name         PIC X(30) VALUE "BUSINESS_DATE".
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.

       LINKAGE SECTION.
       01  business-date     PIC 9(8).
       PROCEDURE DIVISION USING business-date
               OPTIONAL business-time OPTIONAL business-weekday.

           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           MOVE rp-value TO override-date.
           IF override-date IS NUMERIC THEN
               MOVE override-date TO business-date
           ELSE
