       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Check_Digit.
      ****************************
      *    Shared check-digit subprogram (same CALL pattern as
      *    Position_Control), so a mistyped employee-id that
      *    happens to hit another real id, or an impossible bank
      *    account, is refused where it is keyed or loaded.
      *
      *    Employee ids are six digits, the sixth a modulus 11
      *    check digit on the first five: weights 6 5 4 3 2, the
      *    check digit being 11 less the remainder of the weighted
      *    sum divided by 11 (a remainder of 0 gives 0). A base
      *    whose check digit would be 10 is never issued. This
      *    catches every single mistyped digit and every swap of
      *    two adjacent digits in the base.
      *
      *    Ids issued before the scheme do not carry a check
      *    digit (see Id_Check_Report for the ones that fail).
      *    The EMPLOYEE_ID_CHECK run parameter ("*" row, see
      *    Run_Parameter) says what a failing id on a transaction
      *    gets: WARN (the default, while the old ids are still
      *    in use) lets it through with a warning, ENFORCE refuses
      *    it - set it once Id_Check_Report comes back clean. An id
      *    being issued is always held to the rule.
      *
      *    Bank accounts are ten digits, checked against the
      *    bank's own modulus rule on bankmodulus.dat (kept by
      *    hand like locations.dat), one line per bank code:
      *       bank-code  PIC X(6)
      *       method     PIC X(5)   SUM10 - the tenth digit is
      *                                     the sum of the first
      *                                     nine modulo 10
      *                             MOD10 - the weighted sum of
      *                             MOD11   all ten digits divides
      *                                     by 10 (by 11)
      *                             LUHN  - doubling alternate
      *                                     digits from the right,
      *                                     the digit sum divides
      *                                     by 10
      *       weights    PIC X(10)  one weight digit per account
      *                             digit, MOD10 / MOD11 only
      *    A bank with no line on bankmodulus.dat (or no file at
      *    all) has no rule to check against: its accounts are
      *    taken unvalidated, answered "U" so a caller can say so.
      *    The file is loaded on the first call of the run unit.
      *
      *    Arguments:
      *       cd-function  : "GEN" give cd-value(1:5), the base,
      *                            its check digit in cd-value(6:1)
      *                      "NEW" check the id in cd-value(1:6)
      *                            being issued
      *                      "EID" check the id in cd-value(1:6)
      *                            on a transaction
      *                      "ACT" check the account in cd-value
      *                            for the bank in cd-bank-code
      *       cd-value     : the id or account
      *       cd-bank-code : ACT only
      *       cd-result    : "Y" good / check digit written
      *                      "N" fails (GEN: a base never issued)
      *                      "W" EID only: fails, but let through
      *                          (EMPLOYEE_ID_CHECK not ENFORCE)
      *                      "F" not all digits
      *                      "U" ACT only: bank code not on
      *                          bankmodulus.dat - ten digits,
      *                          but not validated
      ****************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL modulus-file ASSIGN TO "bankmodulus.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS modulus-status.
      ****************************
       DATA DIVISION.
       FILE SECTION.
       FD  modulus-file.
       01  modulus-record.
           05  bm-bank-code   PIC X(6).
           05  bm-method      PIC X(5).
           05  bm-weights     PIC X(10).

       WORKING-STORAGE SECTION.
       01  modulus-status  PIC XX.
       01  table-loaded    PIC X VALUE "N".
           88  table-is-loaded VALUE "Y".
       01  eof-flag        PIC X VALUE "N".
           88  eof-reached VALUE "Y".
       01  modulus-table OCCURS 200.
           05  mt-bank-code PIC X(6).
           05  mt-method   PIC X(5).
           05  mt-weights  PIC X(10).
       01  modulus-entries PIC 9(3) VALUE 0.
       01  modulus-idx     PIC 9(3).
       01  modulus-hit     PIC 9(3).
       01  id-weights      PIC X(5) VALUE "65432".
       01  id-check        PIC X VALUE "W".
           88  id-check-warn VALUE "W".
           88  id-check-enforce VALUE "E".
       01  digit-idx       PIC 99.
       01  digit-value     PIC 9.
       01  weight-value    PIC 9.
       01  doubled-value   PIC 99.
       01  weighted-sum    PIC 9(5).
       01  sum-quotient    PIC 9(5).
       01  sum-remainder   PIC 99.
       01  check-value     PIC 99.
       01  use-method      PIC X(5).
       01  use-weights     PIC X(10).
      *    Run parameters (see Run_Parameter).
       01  rp-job-name     PIC X(20) VALUE SPACES.
       01  rp-function     PIC X(3) VALUE "GET".
       01  rp-name         PIC X(30).
       01  rp-value        PIC X(40).
       01  rp-result       PIC X.
      ****************************
       LINKAGE SECTION.
       01  cd-function     PIC X(3).
       01  cd-value        PIC X(10).
       01  cd-bank-code    PIC X(6).
       01  cd-result       PIC X.
      ****************************
       PROCEDURE DIVISION USING cd-function, cd-value,
               cd-bank-code, cd-result.

           IF NOT table-is-loaded
               PERFORM Load-Modulus-Table
           END-IF.

           EVALUATE cd-function
               WHEN "GEN"
                   PERFORM Generate-Id-Check
               WHEN "NEW"
                   PERFORM Verify-Id
               WHEN "EID"
                   PERFORM Verify-Id
                   IF cd-result NOT = "Y" AND id-check-warn
                       MOVE "W" TO cd-result
                   END-IF
               WHEN "ACT"
                   PERFORM Verify-Account
               WHEN OTHER
                   MOVE "N" TO cd-result
           END-EVALUATE.

           EXIT PROGRAM.

       Generate-Id-Check.
           IF cd-value(1:5) NOT NUMERIC
               MOVE "F" TO cd-result
               EXIT PARAGRAPH
           END-IF.
           PERFORM Id-Check-Value.
           IF check-value = 10
               MOVE "N" TO cd-result
           ELSE
               MOVE check-value(2:1) TO cd-value(6:1)
               MOVE "Y" TO cd-result
           END-IF.

       Verify-Id.
           IF cd-value(1:6) NOT NUMERIC
               MOVE "F" TO cd-result
               EXIT PARAGRAPH
           END-IF.
           PERFORM Id-Check-Value.
           MOVE cd-value(6:1) TO digit-value.
           IF check-value = digit-value
               MOVE "Y" TO cd-result
           ELSE
               MOVE "N" TO cd-result
           END-IF.

       Id-Check-Value.
      *    Modulus 11, weights 6 5 4 3 2 on the five base digits.
           MOVE 0 TO weighted-sum.
           PERFORM VARYING digit-idx FROM 1 BY 1
                   UNTIL digit-idx > 5
               MOVE cd-value(digit-idx:1) TO digit-value
               MOVE id-weights(digit-idx:1) TO weight-value
               COMPUTE weighted-sum = weighted-sum
                   + digit-value * weight-value
           END-PERFORM.
           DIVIDE weighted-sum BY 11 GIVING sum-quotient
               REMAINDER sum-remainder.
           IF sum-remainder = 0
               MOVE 0 TO check-value
           ELSE
               COMPUTE check-value = 11 - sum-remainder
           END-IF.

       Verify-Account.
           IF cd-value NOT NUMERIC
               MOVE "F" TO cd-result
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO modulus-hit.
           PERFORM VARYING modulus-idx FROM 1 BY 1
                   UNTIL modulus-idx > modulus-entries
               IF mt-bank-code(modulus-idx) = cd-bank-code
                   MOVE modulus-idx TO modulus-hit
               END-IF
           END-PERFORM.
           IF modulus-hit = 0
               MOVE "U" TO cd-result
               EXIT PARAGRAPH
           END-IF.
           MOVE mt-method(modulus-hit) TO use-method.
           MOVE mt-weights(modulus-hit) TO use-weights.

           MOVE 0 TO weighted-sum.
           EVALUATE use-method
               WHEN "MOD10"
               WHEN "MOD11"
                   PERFORM VARYING digit-idx FROM 1 BY 1
                           UNTIL digit-idx > 10
                       MOVE cd-value(digit-idx:1) TO digit-value
                       MOVE 0 TO weight-value
                       IF use-weights(digit-idx:1) IS NUMERIC
                           MOVE use-weights(digit-idx:1)
                               TO weight-value
                       END-IF
                       COMPUTE weighted-sum = weighted-sum
                           + digit-value * weight-value
                   END-PERFORM
                   IF use-method = "MOD10"
                       DIVIDE weighted-sum BY 10 GIVING sum-quotient
                           REMAINDER sum-remainder
                   ELSE
                       DIVIDE weighted-sum BY 11 GIVING sum-quotient
                           REMAINDER sum-remainder
                   END-IF
               WHEN "LUHN"
                   PERFORM VARYING digit-idx FROM 10 BY -1
                           UNTIL digit-idx < 1
                       MOVE cd-value(digit-idx:1) TO digit-value
                       IF FUNCTION MOD(digit-idx, 2) = 1
                           COMPUTE doubled-value = digit-value * 2
                           IF doubled-value > 9
                               SUBTRACT 9 FROM doubled-value
                           END-IF
                           ADD doubled-value TO weighted-sum
                       ELSE
                           ADD digit-value TO weighted-sum
                       END-IF
                   END-PERFORM
                   DIVIDE weighted-sum BY 10 GIVING sum-quotient
                       REMAINDER sum-remainder
               WHEN OTHER
      *            SUM10: the tenth digit against the first nine.
                   PERFORM VARYING digit-idx FROM 1 BY 1
                           UNTIL digit-idx > 9
                       MOVE cd-value(digit-idx:1) TO digit-value
                       ADD digit-value TO weighted-sum
                   END-PERFORM
                   MOVE cd-value(10:1) TO digit-value
                   ADD 10 TO weighted-sum
                   SUBTRACT digit-value FROM weighted-sum
                   DIVIDE weighted-sum BY 10 GIVING sum-quotient
                       REMAINDER sum-remainder
           END-EVALUATE.
           IF sum-remainder = 0
               MOVE "Y" TO cd-result
           ELSE
               MOVE "N" TO cd-result
           END-IF.

       Load-Modulus-Table.
           MOVE "EMPLOYEE_ID_CHECK" TO rp-name.
           CALL "Run_Parameter" USING rp-function, rp-job-name,
               rp-name, rp-value, rp-result.
           IF FUNCTION UPPER-CASE(rp-value) = "ENFORCE"
               SET id-check-enforce TO TRUE
           END-IF.
           MOVE 0 TO modulus-entries.
           OPEN INPUT modulus-file.
           IF modulus-status = "00"
               PERFORM UNTIL eof-reached
                   READ modulus-file
                       AT END SET eof-reached TO TRUE
                       NOT AT END
                           IF modulus-entries < 200 AND
                                   bm-bank-code NOT = SPACES
                               ADD 1 TO modulus-entries
                               MOVE bm-bank-code
                                   TO mt-bank-code(modulus-entries)
                               MOVE FUNCTION UPPER-CASE(bm-method)
                                   TO mt-method(modulus-entries)
                               MOVE bm-weights
                                   TO mt-weights(modulus-entries)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE modulus-file.
           MOVE "N" TO eof-flag.
           SET table-is-loaded TO TRUE.

       END PROGRAM Check_Digit.
