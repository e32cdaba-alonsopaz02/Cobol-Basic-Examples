       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CHECK-DIGIT.
      *Shared check-digit calculation for account numbers.  The
      *first five digits of an account number are its base and
      *the sixth is a modulus-11 check digit: the base digits are
      *weighted 6, 5, 4, 3 and 2 from the left, and the check
      *digit is what brings the weighted sum up to a multiple of
      *eleven (a remainder of zero takes check digit zero).  Every
      *weight differs from its neighbour by one, so any single
      *wrong digit and any two adjacent digits transposed change
      *the result.  A base that would need a check digit of ten
      *cannot form a valid number at all.  ACCT-MAINT CALLs this
      *routine to assign numbers, and every program that takes a
      *keyed account number CALLs it before looking the number up,
      *so the assignment and the edits can never drift apart.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-BASE-DIGITS.
           05  WS-BASE-DIGIT              PIC 9(01) OCCURS 5 TIMES.

       01  WS-DIGIT-SUB                   PIC 9(4) COMP VALUE ZERO.
       01  WS-DIGIT-COUNT                 PIC 9(4) COMP VALUE 5.
       01  WS-WEIGHTED-SUM                PIC 9(4) COMP VALUE ZERO.
       01  WS-QUOTIENT                    PIC 9(4) COMP VALUE ZERO.
       01  WS-REMAINDER                   PIC 9(4) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY ACCTCKPR.

       PROCEDURE DIVISION USING ACCT-CHECK-PARAMETERS.

       MAIN-PROCEDURE.
           MOVE KD-ACCOUNT-BASE TO WS-BASE-DIGITS.
           MOVE ZERO TO WS-WEIGHTED-SUM.
           MOVE ZERO TO WS-DIGIT-SUB.
           PERFORM WEIGH-ONE-DIGIT
               UNTIL WS-DIGIT-SUB NOT LESS THAN WS-DIGIT-COUNT.
           DIVIDE WS-WEIGHTED-SUM BY 11
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
           EVALUATE TRUE
               WHEN WS-REMAINDER = ZERO
                   MOVE ZERO TO KD-CHECK-DIGIT
               WHEN WS-REMAINDER = 1
                   MOVE ZERO TO KD-CHECK-DIGIT
                   SET KD-BASE-UNUSABLE TO TRUE
               WHEN OTHER
                   COMPUTE KD-CHECK-DIGIT = 11 - WS-REMAINDER
           END-EVALUATE.
           IF NOT WS-REMAINDER = 1
               IF KD-ACCOUNT-CHECK = KD-CHECK-DIGIT
                   SET KD-NUMBER-VALID TO TRUE
               ELSE
                   SET KD-NUMBER-INVALID TO TRUE
               END-IF
           END-IF.
           GOBACK.

      *    The leftmost digit weighs six, the fifth weighs two.
       WEIGH-ONE-DIGIT.
           ADD 1 TO WS-DIGIT-SUB.
           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
               + WS-BASE-DIGIT (WS-DIGIT-SUB) * (7 - WS-DIGIT-SUB).

       END PROGRAM ACCT-CHECK-DIGIT.
