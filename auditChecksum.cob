       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHECKSUM.
      *Shared check-value calculation for the chained AUDITLOG,
      *CALLed by AUDIT-CHAIN when it stamps a new audit record and
      *by AUDIT-VERIFY when it proves the chain.  The check value
      *is seeded with the previous record's check value and then
      *folds in every byte of the record's chained part (all the
      *fields ahead of AL-CHECK-VALUE, the sequence number
      *included) through two independent running remainders, one
      *per half of the sixteen-digit result.  Changing any byte of
      *a record, or the record it follows, changes the value.
      *Both callers go through this one routine so the stamp and
      *the proof can never drift apart.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-IMAGE-BYTES.
           05  WS-IMAGE-BYTE              PIC X(01) OCCURS 113 TIMES.

       01  WS-BYTE-SUB                    PIC 9(4) COMP VALUE ZERO.
       01  WS-BYTE-COUNT                  PIC 9(4) COMP VALUE 113.
       01  WS-BYTE-VALUE                  PIC 9(4) COMP VALUE ZERO.

      *    The two halves run modulo the largest primes below
      *    10**8, with different multipliers, so one cannot be
      *    steered without disturbing the other.
       01  WS-HIGH-HALF                   PIC 9(18) COMP VALUE ZERO.
       01  WS-LOW-HALF                    PIC 9(18) COMP VALUE ZERO.
       01  WS-HIGH-MODULUS                PIC 9(8) COMP
                                          VALUE 99999989.
       01  WS-LOW-MODULUS                 PIC 9(8) COMP
                                          VALUE 99999971.
       01  WS-HIGH-MULTIPLIER             PIC 9(4) COMP VALUE 257.
       01  WS-LOW-MULTIPLIER              PIC 9(4) COMP VALUE 131.
       01  WS-QUOTIENT                    PIC 9(18) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY AUDCKSPR.

       PROCEDURE DIVISION USING AUDIT-CHECKSUM-PARAMETERS.

       MAIN-PROCEDURE.
           MOVE AK-CHAINED-IMAGE TO WS-IMAGE-BYTES.
           DIVIDE AK-PREVIOUS-CHECK-VALUE BY 100000000
               GIVING WS-HIGH-HALF REMAINDER WS-LOW-HALF.
           MOVE ZERO TO WS-BYTE-SUB.
           PERFORM FOLD-ONE-BYTE
               UNTIL WS-BYTE-SUB NOT LESS THAN WS-BYTE-COUNT.
           COMPUTE AK-CHECK-VALUE =
               WS-HIGH-HALF * 100000000 + WS-LOW-HALF.
           GOBACK.

      *    The byte's position goes into the high half as well, so
      *    two bytes swapped within the record still show.
       FOLD-ONE-BYTE.
           ADD 1 TO WS-BYTE-SUB.
           COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD (WS-IMAGE-BYTE (WS-BYTE-SUB)).
           COMPUTE WS-HIGH-HALF = WS-HIGH-HALF * WS-HIGH-MULTIPLIER
               + WS-BYTE-VALUE + WS-BYTE-SUB.
           DIVIDE WS-HIGH-HALF BY WS-HIGH-MODULUS
               GIVING WS-QUOTIENT REMAINDER WS-HIGH-HALF.
           COMPUTE WS-LOW-HALF = WS-LOW-HALF * WS-LOW-MULTIPLIER
               + WS-BYTE-VALUE.
           DIVIDE WS-LOW-HALF BY WS-LOW-MODULUS
               GIVING WS-QUOTIENT REMAINDER WS-LOW-HALF.

       END PROGRAM AUDIT-CHECKSUM.
