      *Modification history:
      * - Initial version: a third of each day's TRANSRAW feed
      *   was the same recurring transactions re-keyed by hand.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - An alta or change must now name an account number that
      *   carries a valid check digit (ACCT-CHECK-DIGIT), and so
      *   must a transfer order's receiving account, so a
      *   mistyped number is refused here instead of being
      *   generated into the feed every due day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY ACCTCKPR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.


       APPLY-ONE-ACTION.
           PERFORM FIND-ORDER-SLOT.
           PERFORM CHECK-ORDER-ACCOUNTS.
           SET WS-ACTION-APPLIED-SWITCH TO "N".
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN (SM-ACTION-ADD OR SM-ACTION-CHANGE)
                       AND NOT KD-NUMBER-VALID
                   MOVE "DIGITO DE CONTROL ERRONEO"
                       TO WS-REJECT-REASON
               WHEN SM-ACTION-ADD
                   PERFORM APPLY-ADD-ACTION
               WHEN SM-ACTION-CHANGE
           END-IF.
           PERFORM READ-NEXT-MAINT-RECORD.

      *    The ordering account, and for a transfer order the
      *    receiving account in the NUM2 position, must both
      *    carry their check digit.
       CHECK-ORDER-ACCOUNTS.
           MOVE SM-ACCOUNT-NUMBER TO KD-ACCOUNT-NUMBER.
           CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS.
           IF KD-NUMBER-VALID AND SM-OP-TRANSFER
               MOVE SM-COUNTER-ACCOUNT TO KD-ACCOUNT-NUMBER
               CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS
           END-IF.

       FIND-ORDER-SLOT.
           SET WS-ORDER-FOUND-SWITCH TO "N".
           MOVE ZERO TO WS-ORDER-SUB.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

