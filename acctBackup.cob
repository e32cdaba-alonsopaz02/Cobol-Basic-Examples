      * - A failed unload now ends with return code 12 so a
      *   scheduled backup step is not logged complete with no
      *   backup taken.
      * - The backup record follows ACCTREC to 54 bytes (owning
      *   customer number).
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ==AM-LAST-ACTIVITY-DATE== BY
                       ==BK-LAST-ACTIVITY-DATE==
                   ==AM-ACCOUNT-CATEGORY== BY
                       ==BK-ACCOUNT-CATEGORY==
                   ==AM-CUSTOMER-NUMBER== BY
                       ==BK-CUSTOMER-NUMBER==.

       FD  BACKUP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

