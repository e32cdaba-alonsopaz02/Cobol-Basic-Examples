      * - The run is stamped with the business date off BUSDATE
      *   when the control file exists, so the CUADRADO verdict in
      *   AUDITLOG names the business day EOD-CLOSE wants to close.
      * - A transfer (operation T) recomputes to its NUM1 amount,
      *   the RESULT BASIC-OPERATIONS posts on TRANSOUT for it.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-BUSDATE-STATUS              PIC X(02).
       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       01  WS-PAGE-NUMBER                 PIC 9(3) COMP VALUE ZERO.
       01  WS-LINE-COUNT                  PIC 9(3) COMP VALUE ZERO.
                       DIVIDE TR-NUM1 BY TR-NUM2
                           GIVING WS-EXPECTED-RESULT ROUNDED
                   END-IF
               WHEN TR-OP-TRANSFER
                   MOVE TR-NUM1 TO WS-EXPECTED-RESULT
               WHEN OTHER
                   MOVE ZERO TO WS-EXPECTED-RESULT
           END-EVALUATE.
           MOVE "RECONCILIACION" TO WS-AUDIT-KEY-INPUT.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

