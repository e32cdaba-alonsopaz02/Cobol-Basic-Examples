      *   raising program, added to EXCPREC for EXCP-AGING) are
      *   now shown to the operator and preserved through the
      *   staged rewrite.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - TRANSRCY records are 25 bytes now that the shared
      *   TRANSIN layout carries a batch number; a recycled
      *   correction is written with zero, as no batch owns it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ==ITR-ACCOUNT-NUMBER== BY ==RCY-ACCOUNT-NUMBER==
                   ==ITR-NUM1== BY ==RCY-NUM1==
                   ==ITR-NUM2== BY ==RCY-NUM2==
                   ==ITR-OPERATION-CODE== BY ==RCY-OPERATION-CODE==
                   ==ITR-BATCH-NUMBER== BY ==RCY-BATCH-NUMBER==.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           ACCEPT RCY-NUM2.
           DISPLAY "Operacion corregida (A/S/M/D): ".
           ACCEPT RCY-OPERATION-CODE.
           MOVE ZERO TO RCY-BATCH-NUMBER.
           WRITE RCY-TRANS-RECORD.
           MOVE "R" TO WS-TE-DISPOSITION (WS-EXCP-SUB).
           ADD 1 TO WS-RECYCLED-COUNT.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

