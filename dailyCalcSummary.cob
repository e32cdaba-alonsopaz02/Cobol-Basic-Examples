      *   summary stays for the operator.
      * - STOP RUN replaced with GOBACK so JOB-CONTROLLER can CALL
      *   this program as a scheduled step and get control back.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-REPORT-STATUS               PIC X(02).
       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       01  WS-PAGE-NUMBER                 PIC 9(3) COMP VALUE ZERO.
       01  WS-LINE-COUNT                  PIC 9(3) COMP VALUE ZERO.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE "RESUMEN GENERADO" TO WS-AUDIT-OUTCOME.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

