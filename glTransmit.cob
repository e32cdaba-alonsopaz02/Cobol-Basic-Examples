      *console report and AUDITLOG.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - The details sent are now GL-JOURNAL-BUILD's balanced
      *   journal lines off GLJRNL, one per ledger account and
      *   side, instead of the raw GLINTFC lines against our own
      *   account numbers; a line GLMAP could not map is held on
      *   that step's exception report and never reaches GLXMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    GL-JOURNAL-BUILD's journal, in the GL interface layout.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.


       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           END-IF.

      *    Header, the day's details, trailer - in that order, in
      *    one pass over the cumulative live GLJRNL.
       PACKAGE-THE-DAY.
           OPEN OUTPUT TRANSMIT-FILE.
           PERFORM WRITE-XMIT-HEADER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "  No se pudo abrir GLJRNL (estado "
                   WS-GL-STATUS "), transmision vacia."
               SET WS-END-OF-FILE TO TRUE
           ELSE
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

