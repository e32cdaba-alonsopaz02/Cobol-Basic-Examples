      *   resolved.  Only the aging into EXCPRPT stays keyed to
      *   yesterday's date, so an entry is queued for the
      *   operator once, not on every later run.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - The audit key now carries the unexpected-acknowledgment
      *   count after the unacknowledged count (GLACKKEY layout),
      *   so the morning OPS-STATUS report can show both.
      * - What goes to the ledger is now GL-JOURNAL-BUILD's
      *   journal on GLJRNL, so the acknowledgments are matched
      *   against those lines: the account on the report, and on
      *   an aged ACUSE GL PENDIENTE exception, is a ledger
      *   account, not a customer account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    GL-JOURNAL-BUILD's journal, in the GL interface layout.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           05  WS-TABLE-FULL-SW           PIC X(01) VALUE "N".
               88  WS-TABLE-FULL-WARNED   VALUE "Y".

      *    Every posting still on the live GLJRNL, held in
      *    storage while the acks are matched off against it.
      *    GL-ARCHIVE keeps the live file down to the recent and
      *    still-unacknowledged entries, so the whole file is
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
           COPY GLACKKEY.
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

      *    A posting becomes overdue the day after it was sent;
      *    only postings dated exactly yesterday are aged into
      *    EXCPRPT, so the same entry is queued for the operator
      *    once and not again on every later run (GLJRNL is
      *    cumulative and this match is stateless).
       READ-BUSINESS-DATE.
           MOVE RH-RUN-DATE TO WS-BUSINESS-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "  No se pudo abrir GLJRNL (estado "
                   WS-GL-STATUS ")."
               SET WS-END-OF-FILE TO TRUE
           ELSE
           IF WS-PST-COUNT NOT LESS THAN WS-PST-MAX
               IF NOT WS-TABLE-FULL-WARNED
                   DISPLAY "  AVISO: mas de " WS-PST-MAX
                       " asientos vivos en GLJRNL, el resto no se"
                       " casa - ejecute GL-ARCHIVE; el resultado"
                       " se marca con diferencias."
                   SET WS-TABLE-FULL-WARNED TO TRUE
           MOVE RH-RUN-DATE TO AL-RUN-DATE.
           MOVE RH-RUN-TIME TO AL-RUN-TIME.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-UNACKED-COUNT TO GK-UNACKED-COUNT.
           MOVE WS-UNEXPECTED-COUNT TO GK-UNEXPECTED-COUNT.
           MOVE GL-ACK-AUDIT-KEY TO WS-AUDIT-KEY-INPUT.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

