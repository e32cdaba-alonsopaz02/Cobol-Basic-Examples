      *Modification history:
      * - Initial version; lets GL-ACK-MATCH drop its two-day
      *   window workaround.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - The acknowledged file is now GL-JOURNAL-BUILD's journal
      *   on GLJRNL, so that is what is matched against GLACK and
      *   moved onto GLARCH.  The GLINTFC detail lines the journal
      *   was built from are trimmed alongside onto GLINTARC:
      *   a detail line older than the cutoff goes once no
      *   journal line of its business day is left live, so the
      *   detail behind an unacknowledged journal line stays on
      *   GLINTFC with it.  Its move is proven with the same
      *   control counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    GL-JOURNAL-BUILD's journal, in the GL interface layout.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GL-DETAIL-FILE ASSIGN TO "GLINTFC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLDET-STATUS.

           SELECT GL-ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLTMP-STATUS.

           SELECT DETAIL-ARCHIVE-FILE ASSIGN TO "GLINTARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DETARCH-STATUS.

           SELECT RETAINED-DETAIL-FILE ASSIGN TO "GLDTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLDTMP-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
                   ==GL-IS-CREDIT== BY ==RT-IS-CREDIT==
                   ==GL-SOURCE-SYSTEM== BY ==RT-SOURCE-SYSTEM==.

       FD  GL-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLINTREC
               REPLACING ==GL-INTERFACE-RECORD== BY
                       ==GL-DETAIL-RECORD==
                   ==GL-RUN-DATE== BY ==GD-RUN-DATE==
                   ==GL-ACCOUNT-NUMBER== BY ==GD-ACCOUNT-NUMBER==
                   ==GL-AMOUNT== BY ==GD-AMOUNT==
                   ==GL-DEBIT-CREDIT== BY ==GD-DEBIT-CREDIT==
                   ==GL-IS-DEBIT== BY ==GD-IS-DEBIT==
                   ==GL-IS-CREDIT== BY ==GD-IS-CREDIT==
                   ==GL-SOURCE-SYSTEM== BY ==GD-SOURCE-SYSTEM==.

       FD  DETAIL-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLINTREC
               REPLACING ==GL-INTERFACE-RECORD== BY
                       ==DETAIL-ARCHIVE-RECORD==
                   ==GL-RUN-DATE== BY ==DX-RUN-DATE==
                   ==GL-ACCOUNT-NUMBER== BY ==DX-ACCOUNT-NUMBER==
                   ==GL-AMOUNT== BY ==DX-AMOUNT==
                   ==GL-DEBIT-CREDIT== BY ==DX-DEBIT-CREDIT==
                   ==GL-IS-DEBIT== BY ==DX-IS-DEBIT==
                   ==GL-IS-CREDIT== BY ==DX-IS-CREDIT==
                   ==GL-SOURCE-SYSTEM== BY ==DX-SOURCE-SYSTEM==.

       FD  RETAINED-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLINTREC
               REPLACING ==GL-INTERFACE-RECORD== BY
                       ==RETAINED-DETAIL-RECORD==
                   ==GL-RUN-DATE== BY ==RD-RUN-DATE==
                   ==GL-ACCOUNT-NUMBER== BY ==RD-ACCOUNT-NUMBER==
                   ==GL-AMOUNT== BY ==RD-AMOUNT==
                   ==GL-DEBIT-CREDIT== BY ==RD-DEBIT-CREDIT==
                   ==GL-IS-DEBIT== BY ==RD-IS-DEBIT==
                   ==GL-IS-CREDIT== BY ==RD-IS-CREDIT==
                   ==GL-SOURCE-SYSTEM== BY ==RD-SOURCE-SYSTEM==.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
               88  WS-MATCH-WAS-FOUND     VALUE "Y".
           05  WS-MOVE-FAIL-SWITCH        PIC X(01) VALUE "N".
               88  WS-MOVE-FAILED         VALUE "Y".
           05  WS-DATE-OVERFLOW-SW        PIC X(01) VALUE "N".
               88  WS-DATE-TABLE-OVERFLOWED
                                          VALUE "Y".
           05  WS-DATE-FOUND-SW           PIC X(01) VALUE "N".
               88  WS-DATE-WAS-FOUND      VALUE "Y".

       01  WS-CUTOFF-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE                   PIC 9(8) VALUE ZERO.

      *    The whole GLACK file in storage, loaded in file order.
      *    The flag says what became of each ack: space = no
       01  WS-ACK-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-ACK-MAX                     PIC 9(5) COMP VALUE 10000.

      *    Business days that still have a journal line on the
      *    live GLJRNL after the split; their GLINTFC detail stays
      *    live too.  An overflowing table keeps all the detail.
       01  WS-LIVE-DATE-TABLE.
           05  WS-LDT-COUNT               PIC 9(4) COMP VALUE ZERO.
           05  WS-LDT-DATE OCCURS 1000 TIMES
                                          PIC 9(8).
       01  WS-LDT-SUB                     PIC 9(4) COMP VALUE ZERO.
       01  WS-LDT-MAX                     PIC 9(4) COMP VALUE 1000.

       01  WS-COUNTERS.
           05  WS-GL-EXAMINED-COUNT       PIC 9(8) COMP VALUE ZERO.
           05  WS-GL-ARCHIVED-COUNT       PIC 9(8) COMP VALUE ZERO.
           05  WS-GL-RETAINED-COUNT       PIC 9(8) COMP VALUE ZERO.
           05  WS-ACK-ARCHIVED-COUNT      PIC 9(8) COMP VALUE ZERO.
           05  WS-ACK-RETAINED-COUNT      PIC 9(8) COMP VALUE ZERO.
           05  WS-DET-EXAMINED-COUNT      PIC 9(8) COMP VALUE ZERO.
           05  WS-DET-ARCHIVED-COUNT      PIC 9(8) COMP VALUE ZERO.
           05  WS-DET-RETAINED-COUNT      PIC 9(8) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-GL-STATUS               PIC X(02).
           05  WS-GLARCH-STATUS           PIC X(02).
           05  WS-ACKARCH-STATUS          PIC X(02).
           05  WS-GLTMP-STATUS            PIC X(02).
           05  WS-GLDET-STATUS            PIC X(02).
           05  WS-DETARCH-STATUS          PIC X(02).
           05  WS-GLDTMP-STATUS           PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           ELSE
               PERFORM SPLIT-GL-INTERFACE
               PERFORM REBUILD-ACK-FILE
               PERFORM SPLIT-GL-DETAIL
               PERFORM PRINT-CONTROL-REPORT
               IF WS-MOVE-FAILED
                   MOVE WS-GL-ARCHIVED-COUNT TO WS-AUDIT-KEY-INPUT
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "  No se pudo abrir GLJRNL (estado "
                   WS-GL-STATUS "), nada que archivar."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               IF WS-MATCH-WAS-FOUND
                   MOVE "R" TO WS-AK-FLAG (WS-ACK-SUB)
               END-IF
               PERFORM NOTE-LIVE-DATE
               ADD 1 TO WS-GL-RETAINED-COUNT
               MOVE GL-INTERFACE-RECORD TO RETAINED-GL-RECORD
               WRITE RETAINED-GL-RECORD
               SET WS-MATCH-WAS-FOUND TO TRUE
           END-IF.

       NOTE-LIVE-DATE.
           MOVE GL-RUN-DATE TO WS-WORK-DATE.
           PERFORM HUNT-LIVE-DATE.
           IF NOT WS-DATE-WAS-FOUND
               IF WS-LDT-COUNT NOT LESS THAN WS-LDT-MAX
                   SET WS-DATE-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-LDT-COUNT
                   MOVE WS-WORK-DATE TO WS-LDT-DATE (WS-LDT-COUNT)
               END-IF
           END-IF.

       HUNT-LIVE-DATE.
           MOVE "N" TO WS-DATE-FOUND-SW.
           MOVE ZERO TO WS-LDT-SUB.
           PERFORM CHECK-ONE-LIVE-DATE
               UNTIL WS-DATE-WAS-FOUND
               OR WS-LDT-SUB NOT LESS THAN WS-LDT-COUNT.

       CHECK-ONE-LIVE-DATE.
           ADD 1 TO WS-LDT-SUB.
           IF WS-LDT-DATE (WS-LDT-SUB) = WS-WORK-DATE
               SET WS-DATE-WAS-FOUND TO TRUE
           END-IF.

       REBUILD-LIVE-GL.
           OPEN INPUT RETAINED-GL-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
               WRITE GL-ACK-RECORD
           END-IF.

      *----------------------------------------------------------*
      * TRIM THE GLINTFC DETAIL                                  *
      * A detail line goes to GLINTARC once it is older than the *
      * cutoff and its business day has no journal line left on *
      * the live GLJRNL; everything else is staged and copied    *
      * back like the journal.                                   *
      *----------------------------------------------------------*
       SPLIT-GL-DETAIL.
           IF WS-DATE-TABLE-OVERFLOWED
               DISPLAY "  Mas de " WS-LDT-MAX " dias vivos en GLJRNL,"
                   " GLINTFC se conserva entero."
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GL-DETAIL-FILE.
           IF WS-GLDET-STATUS NOT = "00"
               DISPLAY "  No se pudo abrir GLINTFC (estado "
                   WS-GLDET-STATUS "), detalle sin recortar."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN EXTEND DETAIL-ARCHIVE-FILE
               IF WS-DETARCH-STATUS NOT = "00"
                   OPEN OUTPUT DETAIL-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT RETAINED-DETAIL-FILE
               PERFORM READ-NEXT-DETAIL-RECORD
               PERFORM SPLIT-ONE-DETAIL-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE GL-DETAIL-FILE
               CLOSE DETAIL-ARCHIVE-FILE
               CLOSE RETAINED-DETAIL-FILE
               PERFORM REBUILD-LIVE-DETAIL
           END-IF.
           IF WS-DET-EXAMINED-COUNT NOT =
                   WS-DET-ARCHIVED-COUNT + WS-DET-RETAINED-COUNT
               SET WS-MOVE-FAILED TO TRUE
           END-IF.

       READ-NEXT-DETAIL-RECORD.
           READ GL-DETAIL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       SPLIT-ONE-DETAIL-RECORD.
           ADD 1 TO WS-DET-EXAMINED-COUNT.
           MOVE GD-RUN-DATE TO WS-WORK-DATE.
           PERFORM HUNT-LIVE-DATE.
           IF WS-CUTOFF-DATE > ZERO
                   AND GD-RUN-DATE < WS-CUTOFF-DATE
                   AND NOT WS-DATE-WAS-FOUND
                   AND NOT WS-DATE-TABLE-OVERFLOWED
               ADD 1 TO WS-DET-ARCHIVED-COUNT
               MOVE GL-DETAIL-RECORD TO DETAIL-ARCHIVE-RECORD
               WRITE DETAIL-ARCHIVE-RECORD
           ELSE
               ADD 1 TO WS-DET-RETAINED-COUNT
               MOVE GL-DETAIL-RECORD TO RETAINED-DETAIL-RECORD
               WRITE RETAINED-DETAIL-RECORD
           END-IF.
           PERFORM READ-NEXT-DETAIL-RECORD.

       REBUILD-LIVE-DETAIL.
           OPEN INPUT RETAINED-DETAIL-FILE.
           OPEN OUTPUT GL-DETAIL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-NEXT-RETAINED-DETAIL.
           PERFORM COPY-ONE-RETAINED-DETAIL
               UNTIL WS-END-OF-FILE.
           CLOSE RETAINED-DETAIL-FILE.
           CLOSE GL-DETAIL-FILE.

       READ-NEXT-RETAINED-DETAIL.
           READ RETAINED-DETAIL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-RETAINED-DETAIL.
           MOVE RETAINED-DETAIL-RECORD TO GL-DETAIL-RECORD.
           WRITE GL-DETAIL-RECORD.
           PERFORM READ-NEXT-RETAINED-DETAIL.

       PRINT-CONTROL-REPORT.
           DISPLAY "=============================================".
           DISPLAY "  GL-ARCHIVE - INFORME DE CONTROL".
               WS-ACK-ARCHIVED-COUNT.
           DISPLAY "  Acuses conservados     : "
               WS-ACK-RETAINED-COUNT.
           DISPLAY "  Detalle GLINTFC leido  : "
               WS-DET-EXAMINED-COUNT.
           DISPLAY "  Detalle archivado      : "
               WS-DET-ARCHIVED-COUNT.
           DISPLAY "  Detalle conservado     : "
               WS-DET-RETAINED-COUNT.
           IF WS-MOVE-FAILED
               DISPLAY "  ESTADO: RECUENTOS NO CUADRAN - REVISAR"
           ELSE
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

