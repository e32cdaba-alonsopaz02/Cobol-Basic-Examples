      *reversals.  Now that every history record carries the
      *TRANSRAW batch number it posted under, this run takes a
      *batch number, selects that batch's posted OK records off
      *the HISTIDX history index - which covers the archives as
      *well as the live TRANSHST, so a batch in a closed month
      *can still be found - nets out the RV records that
      *already reversed part of the batch (matched on account,
      *amounts, operation, and the negated RESULT; reversal
      *records do not carry the original business date), and
      *generates the REVSIN reversal file for CALC-REVERSAL
      *covering only what is still outstanding, so
      *a second backout run or a batch partially reversed by hand
      *cannot post the same reversal twice.  The proof report
      *shows every transaction, the already-reversed count, and
      *   to take every OK record blind, so a rerun after the
      *   first backout posted generated reversals that posted
      *   again and corrupted balances.
      * - Only the paying leg of a transfer (operation T, negative
      *   RESULT) is selected: CALC-REVERSAL reverses a transfer
      *   leg as the whole pair, so selecting the receiving leg as
      *   well would back the transfer out twice.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - The batch's records are read off the HISTIDX history
      *   index by batch number instead of scanning TRANSHAR and
      *   TRANSHST, and the RV records are netted from each of
      *   the batch's accounts' own records on the index, from
      *   the batch's first business date on.  The index holds
      *   TRANSHYR as well, so a batch in a closed year is found;
      *   CALC-REVERSAL still refuses to post its reversals.
      *   Without the index the run stops with return code 12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-HISTORY-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT REVERSAL-OUT-FILE ASSIGN TO "REVSIN"
               ORGANIZATION IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTIDXR.

       FD  REVERSAL-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.

      *    The history record off the index entry just read.
           COPY TRANSHSR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
               88  WS-TABLE-OVERFLOWED    VALUE "Y".
           05  WS-NET-FOUND-SWITCH        PIC X(01) VALUE "N".
               88  WS-NET-SLOT-FOUND      VALUE "Y".
           05  WS-NETTED-SWITCH           PIC X(01) VALUE "N".
               88  WS-ACCOUNT-ALREADY-NETTED VALUE "Y".

       01  WS-BACKOUT-BATCH               PIC 9(6) VALUE ZERO.
       01  WS-BACKOUT-REASON              PIC X(30) VALUE SPACES.

      *    One record's worth of history fields, shared by the
      *    collecting and netting passes.
       01  WS-WORK-FIELDS.
           05  WS-WORK-DATE               PIC 9(8).
           05  WS-WORK-ACCOUNT            PIC 9(6).
               10  WS-BKO-REVERSED        PIC X(01).

       01  WS-BKO-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-NET-ACCOUNT-SUB             PIC 9(5) COMP VALUE ZERO.
       01  WS-SEEN-SUB                    PIC 9(5) COMP VALUE ZERO.
       01  WS-NET-ACCOUNT                 PIC 9(6) VALUE ZERO.
      *    No RV record can predate the posting it reverses, so
      *    the netting starts each account at the batch's first
      *    business date.
       01  WS-BATCH-FIRST-DATE            PIC 9(8) VALUE 99999999.
       01  WS-BKO-MAX                     PIC 9(5) COMP VALUE 5000.
       01  WS-NEGATED-RESULT              PIC S9(5)V99 VALUE ZERO.

       01  WS-RESULT-EDIT                 PIC -(5)9.99.

       01  WS-FILE-STATUSES.
           05  WS-HISTIDX-STATUS          PIC X(02).
           05  WS-REVSIN-STATUS           PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

               PERFORM WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT HIST-INDEX-FILE
               IF WS-HISTIDX-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir HISTIDX (estado "
                       WS-HISTIDX-STATUS "); ejecute"
                       " HIST-INDEX-BUILD antes del extorno."
                   MOVE WS-BACKOUT-BATCH TO WS-AUDIT-KEY-INPUT
                   MOVE "INDICE HISTORIAL NO DISPONIBLE"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM GENERATE-THE-BACKOUT
                   CLOSE HIST-INDEX-FILE
               END-IF
           END-IF.
           GOBACK.

      *    already posted against them, then generate REVSIN for
      *    only the outstanding ones.
       GENERATE-THE-BACKOUT.
           PERFORM COLLECT-THE-BATCH.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "Demasiados registros en el lote (mas de "
                   WS-BKO-MAX "), no se genera nada."
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM NET-THE-REVERSALS
               PERFORM PRINT-PROOF-HEADING
               PERFORM WRITE-REVERSAL-FILE
               PERFORM PRINT-PROOF-TOTALS
      *----------------------------------------------------------*
      * PASS 1 - COLLECT THE BATCH'S POSTED OK RECORDS        *
      *----------------------------------------------------------*
      *    The batch number is the index's alternate key, so the
      *    batch's records are read from its first entry until
      *    the batch number changes.
       COLLECT-THE-BATCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-BACKOUT-BATCH TO HX-BATCH-NUMBER.
           START HIST-INDEX-FILE
               KEY IS EQUAL TO HX-BATCH-NUMBER
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           IF NOT WS-END-OF-FILE
               PERFORM READ-NEXT-BATCH-RECORD
           END-IF.
           PERFORM COLLECT-ONE-BATCH-RECORD
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED.

       READ-NEXT-BATCH-RECORD.
           READ HIST-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
                   AND HX-BATCH-NUMBER NOT = WS-BACKOUT-BATCH
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               MOVE HX-HISTORY-IMAGE TO TRANS-HIST-RECORD
           END-IF.

       COLLECT-ONE-BATCH-RECORD.
           IF TH-STATUS-OK
                   AND NOT (TH-OP-TRANSFER AND TH-RESULT > ZERO)
               PERFORM MOVE-HIST-TO-WORK
               PERFORM ADD-TO-BACKOUT-TABLE
               IF WS-WORK-DATE < WS-BATCH-FIRST-DATE
                   MOVE WS-WORK-DATE TO WS-BATCH-FIRST-DATE
               END-IF
           END-IF.
           PERFORM READ-NEXT-BATCH-RECORD.

       MOVE-HIST-TO-WORK.
           MOVE TH-BUSINESS-DATE TO WS-WORK-DATE.
      * entry with the same account, amounts, and operation    *
      * whose RESULT it negates; reversal records carry no     *
      * original business date, so the match is on the         *
      * transaction itself.  Only the batch's own accounts     *
      * can hold such a record, so each of them is browsed     *
      * once on the index from the batch's first date.         *
      *----------------------------------------------------------*
       NET-THE-REVERSALS.
           MOVE ZERO TO WS-NET-ACCOUNT-SUB.
           PERFORM NET-ONE-BATCH-ACCOUNT
               UNTIL WS-NET-ACCOUNT-SUB NOT LESS THAN WS-BKO-COUNT.

       NET-ONE-BATCH-ACCOUNT.
           ADD 1 TO WS-NET-ACCOUNT-SUB.
           MOVE WS-BKO-ACCOUNT (WS-NET-ACCOUNT-SUB) TO WS-NET-ACCOUNT.
           MOVE "N" TO WS-NETTED-SWITCH.
           MOVE ZERO TO WS-SEEN-SUB.
           PERFORM CHECK-ONE-EARLIER-ENTRY
               UNTIL WS-ACCOUNT-ALREADY-NETTED
               OR WS-SEEN-SUB + 1 NOT LESS THAN WS-NET-ACCOUNT-SUB.
           IF NOT WS-ACCOUNT-ALREADY-NETTED
               PERFORM NET-ACCOUNT-HISTORY
           END-IF.

       CHECK-ONE-EARLIER-ENTRY.
           ADD 1 TO WS-SEEN-SUB.
           IF WS-BKO-ACCOUNT (WS-SEEN-SUB) = WS-NET-ACCOUNT
               SET WS-ACCOUNT-ALREADY-NETTED TO TRUE
           END-IF.

       NET-ACCOUNT-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-NET-ACCOUNT TO HX-ACCOUNT-NUMBER.
           MOVE WS-BATCH-FIRST-DATE TO HX-BUSINESS-DATE.
           MOVE ZERO TO HX-SEQUENCE.
           START HIST-INDEX-FILE
               KEY IS NOT LESS THAN HX-HISTORY-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           IF NOT WS-END-OF-FILE
               PERFORM READ-NEXT-ACCOUNT-RECORD
           END-IF.
           PERFORM NET-ONE-ACCOUNT-RECORD
               UNTIL WS-END-OF-FILE.

       READ-NEXT-ACCOUNT-RECORD.
           READ HIST-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
                   AND HX-ACCOUNT-NUMBER NOT = WS-NET-ACCOUNT
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
               MOVE HX-HISTORY-IMAGE TO TRANS-HIST-RECORD
           END-IF.

       NET-ONE-ACCOUNT-RECORD.
           IF TH-STATUS-REVERSED
               PERFORM MOVE-HIST-TO-WORK
               PERFORM NET-WORK-RECORD
           END-IF.
           PERFORM READ-NEXT-ACCOUNT-RECORD.

       NET-WORK-RECORD.
           SET WS-NET-FOUND-SWITCH TO "N".
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

