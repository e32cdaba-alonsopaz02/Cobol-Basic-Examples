      *the balance total in aggregate, so two errors that offset
      *each other audit clean; this run rebuilds every account's
      *expected balance from its full posted activity - the
      *TRANSHYR yearly archive, the TRANSHAR monthly archive and
      *the live TRANSHST, read off the HISTIDX history index in
      *account order, counting OK postings in and RV reversals
      *out - and compares it to AM-BALANCE on ACCTMAST account
      *by account.  Every discrepancy is reported with
      *the amount and the direction the master is off, history
      *against accounts missing from the master included, and
      *any mismatch ends the run with return code 8 so the
      *stream stops before more posting piles onto a wrong
      *balance.  The verdict goes to AUDITLOG.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - YEAR-END-CLOSE rolls each closed year off TRANSHAR onto
      *   the TRANSHYR yearly archive, so the rebuild now reads
      *   TRANSHYR first; the posted activity is complete again.
      * - The rebuild reads the HISTIDX history index, which
      *   holds all three history files in account order, and
      *   matches it against ACCTMAST account by account in one
      *   pass, instead of scanning the three files into a table
      *   of accounts; the 5000-account table and its overflow
      *   stop are gone.  History against an account missing
      *   from the master is now reported in account order.
      *   Without the index the run stops with return code 12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HX-HISTORY-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  HIST-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTIDXR.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.

      *    The history record off the index entry just read.
           COPY TRANSHSR.

       01  WS-SWITCHES.
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".

      *    Match keys for the two files, both in account order;
      *    a file at its end takes the high key so the other
      *    file's remaining accounts still come through.
       01  WS-MATCH-KEYS.
           05  WS-MASTER-KEY              PIC 9(7) VALUE ZERO.
           05  WS-HIST-KEY                PIC 9(7) VALUE ZERO.
           05  WS-END-KEY                 PIC 9(7) VALUE 9999999.

       01  WS-WORK-ACCOUNT                PIC 9(6) VALUE ZERO.
       01  WS-ACCOUNT-POSTED-COUNT        PIC 9(8) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCOUNT-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-POSTED-READ-COUNT       PIC 9(8) COMP VALUE ZERO.
           05  WS-HIST-ACCOUNT-COUNT      PIC 9(8) COMP VALUE ZERO.
           05  WS-MISMATCH-COUNT          PIC 9(6) COMP VALUE ZERO.

       01  WS-EXPECTED-BALANCE            PIC S9(11)V99 VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-HISTIDX-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           OPEN INPUT HIST-INDEX-FILE.
           IF WS-HISTIDX-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HISTIDX (estado "
                   WS-HISTIDX-STATUS "); ejecute HIST-INDEX-BUILD"
                   " antes de verificar."
               MOVE "HISTIDX" TO WS-AUDIT-KEY-INPUT
               MOVE "INDICE HISTORIAL NO DISPONIBLE"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VERIFY-AGAINST-MASTER
               CLOSE HIST-INDEX-FILE
               PERFORM PRINT-VERIFY-TOTALS
               IF WS-MASTER-OPEN-FAILED
                   MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

      *----------------------------------------------------------*
      * MATCH THE MASTER AGAINST THE HISTORY INDEX            *
      * Both files come in account order: an account on both  *
      * is verified against its history, a master account     *
      * with no history must carry a zero balance, and        *
      * history with no master account is reported.           *
      *----------------------------------------------------------*
       VERIFY-AGAINST-MASTER.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
           ELSE
               PERFORM READ-NEXT-ACCOUNT
               PERFORM READ-NEXT-INDEXED-RECORD
               PERFORM MATCH-ONE-ACCOUNT
                   UNTIL WS-MASTER-KEY = WS-END-KEY
                   AND WS-HIST-KEY = WS-END-KEY
               CLOSE ACCT-MASTER-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE WS-END-KEY TO WS-MASTER-KEY
               NOT AT END
                   MOVE AM-ACCOUNT-NUMBER TO WS-MASTER-KEY
           END-READ.

       READ-NEXT-INDEXED-RECORD.
           READ HIST-INDEX-FILE NEXT RECORD
               AT END
                   MOVE WS-END-KEY TO WS-HIST-KEY
               NOT AT END
                   MOVE HX-HISTORY-IMAGE TO TRANS-HIST-RECORD
                   MOVE HX-ACCOUNT-NUMBER TO WS-HIST-KEY
           END-READ.

       MATCH-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-HIST-KEY < WS-MASTER-KEY
                   PERFORM TALLY-ACCOUNT-HISTORY
                   PERFORM REPORT-UNMATCHED-HISTORY
               WHEN WS-HIST-KEY = WS-MASTER-KEY
                   PERFORM TALLY-ACCOUNT-HISTORY
                   PERFORM VERIFY-ONE-ACCOUNT
               WHEN OTHER
                   MOVE ZERO TO WS-EXPECTED-BALANCE
                   PERFORM VERIFY-ONE-ACCOUNT
           END-EVALUATE.

      *    Rebuilds one account's expected balance from all of its
      *    records on the index.
       TALLY-ACCOUNT-HISTORY.
           MOVE WS-HIST-KEY TO WS-WORK-ACCOUNT.
           MOVE ZERO TO WS-EXPECTED-BALANCE.
           MOVE ZERO TO WS-ACCOUNT-POSTED-COUNT.
           PERFORM TALLY-ONE-HIST-RECORD
               UNTIL WS-HIST-KEY NOT = WS-WORK-ACCOUNT.
           IF WS-ACCOUNT-POSTED-COUNT > ZERO
               ADD 1 TO WS-HIST-ACCOUNT-COUNT
           END-IF.

      *    Only OK postings and RV reversals ever moved balances;
      *    the exception statuses posted nothing.
       TALLY-ONE-HIST-RECORD.
           IF TH-STATUS-OK OR TH-STATUS-REVERSED
               ADD 1 TO WS-POSTED-READ-COUNT
               ADD 1 TO WS-ACCOUNT-POSTED-COUNT
               ADD TH-RESULT TO WS-EXPECTED-BALANCE
           END-IF.
           PERFORM READ-NEXT-INDEXED-RECORD.

      *    An account with no posted history at all must carry a
      *    zero balance; a positive difference means the master
      *    is OVER what the history supports.
       VERIFY-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF AM-BALANCE NOT = WS-EXPECTED-BALANCE
               ADD 1 TO WS-MISMATCH-COUNT
               COMPUTE WS-DIFFERENCE =
      *    History against an account the master no longer has is
      *    just as wrong as a bad balance.
       REPORT-UNMATCHED-HISTORY.
           IF WS-ACCOUNT-POSTED-COUNT > ZERO
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE WS-EXPECTED-BALANCE TO WS-AMOUNT-EDIT
               DISPLAY "  DIFERENCIA " WS-WORK-ACCOUNT
                   " con historial " WS-AMOUNT-EDIT
                   " pero SIN cuenta en el maestro"
           END-IF.
           DISPLAY "  Cuentas en el maestro  : " WS-ACCOUNT-COUNT.
           DISPLAY "  Movimientos rehechos   : "
               WS-POSTED-READ-COUNT.
           DISPLAY "  Cuentas con movimiento : "
               WS-HIST-ACCOUNT-COUNT.
           DISPLAY "  Diferencias            : " WS-MISMATCH-COUNT.
           IF WS-MISMATCH-COUNT > ZERO
               DISPLAY "  ESTADO: SALDOS CON DIFERENCIAS - REVISAR"
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

