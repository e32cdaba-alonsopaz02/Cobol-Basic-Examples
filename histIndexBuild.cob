       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-INDEX-BUILD.
      *Rebuilds the HISTIDX transaction history index from the
      *history files themselves: the TRANSHYR yearly archive, the
      *TRANSHAR monthly archive and the live TRANSHST, in that
      *order, one index record per history record, keyed on
      *account, business date and posting sequence, with the
      *batch number as an alternate key.  ACCT-INQUIRY, ACCOUNT-
      *STATEMENT, BAL-VERIFY and BATCH-BACKOUT read the account's
      *or the batch's records off the index instead of scanning
      *the whole history.  The index is recreated from empty on
      *every run, so whatever went wrong with it since the last
      *rebuild - a posting run that could not reach it, a history
      *file rewritten by LAYOUT-CONVERT - is put right, and the
      *run proves that every history record read was indexed.
      *Runs every night in the job stream after the posting and
      *month-end steps, and is CALLed by LAYOUT-CONVERT after it
      *rewrites TRANSHST.  A missing history file is simply
      *empty; one that cannot be read, or an index that cannot be
      *written in full, ends the run with return code 12 and the
      *index must not be used until a rerun is clean.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEARLY-ARCHIVE-FILE ASSIGN TO "TRANSHYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARLY-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANSHAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT TRANS-HIST-FILE ASSIGN TO "TRANSHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-HISTORY-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEARLY-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  YEARLY-RECORD                  PIC X(50).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(50).

       FD  TRANS-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  LIVE-HIST-RECORD               PIC X(50).

       FD  HIST-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTIDXR.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.

      *    The history record being indexed, whichever of the
      *    three files it was read from.
           COPY TRANSHSR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
           05  WS-SOURCE-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-SOURCE-UNREADABLE   VALUE "Y".
           05  WS-HX-WRITE-SWITCH         PIC X(01) VALUE "P".
               88  WS-HX-WRITE-PENDING    VALUE "P".
               88  WS-HX-WRITTEN          VALUE "Y".
               88  WS-HX-WRITE-FAILED     VALUE "F".

       01  WS-HX-LAST-SEQUENCE            PIC 9(5) VALUE 99999.

       01  WS-COUNTERS.
           05  WS-YEARLY-COUNT            PIC 9(8) COMP VALUE ZERO.
           05  WS-ARCHIVE-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-LIVE-COUNT              PIC 9(8) COMP VALUE ZERO.
           05  WS-READ-TOTAL              PIC 9(8) COMP VALUE ZERO.
           05  WS-INDEXED-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-FAILED-COUNT            PIC 9(8) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-YEARLY-STATUS           PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-HIST-STATUS             PIC X(02).
           05  WS-HISTIDX-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           OPEN OUTPUT HIST-INDEX-FILE.
           IF WS-HISTIDX-STATUS NOT = "00"
               DISPLAY "No se pudo crear HISTIDX (estado "
                   WS-HISTIDX-STATUS "); el indice no se rehace."
               MOVE "HISTIDX" TO WS-AUDIT-KEY-INPUT
               MOVE "INDICE NO DISPONIBLE" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM INDEX-YEARLY-ARCHIVE
               PERFORM INDEX-ARCHIVE
               PERFORM INDEX-LIVE-HISTORY
               CLOSE HIST-INDEX-FILE
               PERFORM PRINT-BUILD-TOTALS
               PERFORM REPORT-BUILD-VERDICT
           END-IF.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "HIST-INDEX-BUILD" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           MOVE "N" TO WS-SOURCE-FAIL-SWITCH.
           MOVE ZERO TO WS-YEARLY-COUNT.
           MOVE ZERO TO WS-ARCHIVE-COUNT.
           MOVE ZERO TO WS-LIVE-COUNT.
           MOVE ZERO TO WS-INDEXED-COUNT.
           MOVE ZERO TO WS-FAILED-COUNT.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

      *----------------------------------------------------------*
      * LOAD THE THREE HISTORY FILES, OLDEST FIRST            *
      * Oldest first keeps each account-day's sequence in     *
      * posting order.  A file that is not there (status 35)  *
      * has nothing to index; any other open failure means    *
      * the index would be short and the run fails.           *
      *----------------------------------------------------------*
       INDEX-YEARLY-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT YEARLY-ARCHIVE-FILE.
           IF WS-YEARLY-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
               IF WS-YEARLY-STATUS NOT = "35"
                   DISPLAY "  No se pudo leer TRANSHYR (estado "
                       WS-YEARLY-STATUS ")."
                   SET WS-SOURCE-UNREADABLE TO TRUE
               END-IF
           ELSE
               PERFORM READ-NEXT-YEARLY-RECORD
           END-IF.
           PERFORM INDEX-ONE-YEARLY-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-YEARLY-STATUS NOT = "35"
               CLOSE YEARLY-ARCHIVE-FILE
           END-IF.

       READ-NEXT-YEARLY-RECORD.
           READ YEARLY-ARCHIVE-FILE INTO TRANS-HIST-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       INDEX-ONE-YEARLY-RECORD.
           ADD 1 TO WS-YEARLY-COUNT.
           PERFORM ADD-TO-HIST-INDEX.
           PERFORM READ-NEXT-YEARLY-RECORD.

       INDEX-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
               IF WS-ARCHIVE-STATUS NOT = "35"
                   DISPLAY "  No se pudo leer TRANSHAR (estado "
                       WS-ARCHIVE-STATUS ")."
                   SET WS-SOURCE-UNREADABLE TO TRUE
               END-IF
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-IF.
           PERFORM INDEX-ONE-ARCHIVE-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE INTO TRANS-HIST-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       INDEX-ONE-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVE-COUNT.
           PERFORM ADD-TO-HIST-INDEX.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       INDEX-LIVE-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
               IF WS-HIST-STATUS NOT = "35"
                   DISPLAY "  No se pudo leer TRANSHST (estado "
                       WS-HIST-STATUS ")."
                   SET WS-SOURCE-UNREADABLE TO TRUE
               END-IF
           ELSE
               PERFORM READ-NEXT-HIST-RECORD
           END-IF.
           PERFORM INDEX-ONE-HIST-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE TRANS-HIST-FILE
           END-IF.

       READ-NEXT-HIST-RECORD.
           READ TRANS-HIST-FILE INTO TRANS-HIST-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       INDEX-ONE-HIST-RECORD.
           ADD 1 TO WS-LIVE-COUNT.
           PERFORM ADD-TO-HIST-INDEX.
           PERFORM READ-NEXT-HIST-RECORD.

      *----------------------------------------------------------*
      * ONE INDEX RECORD PER HISTORY RECORD                   *
      * The account-day's records are numbered in the order   *
      * they are added: the first free sequence is taken, so  *
      * a record always sorts after the ones of the same      *
      * account and day added before it.                      *
      *----------------------------------------------------------*
       ADD-TO-HIST-INDEX.
           MOVE TRANS-HIST-RECORD TO HX-HISTORY-IMAGE.
           MOVE TH-ACCOUNT-NUMBER TO HX-ACCOUNT-NUMBER.
           MOVE TH-BUSINESS-DATE TO HX-BUSINESS-DATE.
           MOVE TH-BATCH-NUMBER TO HX-BATCH-NUMBER.
           MOVE ZERO TO HX-SEQUENCE.
           SET WS-HX-WRITE-PENDING TO TRUE.
           PERFORM TRY-HIST-INDEX-SEQUENCE
               UNTIL NOT WS-HX-WRITE-PENDING.
           IF WS-HX-WRITTEN
               ADD 1 TO WS-INDEXED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "  No indexado: cuenta " TH-ACCOUNT-NUMBER
                   " fecha " TH-BUSINESS-DATE " (estado "
                   WS-HISTIDX-STATUS ")."
           END-IF.

       TRY-HIST-INDEX-SEQUENCE.
           ADD 1 TO HX-SEQUENCE.
           WRITE HIST-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN WS-HISTIDX-STATUS = "00"
                       OR WS-HISTIDX-STATUS = "02"
                   SET WS-HX-WRITTEN TO TRUE
               WHEN WS-HISTIDX-STATUS = "22"
                       AND HX-SEQUENCE < WS-HX-LAST-SEQUENCE
                   CONTINUE
               WHEN OTHER
                   SET WS-HX-WRITE-FAILED TO TRUE
           END-EVALUATE.

       PRINT-BUILD-TOTALS.
           COMPUTE WS-READ-TOTAL =
               WS-YEARLY-COUNT + WS-ARCHIVE-COUNT + WS-LIVE-COUNT.
           DISPLAY "=============================================".
           DISPLAY "  HIST-INDEX-BUILD - TOTALES".
           DISPLAY "  Leidos de TRANSHYR     : " WS-YEARLY-COUNT.
           DISPLAY "  Leidos de TRANSHAR     : " WS-ARCHIVE-COUNT.
           DISPLAY "  Leidos de TRANSHST     : " WS-LIVE-COUNT.
           DISPLAY "  Registros indexados    : " WS-INDEXED-COUNT.
           DISPLAY "  Registros no indexados : " WS-FAILED-COUNT.
           DISPLAY "=============================================".

      *    The index is only good when every record read went
      *    onto it and no history file was left unread.
       REPORT-BUILD-VERDICT.
           IF WS-SOURCE-UNREADABLE
                   OR WS-FAILED-COUNT > ZERO
                   OR WS-INDEXED-COUNT NOT = WS-READ-TOTAL
               DISPLAY "  ESTADO: INDICE INCOMPLETO - no use HISTIDX"
                   " hasta rehacerlo sin errores."
               MOVE WS-READ-TOTAL TO WS-AUDIT-KEY-INPUT
               MOVE "INDICE HISTORIAL INCOMPLETO" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "  ESTADO: INDICE REHECHO"
               MOVE WS-INDEXED-COUNT TO WS-AUDIT-KEY-INPUT
               MOVE "INDICE HISTORIAL REHECHO" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE ZERO TO RETURN-CODE
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "HIST-INDEX-BUILD" TO AL-PROGRAM-NAME.
           MOVE RH-RUN-DATE TO AL-RUN-DATE.
           MOVE RH-RUN-TIME TO AL-RUN-TIME.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM HIST-INDEX-BUILD.
