      *   it can point to.
      * - STOP RUN replaced with GOBACK so JOB-CONTROLLER can CALL
      *   this program as a scheduled step and get control back.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - The chain is carried across onto AUDITARC: records are
      *   moved with their sequence numbers and check values
      *   untouched, and the split is now a clean cut in log
      *   order - once the first record on or after the cutoff is
      *   met, it and everything after it stay in AUDITLOG, even
      *   a later line carrying an older date - so the archive
      *   always ends exactly where the live log begins.  The
      *   control report shows the sequence numbers either side of
      *   the cut.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ==AL-RUN-TIME== BY ==AR-RUN-TIME==
                   ==AL-OPERATOR-ID== BY ==AR-OPERATOR-ID==
                   ==AL-KEY-INPUT== BY ==AR-KEY-INPUT==
                   ==AL-OUTCOME== BY ==AR-OUTCOME==
                   ==AL-SEQUENCE-NUMBER== BY ==AR-SEQUENCE-NUMBER==
                   ==AL-CHECK-VALUE== BY ==AR-CHECK-VALUE==.

       FD  RETAINED-FILE
           LABEL RECORDS ARE STANDARD.
                   ==AL-RUN-TIME== BY ==RT-RUN-TIME==
                   ==AL-OPERATOR-ID== BY ==RT-OPERATOR-ID==
                   ==AL-KEY-INPUT== BY ==RT-KEY-INPUT==
                   ==AL-OUTCOME== BY ==RT-OUTCOME==
                   ==AL-SEQUENCE-NUMBER== BY ==RT-SEQUENCE-NUMBER==
                   ==AL-CHECK-VALUE== BY ==RT-CHECK-VALUE==.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
           05  WS-RETAIN-SWITCH           PIC X(01) VALUE "N".
               88  WS-RETAINING-REST      VALUE "Y".

       01  WS-CUTOFF-DATE                 PIC 9(8) VALUE ZERO.

           05  WS-ARCHIVED-COUNT          PIC 9(8) COMP VALUE ZERO.
           05  WS-RETAINED-COUNT          PIC 9(8) COMP VALUE ZERO.

       01  WS-LAST-ARCHIVED-SEQUENCE      PIC 9(9) VALUE ZERO.
       01  WS-FIRST-RETAINED-SEQUENCE     PIC 9(9) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS            PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

               MOVE ZERO TO WS-CUTOFF-DATE
           END-IF.

      *    One pass over the live log: the leading run of records
      *    older than the cutoff goes to the archive, the rest is
      *    staged for the rebuild.
       SPLIT-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"

       SPLIT-ONE-RECORD.
           ADD 1 TO WS-EXAMINED-COUNT.
           IF WS-CUTOFF-DATE = ZERO
                   OR AL-RUN-DATE NOT < WS-CUTOFF-DATE
               SET WS-RETAINING-REST TO TRUE
           END-IF.
           IF NOT WS-RETAINING-REST
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE AL-SEQUENCE-NUMBER TO WS-LAST-ARCHIVED-SEQUENCE
               MOVE AUDIT-LOG-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
           ELSE
               IF WS-RETAINED-COUNT = ZERO
                   MOVE AL-SEQUENCE-NUMBER
                       TO WS-FIRST-RETAINED-SEQUENCE
               END-IF
               ADD 1 TO WS-RETAINED-COUNT
               MOVE AUDIT-LOG-RECORD TO RETAINED-RECORD
               WRITE RETAINED-RECORD
           DISPLAY "  Registros examinados  : " WS-EXAMINED-COUNT.
           DISPLAY "  Registros archivados  : " WS-ARCHIVED-COUNT.
           DISPLAY "  Registros conservados : " WS-RETAINED-COUNT.
           DISPLAY "  Ultima secuencia archivada  : "
               WS-LAST-ARCHIVED-SEQUENCE.
           DISPLAY "  Primera secuencia conservada: "
               WS-FIRST-RETAINED-SEQUENCE.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE "ARCHIVADO COMPLETADO" TO WS-AUDIT-OUTCOME.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

