       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.
      *Proof of the chained audit trail.  Walks AUDITARC and then
      *AUDITLOG in order, exactly as AUDIT-ARCHIVE leaves them -
      *the archive ends where the live log begins - and checks
      *every record against the one before it: the sequence
      *number must run on by one, and the check value must be the
      *one AUDIT-CHECKSUM gives for the record's own fields and
      *the previous record's check value.  A jump in the sequence
      *is a gap (records deleted), a sequence that repeats or
      *runs backwards is a break (records inserted, reordered or
      *copied), and a wrong check value on an otherwise orderly
      *record means the record was edited.  Finally the last
      *record is compared with the AUDITSEQ control record, which
      *catches lines cut off the end of the log.  Every finding
      *is printed on the AUDVRPT report; any finding at all ends
      *the run with return code 8 so JOB-CONTROLLER stops the
      *stream there for somebody to look.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDITARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDITSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(129).

       FD  AUDIT-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDSEQR.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY AUDCKSPR.

      *    The record being verified, whichever file it came from,
      *    and the same bytes split at the end of the chained part.
           COPY AUDITREC
               REPLACING ==AUDIT-LOG-RECORD== BY ==VERIFY-RECORD==
                   ==AL-PROGRAM-NAME== BY ==VR-PROGRAM-NAME==
                   ==AL-RUN-DATE== BY ==VR-RUN-DATE==
                   ==AL-RUN-TIME== BY ==VR-RUN-TIME==
                   ==AL-OPERATOR-ID== BY ==VR-OPERATOR-ID==
                   ==AL-KEY-INPUT== BY ==VR-KEY-INPUT==
                   ==AL-OUTCOME== BY ==VR-OUTCOME==
                   ==AL-SEQUENCE-NUMBER== BY ==VR-SEQUENCE-NUMBER==
                   ==AL-CHECK-VALUE== BY ==VR-CHECK-VALUE==.
       01  WS-RECORD-IMAGE REDEFINES VERIFY-RECORD.
           05  WS-CHAINED-PART            PIC X(113).
           05  WS-CHECK-PART              PIC X(16).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
           05  WS-PREVIOUS-KNOWN-SW       PIC X(01) VALUE "Y".
               88  WS-PREVIOUS-IS-KNOWN   VALUE "Y".

       01  WS-SOURCE-FILE                 PIC X(08).
       01  WS-PREVIOUS-SEQUENCE           PIC 9(9) VALUE ZERO.
       01  WS-PREVIOUS-CHECK-VALUE        PIC 9(16) VALUE ZERO.
       01  WS-EXPECTED-SEQUENCE           PIC 9(9) VALUE ZERO.
       01  WS-MISSING-IN-GAP              PIC 9(9) VALUE ZERO.
       01  WS-FINDING                     PIC X(40).

       01  WS-COUNTERS.
           05  WS-ARCHIVE-COUNT           PIC 9(9) COMP VALUE ZERO.
           05  WS-LOG-COUNT               PIC 9(9) COMP VALUE ZERO.
           05  WS-GAP-COUNT               PIC 9(9) COMP VALUE ZERO.
           05  WS-MISSING-COUNT           PIC 9(9) COMP VALUE ZERO.
           05  WS-BREAK-COUNT             PIC 9(9) COMP VALUE ZERO.
           05  WS-ALTERED-COUNT           PIC 9(9) COMP VALUE ZERO.
           05  WS-FINDING-COUNT           PIC 9(9) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-SEQUENCE-STATUS         PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).
           05  WS-REPORT-STATUS           PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-FINDING-EDIT                PIC Z(8)9.
       01  WS-VERIFIED-EDIT               PIC Z(8)9.

       01  WS-PAGE-NUMBER                 PIC 9(3) COMP VALUE ZERO.
       01  WS-LINE-COUNT                  PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LIMIT                  PIC 9(3) COMP VALUE 55.

       01  WS-RPT-HEADING-1.
           05  FILLER                     PIC X(10)
               VALUE "AUDVRPT   ".
           05  FILLER                     PIC X(40) VALUE
               "VERIFICACION DE LA CADENA DE AUDITORIA".
           05  FILLER                     PIC X(09) VALUE
               "  FECHA: ".
           05  WS-RH1-DATE                PIC 9(8).
           05  FILLER                     PIC X(08) VALUE "  HORA: ".
           05  WS-RH1-TIME                PIC 9(8).
           05  FILLER                     PIC X(10) VALUE
               "   PAGINA ".
           05  WS-RH1-PAGE                PIC ZZ9.
           05  FILLER                     PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                     PIC X(12) VALUE
               "  FICHERO".
           05  FILLER                     PIC X(11) VALUE
               "SECUENCIA".
           05  FILLER                     PIC X(11) VALUE
               "ESPERADA".
           05  FILLER                     PIC X(22) VALUE
               "PROGRAMA".
           05  FILLER                     PIC X(10) VALUE "FECHA".
           05  FILLER                     PIC X(10) VALUE "HORA".
           05  FILLER                     PIC X(40) VALUE
               "HALLAZGO".
           05  FILLER                     PIC X(16) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-FILE                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-SEQUENCE            PIC Z(8)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-EXPECTED            PIC Z(8)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-PROGRAM             PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-DATE                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-TIME                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-FINDING             PIC X(40).
           05  FILLER                     PIC X(16) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-TOTAL-LABEL         PIC X(38).
           05  WS-RPT-TOTAL-COUNT         PIC Z(8)9.
           05  FILLER                     PIC X(83) VALUE SPACES.

       01  WS-RPT-VERDICT-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE
               "RESULTADO: ".
           05  WS-RPT-VERDICT             PIC X(40).
           05  FILLER                     PIC X(78) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                     PIC X(30) VALUE
               "*** FIN DEL INFORME ***".
           05  FILLER                     PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-PAGE-NUMBER.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM VERIFY-ARCHIVE-FILE.
           PERFORM VERIFY-LIVE-LOG.
           PERFORM VERIFY-AGAINST-CONTROL.
           PERFORM PRINT-VERIFY-TOTALS.
           CLOSE REPORT-FILE.
           COMPUTE WS-VERIFIED-EDIT = WS-ARCHIVE-COUNT + WS-LOG-COUNT.
           MOVE WS-FINDING-COUNT TO WS-FINDING-EDIT.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING WS-VERIFIED-EDIT " " WS-FINDING-EDIT
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           IF WS-FINDING-COUNT > ZERO
               MOVE "CADENA ROTA" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "CADENA INTACTA" TO WS-AUDIT-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-FINDING-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "AUDIT-VERIFY" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           MOVE ZERO TO WS-PREVIOUS-SEQUENCE.
           MOVE ZERO TO WS-PREVIOUS-CHECK-VALUE.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

      *----------------------------------------------------------*
      * WALK THE ARCHIVE, THEN THE LIVE LOG                      *
      *----------------------------------------------------------*
       VERIFY-ARCHIVE-FILE.
           MOVE "AUDITARC" TO WS-SOURCE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "  Sin AUDITARC (estado " WS-ARCHIVE-STATUS
                   "), se verifica solo AUDITLOG."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ARCHIVE
           END-IF.
           PERFORM VERIFY-ONE-ARCHIVE
               UNTIL WS-END-OF-FILE.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-NEXT-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       VERIFY-ONE-ARCHIVE.
           ADD 1 TO WS-ARCHIVE-COUNT.
           MOVE ARCHIVE-RECORD TO VERIFY-RECORD.
           PERFORM VERIFY-ONE-RECORD.
           PERFORM READ-NEXT-ARCHIVE.

       VERIFY-LIVE-LOG.
           MOVE "AUDITLOG" TO WS-SOURCE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "  Sin AUDITLOG (estado " WS-AUDIT-STATUS
                   ")."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-LOG
           END-IF.
           PERFORM VERIFY-ONE-LOG
               UNTIL WS-END-OF-FILE.
           IF WS-AUDIT-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       READ-NEXT-LOG.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       VERIFY-ONE-LOG.
           ADD 1 TO WS-LOG-COUNT.
           MOVE AUDIT-LOG-RECORD TO VERIFY-RECORD.
           PERFORM VERIFY-ONE-RECORD.
           PERFORM READ-NEXT-LOG.

      *    The check value is only recomputed when the record
      *    follows straight on from a record we hold: after a gap
      *    or a break the predecessor it was chained to is not the
      *    one in hand, and the gap or break is the finding.
      *    Either way the record's own values become the base for
      *    the next one, so a single bad spot is reported once and
      *    not again for every record after it.
       VERIFY-ONE-RECORD.
           COMPUTE WS-EXPECTED-SEQUENCE = WS-PREVIOUS-SEQUENCE + 1.
           IF VR-SEQUENCE-NUMBER NOT NUMERIC
                   OR VR-CHECK-VALUE NOT NUMERIC
               ADD 1 TO WS-ALTERED-COUNT
               MOVE "REGISTRO SIN SELLO DE CADENA" TO WS-FINDING
               PERFORM PRINT-FINDING-LINE
               MOVE WS-EXPECTED-SEQUENCE TO WS-PREVIOUS-SEQUENCE
               MOVE "N" TO WS-PREVIOUS-KNOWN-SW
           ELSE
               EVALUATE TRUE
                   WHEN VR-SEQUENCE-NUMBER = WS-EXPECTED-SEQUENCE
                       IF WS-PREVIOUS-IS-KNOWN
                           PERFORM CHECK-RECORD-VALUE
                       END-IF
                   WHEN VR-SEQUENCE-NUMBER > WS-EXPECTED-SEQUENCE
                       ADD 1 TO WS-GAP-COUNT
                       COMPUTE WS-MISSING-IN-GAP =
                           VR-SEQUENCE-NUMBER - WS-EXPECTED-SEQUENCE
                       ADD WS-MISSING-IN-GAP TO WS-MISSING-COUNT
                       MOVE "HUECO: FALTAN REGISTROS DELANTE"
                           TO WS-FINDING
                       PERFORM PRINT-FINDING-LINE
                   WHEN OTHER
                       ADD 1 TO WS-BREAK-COUNT
                       MOVE "RUPTURA: SECUENCIA REPETIDA O ATRASADA"
                           TO WS-FINDING
                       PERFORM PRINT-FINDING-LINE
               END-EVALUATE
               MOVE VR-SEQUENCE-NUMBER TO WS-PREVIOUS-SEQUENCE
               MOVE VR-CHECK-VALUE TO WS-PREVIOUS-CHECK-VALUE
               SET WS-PREVIOUS-IS-KNOWN TO TRUE
           END-IF.

       CHECK-RECORD-VALUE.
           MOVE WS-PREVIOUS-CHECK-VALUE TO AK-PREVIOUS-CHECK-VALUE.
           MOVE WS-CHAINED-PART TO AK-CHAINED-IMAGE.
           CALL "AUDIT-CHECKSUM" USING AUDIT-CHECKSUM-PARAMETERS.
           IF AK-CHECK-VALUE NOT = VR-CHECK-VALUE
               ADD 1 TO WS-ALTERED-COUNT
               MOVE "REGISTRO ALTERADO: VALOR DE CONTROL"
                   TO WS-FINDING
               PERFORM PRINT-FINDING-LINE
           END-IF.

      *    AUDITSEQ holds the last stamp AUDIT-CHAIN handed out.
      *    A log that ends short of it has lost its last lines; one
      *    that ends on the right number with another value has had
      *    its last line replaced.
       VERIFY-AGAINST-CONTROL.
           MOVE "AUDITSEQ" TO WS-SOURCE-FILE.
           MOVE SPACES TO VERIFY-RECORD.
           MOVE ZERO TO VR-SEQUENCE-NUMBER.
           OPEN INPUT AUDIT-SEQUENCE-FILE.
           IF WS-SEQUENCE-STATUS NOT = "00"
               IF WS-PREVIOUS-SEQUENCE > ZERO
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE "SIN AUDITSEQ: NO SE PUEDE CERRAR LA CADENA"
                       TO WS-FINDING
                   PERFORM PRINT-FINDING-LINE
               END-IF
           ELSE
               READ AUDIT-SEQUENCE-FILE
                   AT END
                       MOVE ZERO TO AQ-LAST-SEQUENCE
                       MOVE ZERO TO AQ-LAST-CHECK-VALUE
               END-READ
               CLOSE AUDIT-SEQUENCE-FILE
               PERFORM COMPARE-CONTROL-RECORD
           END-IF.

       COMPARE-CONTROL-RECORD.
           IF AQ-LAST-SEQUENCE NOT NUMERIC
                   OR AQ-LAST-CHECK-VALUE NOT NUMERIC
               ADD 1 TO WS-BREAK-COUNT
               MOVE "AUDITSEQ ILEGIBLE" TO WS-FINDING
               PERFORM PRINT-FINDING-LINE
           ELSE
               MOVE AQ-LAST-SEQUENCE TO VR-SEQUENCE-NUMBER
               MOVE WS-PREVIOUS-SEQUENCE TO WS-EXPECTED-SEQUENCE
               EVALUATE TRUE
                   WHEN AQ-LAST-SEQUENCE > WS-PREVIOUS-SEQUENCE
                       ADD 1 TO WS-GAP-COUNT
                       COMPUTE WS-MISSING-IN-GAP =
                           AQ-LAST-SEQUENCE - WS-PREVIOUS-SEQUENCE
                       ADD WS-MISSING-IN-GAP TO WS-MISSING-COUNT
                       MOVE "HUECO: FALTAN REGISTROS AL FINAL"
                           TO WS-FINDING
                       PERFORM PRINT-FINDING-LINE
                   WHEN AQ-LAST-SEQUENCE < WS-PREVIOUS-SEQUENCE
                       ADD 1 TO WS-BREAK-COUNT
                       MOVE "RUPTURA: AUDITSEQ POR DETRAS DEL LOG"
                           TO WS-FINDING
                       PERFORM PRINT-FINDING-LINE
                   WHEN AQ-LAST-CHECK-VALUE
                           NOT = WS-PREVIOUS-CHECK-VALUE
                       ADD 1 TO WS-ALTERED-COUNT
                       MOVE "ULTIMO REGISTRO NO CUADRA CON AUDITSEQ"
                           TO WS-FINDING
                       PERFORM PRINT-FINDING-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      * AUDVRPT - THE CHAIN VERIFICATION REPORT                  *
      *----------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE RH-RUN-DATE TO WS-RH1-DATE.
           MOVE RH-RUN-TIME TO WS-RH1-TIME.
           MOVE WS-PAGE-NUMBER TO WS-RH1-PAGE.
           IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING 0 LINES
           ELSE
               WRITE REPORT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-FINDING-LINE.
           ADD 1 TO WS-FINDING-COUNT.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-SOURCE-FILE TO WS-RPT-FILE.
           IF VR-SEQUENCE-NUMBER NUMERIC
               MOVE VR-SEQUENCE-NUMBER TO WS-RPT-SEQUENCE
           ELSE
               MOVE ZERO TO WS-RPT-SEQUENCE
           END-IF.
           MOVE WS-EXPECTED-SEQUENCE TO WS-RPT-EXPECTED.
           MOVE VR-PROGRAM-NAME TO WS-RPT-PROGRAM.
           MOVE VR-RUN-DATE TO WS-RPT-DATE.
           MOVE VR-RUN-TIME TO WS-RPT-TIME.
           MOVE WS-FINDING TO WS-RPT-FINDING.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           DISPLAY "  " WS-SOURCE-FILE " " WS-RPT-SEQUENCE " "
               WS-FINDING.

       PRINT-VERIFY-TOTALS.
           MOVE "Registros verificados en AUDITARC"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ARCHIVE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "Registros verificados en AUDITLOG"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-LOG-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Ultima secuencia de la cadena"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-PREVIOUS-SEQUENCE TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Huecos en la secuencia" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-GAP-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Registros que faltan" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-MISSING-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Rupturas de la cadena" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BREAK-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Registros alterados" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ALTERED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-FINDING-COUNT > ZERO
               MOVE "CADENA ROTA - REVISAR LOS HALLAZGOS"
                   TO WS-RPT-VERDICT
           ELSE
               MOVE "CADENA INTACTA" TO WS-RPT-VERDICT
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-VERDICT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY "=============================================".
           DISPLAY "  AUDIT-VERIFY - TOTALES".
           DISPLAY "  Registros en AUDITARC : " WS-ARCHIVE-COUNT.
           DISPLAY "  Registros en AUDITLOG : " WS-LOG-COUNT.
           DISPLAY "  Huecos                : " WS-GAP-COUNT.
           DISPLAY "  Rupturas              : " WS-BREAK-COUNT.
           DISPLAY "  Alterados             : " WS-ALTERED-COUNT.
           DISPLAY "  Resultado             : " WS-RPT-VERDICT.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "AUDIT-VERIFY" TO AL-PROGRAM-NAME.
           MOVE RH-RUN-DATE TO AL-RUN-DATE.
           MOVE RH-RUN-TIME TO AL-RUN-TIME.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM AUDIT-VERIFY.
