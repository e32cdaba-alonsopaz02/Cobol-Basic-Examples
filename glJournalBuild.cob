       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-BUILD.
      *Turns the business day's GLINTFC into the journal the ledger
      *actually loads.  GLINTFC carries one single-sided line per
      *posting against our own customer account number, which
      *means nothing on the ledger's chart of accounts.  This run
      *looks each of the day's lines up by the account's category
      *on ACCTMAST and the line's GL-TRANSACTION-TYPE (posting,
      *fee, reversal, interest, transfer) on the GLMAP mapping
      *table, which names the ledger account to debit and the one
      *to credit, and adds the amount to both sides.  The day is
      *then written to GLJRNL as balanced double-entry lines, one
      *per ledger account and side, in the GL interface layout;
      *GL-TRANSMIT packages GLJRNL, and GL-ACK-MATCH and
      *GL-ARCHIVE work the acknowledgments against it.  A total
      *too large for one line's amount goes out as several lines.
      *A line that cannot be mapped - account not on ACCTMAST, no
      *type, or no GLMAP rule for its category and type - is
      *printed on the GLJRPT exception report instead of sent, and
      *the run ends with return code 4 so JOB-CONTROLLER logs the
      *warning and the mapped rest still goes out.  A missing or
      *empty GLMAP, an unopenable ACCTMAST, an overflowing work
      *table or a journal that does not balance ends with return
      *code 12 and leaves GLJRNL as it was, so no partial day is
      *ever transmitted.  GLJRNL is cumulative: a rerun for the
      *same business day (after correcting GLMAP, say) replaces
      *that day's lines and leaves the other days alone.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTFC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT JOURNAL-WORK-FILE ASSIGN TO "GLJTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJTMP-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GLJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLINTREC.

       FD  GL-MAPPING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLMAPR.

       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  GL-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLINTREC
               REPLACING ==GL-INTERFACE-RECORD== BY
                       ==GL-JOURNAL-RECORD==
                   ==GL-RUN-DATE== BY ==GJ-RUN-DATE==
                   ==GL-ACCOUNT-NUMBER== BY ==GJ-ACCOUNT-NUMBER==
                   ==GL-AMOUNT== BY ==GJ-AMOUNT==
                   ==GL-DEBIT-CREDIT== BY ==GJ-DEBIT-CREDIT==
                   ==GL-IS-DEBIT== BY ==GJ-IS-DEBIT==
                   ==GL-IS-CREDIT== BY ==GJ-IS-CREDIT==
                   ==GL-SOURCE-SYSTEM== BY ==GJ-SOURCE-SYSTEM==
                   ==GL-COUNTER-ACCOUNT== BY ==GJ-COUNTER-ACCOUNT==
                   ==GL-TRANSACTION-TYPE== BY ==GJ-TRANSACTION-TYPE==
                   ==GL-TYPE-POSTING== BY ==GJ-TYPE-POSTING==
                   ==GL-TYPE-FEE== BY ==GJ-TYPE-FEE==
                   ==GL-TYPE-REVERSAL== BY ==GJ-TYPE-REVERSAL==
                   ==GL-TYPE-INTEREST== BY ==GJ-TYPE-INTEREST==
                   ==GL-TYPE-TRANSFER== BY ==GJ-TYPE-TRANSFER==.

       FD  JOURNAL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLINTREC
               REPLACING ==GL-INTERFACE-RECORD== BY
                       ==JOURNAL-WORK-RECORD==
                   ==GL-RUN-DATE== BY ==JT-RUN-DATE==
                   ==GL-ACCOUNT-NUMBER== BY ==JT-ACCOUNT-NUMBER==
                   ==GL-AMOUNT== BY ==JT-AMOUNT==
                   ==GL-DEBIT-CREDIT== BY ==JT-DEBIT-CREDIT==
                   ==GL-IS-DEBIT== BY ==JT-IS-DEBIT==
                   ==GL-IS-CREDIT== BY ==JT-IS-CREDIT==
                   ==GL-SOURCE-SYSTEM== BY ==JT-SOURCE-SYSTEM==
                   ==GL-COUNTER-ACCOUNT== BY ==JT-COUNTER-ACCOUNT==
                   ==GL-TRANSACTION-TYPE== BY ==JT-TRANSACTION-TYPE==
                   ==GL-TYPE-POSTING== BY ==JT-TYPE-POSTING==
                   ==GL-TYPE-FEE== BY ==JT-TYPE-FEE==
                   ==GL-TYPE-REVERSAL== BY ==JT-TYPE-REVERSAL==
                   ==GL-TYPE-INTEREST== BY ==JT-TYPE-INTEREST==
                   ==GL-TYPE-TRANSFER== BY ==JT-TYPE-TRANSFER==.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
           05  WS-MAPPING-FAIL-SWITCH     PIC X(01) VALUE "N".
               88  WS-MAPPING-UNAVAILABLE VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOWED    VALUE "Y".
           05  WS-BALANCE-SWITCH          PIC X(01) VALUE "N".
               88  WS-OUT-OF-BALANCE      VALUE "Y".
           05  WS-REBUILD-FAIL-SWITCH     PIC X(01) VALUE "N".
               88  WS-REBUILD-FAILED      VALUE "Y".
           05  WS-SLOT-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-SLOT-WAS-FOUND      VALUE "Y".
           05  WS-ACCOUNT-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  WS-ACCOUNT-WAS-FOUND   VALUE "Y".

      *    The whole GLMAP table in storage, loaded in file order.
       01  WS-MAPPING-TABLE.
           05  WS-MAP-COUNT               PIC 9(4) COMP VALUE ZERO.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-CATEGORY        PIC X(02).
               10  WS-MAP-TYPE            PIC X(01).
               10  WS-MAP-DEBIT-LEDGER    PIC 9(6).
               10  WS-MAP-CREDIT-LEDGER   PIC 9(6).
       01  WS-MAP-MAX                     PIC 9(4) COMP VALUE 200.
       01  WS-MAP-SUB                     PIC 9(4) COMP VALUE ZERO.

      *    The day's journal, one entry per ledger account and
      *    side, with the number of GLINTFC lines behind it.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-COUNT               PIC 9(4) COMP VALUE ZERO.
           05  WS-SUM-ENTRY OCCURS 500 TIMES.
               10  WS-SUM-LEDGER          PIC 9(6).
               10  WS-SUM-SIDE            PIC X(01).
               10  WS-SUM-AMOUNT          PIC S9(11)V99.
               10  WS-SUM-LINES           PIC 9(7).
       01  WS-SUM-MAX                     PIC 9(4) COMP VALUE 500.
       01  WS-SUM-SUB                     PIC 9(4) COMP VALUE ZERO.

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-WORK-CATEGORY           PIC X(02) VALUE SPACES.
           05  WS-LOOKUP-CATEGORY         PIC X(02) VALUE SPACES.
           05  WS-DEBIT-LEDGER            PIC 9(6) VALUE ZERO.
           05  WS-CREDIT-LEDGER           PIC 9(6) VALUE ZERO.
           05  WS-POST-LEDGER             PIC 9(6) VALUE ZERO.
           05  WS-POST-SIDE               PIC X(01) VALUE SPACE.
           05  WS-EXCEPTION-REASON        PIC X(30) VALUE SPACES.

      *    GL-AMOUNT holds at most 9,999,999.99; a larger total is
      *    split into lines of that size and a last one for the
      *    remainder.
       01  WS-LINE-MAX-AMOUNT             PIC S9(7)V99
                                          VALUE 9999999.99.
       01  WS-REMAINING-AMOUNT            PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-GL-READ-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-DAY-LINE-COUNT          PIC 9(7) COMP VALUE ZERO.
           05  WS-MAPPED-COUNT            PIC 9(7) COMP VALUE ZERO.
           05  WS-EXCEPTION-COUNT         PIC 9(7) COMP VALUE ZERO.
           05  WS-JOURNAL-WRITTEN         PIC 9(7) COMP VALUE ZERO.
           05  WS-OTHER-DAYS-KEPT         PIC 9(8) COMP VALUE ZERO.
           05  WS-REPLACED-COUNT          PIC 9(7) COMP VALUE ZERO.
           05  WS-COPIED-BACK             PIC 9(8) COMP VALUE ZERO.
           05  WS-SECTION-ITEMS           PIC 9(7) COMP VALUE ZERO.

       01  WS-TOTALS.
           05  WS-MAPPED-TOTAL            PIC S9(11)V99 VALUE ZERO.
           05  WS-EXCEPTION-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  WS-JOURNAL-DEBIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
           05  WS-JOURNAL-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.

       01  WS-AMOUNT-EDIT                 PIC -(11)9.99.

       01  WS-FILE-STATUSES.
           05  WS-GL-STATUS               PIC X(02).
           05  WS-GLMAP-STATUS            PIC X(02).
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-GLJRNL-STATUS           PIC X(02).
           05  WS-GLJTMP-STATUS           PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).
           05  WS-REPORT-STATUS           PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       01  WS-PAGE-NUMBER                 PIC 9(3) COMP VALUE ZERO.
       01  WS-LINE-COUNT                  PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LIMIT                  PIC 9(3) COMP VALUE 55.

       01  WS-RPT-HEADING-1.
           05  FILLER                     PIC X(10)
               VALUE "GLJRPT    ".
           05  FILLER                     PIC X(40) VALUE
               "DIARIO GL POR CUENTA CONTABLE".
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
           05  FILLER                     PIC X(18) VALUE
               "  DIA DE NEGOCIO: ".
           05  WS-RH2-BUSINESS-DATE       PIC 9(8).
           05  FILLER                     PIC X(106) VALUE SPACES.

       01  WS-RPT-SECTION-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-SECTION-TITLE       PIC X(70).
           05  FILLER                     PIC X(60) VALUE SPACES.

       01  WS-RPT-JOURNAL-COLUMNS.
           05  FILLER                     PIC X(11) VALUE
               "  CUENTA".
           05  FILLER                     PIC X(08) VALUE "LADO".
           05  FILLER                     PIC X(18) VALUE
               "        IMPORTE".
           05  FILLER                     PIC X(14) VALUE "LINEAS".
           05  FILLER                     PIC X(81) VALUE SPACES.

       01  WS-RPT-JOURNAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RJ-LEDGER               PIC 9(6).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RJ-SIDE                 PIC X(05).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RJ-AMOUNT               PIC -(11)9.99.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RJ-LINES                PIC Z(6)9.
           05  FILLER                     PIC X(07) VALUE " LINEAS".
           05  FILLER                     PIC X(81) VALUE SPACES.

       01  WS-RPT-EXCEPTION-COLUMNS.
           05  FILLER                     PIC X(11) VALUE
               "  CUENTA".
           05  FILLER                     PIC X(05) VALUE "CAT".
           05  FILLER                     PIC X(04) VALUE "TIP".
           05  FILLER                     PIC X(04) VALUE "D/C".
           05  FILLER                     PIC X(14) VALUE
               "    IMPORTE".
           05  FILLER                     PIC X(94) VALUE "MOTIVO".

       01  WS-RPT-EXCEPTION-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RX-ACCOUNT              PIC 9(6).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RX-CATEGORY             PIC X(02).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RX-TYPE                 PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RX-SIDE                 PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RX-AMOUNT               PIC -(7)9.99.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RX-REASON               PIC X(30).
           05  FILLER                     PIC X(64) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-RPT-NONE-TEXT           PIC X(30).
           05  FILLER                     PIC X(98) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-TOTAL-LABEL         PIC X(38).
           05  WS-RPT-TOTAL-COUNT         PIC Z(7)9.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-AMOUNT-LABEL        PIC X(38).
           05  WS-RPT-AMOUNT-VALUE        PIC -(11)9.99.
           05  FILLER                     PIC X(77) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                     PIC X(30) VALUE
               "*** FIN DEL INFORME ***".
           05  FILLER                     PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-PAGE-NUMBER.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM LOAD-MAPPING-TABLE.
           IF NOT WS-MAPPING-UNAVAILABLE
                   AND NOT WS-TABLE-OVERFLOWED
               PERFORM OPEN-ACCOUNT-MASTER
           END-IF.
           IF NOT WS-MAPPING-UNAVAILABLE
                   AND NOT WS-TABLE-OVERFLOWED
                   AND NOT WS-MASTER-OPEN-FAILED
               PERFORM MAP-THE-DAY
               CLOSE ACCT-MASTER-FILE
               PERFORM PROVE-JOURNAL-BALANCE
           END-IF.
           IF NOT WS-MAPPING-UNAVAILABLE
                   AND NOT WS-TABLE-OVERFLOWED
                   AND NOT WS-MASTER-OPEN-FAILED
                   AND NOT WS-OUT-OF-BALANCE
               PERFORM PRINT-JOURNAL-SECTION
               PERFORM REBUILD-JOURNAL-FILE
           END-IF.
           PERFORM PRINT-JOURNAL-TOTALS.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-MAPPING-UNAVAILABLE
                   MOVE "GLMAP" TO WS-AUDIT-KEY-INPUT
                   MOVE "MAPEO GL NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-MASTER-OPEN-FAILED
                   MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
                   MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-TABLE-OVERFLOWED
                   MOVE "GLJRPT" TO WS-AUDIT-KEY-INPUT
                   MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-OUT-OF-BALANCE
                   MOVE WS-BUSINESS-DATE TO WS-AUDIT-KEY-INPUT
                   MOVE "DIARIO GL DESCUADRADO" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REBUILD-FAILED
                   MOVE WS-COPIED-BACK TO WS-AUDIT-KEY-INPUT
                   MOVE "DIARIO GL NO REGRABADO" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE WS-EXCEPTION-COUNT TO WS-AUDIT-KEY-INPUT
                   MOVE "DIARIO GL CON EXCEPCIONES"
                       TO WS-AUDIT-OUTCOME
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-JOURNAL-WRITTEN TO WS-AUDIT-KEY-INPUT
                   MOVE "DIARIO GL CUADRADO" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RECORD.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "GL-JOURNAL-BUILD" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

       READ-BUSINESS-DATE.
           MOVE RH-RUN-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *----------------------------------------------------------*
      * MAPPING TABLE AND ACCOUNT MASTER                         *
      * Without a mapping every line would be an exception and   *
      * the day would go out empty, so a missing or empty GLMAP  *
      * stops the run instead.                                   *
      *----------------------------------------------------------*
       LOAD-MAPPING-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GL-MAPPING-FILE.
           IF WS-GLMAP-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-MAPPING
           END-IF.
           PERFORM LOAD-ONE-MAPPING
               UNTIL WS-END-OF-FILE.
           IF WS-GLMAP-STATUS NOT = "35"
               CLOSE GL-MAPPING-FILE
           END-IF.
           IF WS-MAP-COUNT = ZERO
               DISPLAY "No hay reglas en GLMAP (estado "
                   WS-GLMAP-STATUS "); no se genera el diario."
               SET WS-MAPPING-UNAVAILABLE TO TRUE
           END-IF.

       READ-NEXT-MAPPING.
           READ GL-MAPPING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-MAPPING.
           IF WS-MAP-COUNT NOT LESS THAN WS-MAP-MAX
               DISPLAY "Mas de " WS-MAP-MAX " reglas en GLMAP:"
                   " TABLA DESBORDADA."
               SET WS-TABLE-OVERFLOWED TO TRUE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-MAP-COUNT
               MOVE GM-ACCOUNT-CATEGORY
                   TO WS-MAP-CATEGORY (WS-MAP-COUNT)
               MOVE GM-TRANSACTION-TYPE
                   TO WS-MAP-TYPE (WS-MAP-COUNT)
               MOVE GM-DEBIT-LEDGER
                   TO WS-MAP-DEBIT-LEDGER (WS-MAP-COUNT)
               MOVE GM-CREDIT-LEDGER
                   TO WS-MAP-CREDIT-LEDGER (WS-MAP-COUNT)
               PERFORM READ-NEXT-MAPPING
           END-IF.

       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * MAP THE DAY'S GL LINES                                   *
      * Each of the business day's GLINTFC lines is either added *
      * to both sides of the day's journal or printed as an      *
      * exception; lines of other days are passed over.          *
      *----------------------------------------------------------*
       MAP-THE-DAY.
           MOVE "1. LINEAS SIN MAPEO - NO SE ENVIAN AL LEDGER"
               TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           WRITE REPORT-LINE FROM WS-RPT-EXCEPTION-COLUMNS
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "  No se pudo abrir GLINTFC (estado "
                   WS-GL-STATUS "), diario vacio."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-GL-RECORD
           END-IF.
           PERFORM MAP-ONE-GL-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-GL-STATUS NOT = "35"
               CLOSE GL-INTERFACE-FILE
           END-IF.
           MOVE WS-EXCEPTION-COUNT TO WS-SECTION-ITEMS.
           MOVE "Todas las lineas mapeadas." TO WS-RPT-NONE-TEXT.
           MOVE "Lineas no enviadas" TO WS-RPT-TOTAL-LABEL.
           PERFORM PRINT-SECTION-TOTAL.
           MOVE "Importe no enviado" TO WS-RPT-AMOUNT-LABEL.
           MOVE WS-EXCEPTION-TOTAL TO WS-RPT-AMOUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       READ-NEXT-GL-RECORD.
           READ GL-INTERFACE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       MAP-ONE-GL-RECORD.
           ADD 1 TO WS-GL-READ-COUNT.
           IF GL-RUN-DATE = WS-BUSINESS-DATE
                   AND NOT WS-TABLE-OVERFLOWED
               ADD 1 TO WS-DAY-LINE-COUNT
               PERFORM MAP-DAY-LINE
           END-IF.
           PERFORM READ-NEXT-GL-RECORD.

       MAP-DAY-LINE.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           MOVE SPACES TO WS-WORK-CATEGORY.
           PERFORM LOOKUP-ACCOUNT-CATEGORY.
           IF NOT WS-ACCOUNT-WAS-FOUND
               MOVE "CUENTA NO ESTA EN ACCTMAST"
                   TO WS-EXCEPTION-REASON
           ELSE
               IF GL-TRANSACTION-TYPE = SPACE
                   MOVE "LINEA SIN TIPO DE MOVIMIENTO"
                       TO WS-EXCEPTION-REASON
               ELSE
                   PERFORM FIND-MAPPING-RULE
                   IF NOT WS-SLOT-WAS-FOUND
                       MOVE "SIN REGLA CATEGORIA/TIPO"
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-EXCEPTION-REASON = SPACES
               PERFORM POST-LINE-TO-JOURNAL
           ELSE
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

       LOOKUP-ACCOUNT-CATEGORY.
           MOVE GL-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-ACCOUNT-WAS-FOUND TO TRUE
                   MOVE AM-ACCOUNT-CATEGORY TO WS-WORK-CATEGORY
           END-READ.

      *    The category's own rule for the type wins; failing
      *    that, the type's default rule (blank category).
       FIND-MAPPING-RULE.
           MOVE WS-WORK-CATEGORY TO WS-LOOKUP-CATEGORY.
           PERFORM HUNT-MAPPING-RULE.
           IF NOT WS-SLOT-WAS-FOUND
                   AND WS-WORK-CATEGORY NOT = SPACES
               MOVE SPACES TO WS-LOOKUP-CATEGORY
               PERFORM HUNT-MAPPING-RULE
           END-IF.
           IF WS-SLOT-WAS-FOUND
               MOVE WS-MAP-DEBIT-LEDGER (WS-MAP-SUB)
                   TO WS-DEBIT-LEDGER
               MOVE WS-MAP-CREDIT-LEDGER (WS-MAP-SUB)
                   TO WS-CREDIT-LEDGER
           END-IF.

       HUNT-MAPPING-RULE.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH.
           MOVE ZERO TO WS-MAP-SUB.
           PERFORM CHECK-ONE-MAPPING-SLOT
               UNTIL WS-SLOT-WAS-FOUND
               OR WS-MAP-SUB NOT LESS THAN WS-MAP-COUNT.

       CHECK-ONE-MAPPING-SLOT.
           ADD 1 TO WS-MAP-SUB.
           IF WS-MAP-CATEGORY (WS-MAP-SUB) = WS-LOOKUP-CATEGORY
                   AND WS-MAP-TYPE (WS-MAP-SUB) = GL-TRANSACTION-TYPE
               SET WS-SLOT-WAS-FOUND TO TRUE
           END-IF.

      *    A debit-side line posts the rule's pair as written; a
      *    credit-side line posts it the other way round.  Either
      *    way the same amount goes to both sides.
       POST-LINE-TO-JOURNAL.
           ADD 1 TO WS-MAPPED-COUNT.
           ADD GL-AMOUNT TO WS-MAPPED-TOTAL.
           IF GL-IS-DEBIT
               MOVE WS-DEBIT-LEDGER TO WS-POST-LEDGER
           ELSE
               MOVE WS-CREDIT-LEDGER TO WS-POST-LEDGER
           END-IF.
           MOVE "D" TO WS-POST-SIDE.
           PERFORM ADD-TO-SUMMARY.
           IF GL-IS-DEBIT
               MOVE WS-CREDIT-LEDGER TO WS-POST-LEDGER
           ELSE
               MOVE WS-DEBIT-LEDGER TO WS-POST-LEDGER
           END-IF.
           MOVE "C" TO WS-POST-SIDE.
           PERFORM ADD-TO-SUMMARY.

       ADD-TO-SUMMARY.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM CHECK-ONE-SUMMARY-SLOT
               UNTIL WS-SLOT-WAS-FOUND
               OR WS-SUM-SUB NOT LESS THAN WS-SUM-COUNT.
           IF NOT WS-SLOT-WAS-FOUND
               IF WS-SUM-COUNT NOT LESS THAN WS-SUM-MAX
                   IF NOT WS-TABLE-OVERFLOWED
                       DISPLAY "Mas de " WS-SUM-MAX " cuentas"
                           " contables en el dia: TABLA DESBORDADA."
                   END-IF
                   SET WS-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-SUB
                   MOVE WS-POST-LEDGER TO WS-SUM-LEDGER (WS-SUM-SUB)
                   MOVE WS-POST-SIDE TO WS-SUM-SIDE (WS-SUM-SUB)
                   MOVE ZERO TO WS-SUM-AMOUNT (WS-SUM-SUB)
                   MOVE ZERO TO WS-SUM-LINES (WS-SUM-SUB)
                   SET WS-SLOT-WAS-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-SLOT-WAS-FOUND
               ADD GL-AMOUNT TO WS-SUM-AMOUNT (WS-SUM-SUB)
               ADD 1 TO WS-SUM-LINES (WS-SUM-SUB)
           END-IF.

       CHECK-ONE-SUMMARY-SLOT.
           ADD 1 TO WS-SUM-SUB.
           IF WS-SUM-LEDGER (WS-SUM-SUB) = WS-POST-LEDGER
                   AND WS-SUM-SIDE (WS-SUM-SUB) = WS-POST-SIDE
               SET WS-SLOT-WAS-FOUND TO TRUE
           END-IF.

       PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD GL-AMOUNT TO WS-EXCEPTION-TOTAL.
           MOVE GL-ACCOUNT-NUMBER TO WS-RX-ACCOUNT.
           MOVE WS-WORK-CATEGORY TO WS-RX-CATEGORY.
           MOVE GL-TRANSACTION-TYPE TO WS-RX-TYPE.
           MOVE GL-DEBIT-CREDIT TO WS-RX-SIDE.
           MOVE GL-AMOUNT TO WS-RX-AMOUNT.
           MOVE WS-EXCEPTION-REASON TO WS-RX-REASON.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           DISPLAY "    SIN MAPEO " GL-ACCOUNT-NUMBER " "
               GL-TRANSACTION-TYPE " " WS-EXCEPTION-REASON.

      *    Every mapped line went to both sides for the same
      *    amount, so the two sides must agree with each other and
      *    with what was mapped; anything else is never sent.
       PROVE-JOURNAL-BALANCE.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM ADD-ONE-SUMMARY-TOTAL
               UNTIL WS-SUM-SUB NOT LESS THAN WS-SUM-COUNT.
           IF WS-JOURNAL-DEBIT-TOTAL NOT = WS-JOURNAL-CREDIT-TOTAL
                   OR WS-JOURNAL-DEBIT-TOTAL NOT = WS-MAPPED-TOTAL
               DISPLAY "El diario no cuadra: no se graba GLJRNL."
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       ADD-ONE-SUMMARY-TOTAL.
           ADD 1 TO WS-SUM-SUB.
           IF WS-SUM-SIDE (WS-SUM-SUB) = "D"
               ADD WS-SUM-AMOUNT (WS-SUM-SUB)
                   TO WS-JOURNAL-DEBIT-TOTAL
           ELSE
               ADD WS-SUM-AMOUNT (WS-SUM-SUB)
                   TO WS-JOURNAL-CREDIT-TOTAL
           END-IF.

       PRINT-JOURNAL-SECTION.
           MOVE "2. APUNTES DEL DIARIO POR CUENTA CONTABLE Y LADO"
               TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           WRITE REPORT-LINE FROM WS-RPT-JOURNAL-COLUMNS
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM PRINT-ONE-JOURNAL-ENTRY
               UNTIL WS-SUM-SUB NOT LESS THAN WS-SUM-COUNT.
           MOVE WS-SUM-COUNT TO WS-SECTION-ITEMS.
           MOVE "Sin apuntes en el dia." TO WS-RPT-NONE-TEXT.
           MOVE "Cuentas contables y lado" TO WS-RPT-TOTAL-LABEL.
           PERFORM PRINT-SECTION-TOTAL.

       PRINT-ONE-JOURNAL-ENTRY.
           ADD 1 TO WS-SUM-SUB.
           MOVE WS-SUM-LEDGER (WS-SUM-SUB) TO WS-RJ-LEDGER.
           IF WS-SUM-SIDE (WS-SUM-SUB) = "D"
               MOVE "DEBE" TO WS-RJ-SIDE
           ELSE
               MOVE "HABER" TO WS-RJ-SIDE
           END-IF.
           MOVE WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-RJ-AMOUNT.
           MOVE WS-SUM-LINES (WS-SUM-SUB) TO WS-RJ-LINES.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-JOURNAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------*
      * REBUILD GLJRNL                                           *
      * The other days' lines are staged with the new day's and  *
      * copied back, the same way GL-ARCHIVE trims the live GL   *
      * files, so a rerun replaces the day instead of doubling   *
      * it.                                                      *
      *----------------------------------------------------------*
       REBUILD-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-WORK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GLJRNL-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-JOURNAL
           END-IF.
           PERFORM KEEP-ONE-JOURNAL-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-GLJRNL-STATUS NOT = "35"
               CLOSE GL-JOURNAL-FILE
           END-IF.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM WRITE-ONE-JOURNAL-ENTRY
               UNTIL WS-SUM-SUB NOT LESS THAN WS-SUM-COUNT.
           CLOSE JOURNAL-WORK-FILE.
           OPEN INPUT JOURNAL-WORK-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-NEXT-JOURNAL-WORK.
           PERFORM COPY-ONE-JOURNAL-WORK
               UNTIL WS-END-OF-FILE.
           CLOSE JOURNAL-WORK-FILE.
           CLOSE GL-JOURNAL-FILE.
           IF WS-COPIED-BACK NOT =
                   WS-OTHER-DAYS-KEPT + WS-JOURNAL-WRITTEN
               DISPLAY "GLJRNL no se regrabo completo: revise"
                   " GLJTMP antes de transmitir."
               SET WS-REBUILD-FAILED TO TRUE
           END-IF.

       READ-NEXT-JOURNAL.
           READ GL-JOURNAL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       KEEP-ONE-JOURNAL-RECORD.
           IF GJ-RUN-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               ADD 1 TO WS-OTHER-DAYS-KEPT
               MOVE GL-JOURNAL-RECORD TO JOURNAL-WORK-RECORD
               WRITE JOURNAL-WORK-RECORD
           END-IF.
           PERFORM READ-NEXT-JOURNAL.

       WRITE-ONE-JOURNAL-ENTRY.
           ADD 1 TO WS-SUM-SUB.
           MOVE WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-REMAINING-AMOUNT.
           PERFORM WRITE-JOURNAL-LINE
               UNTIL WS-REMAINING-AMOUNT NOT > WS-LINE-MAX-AMOUNT.
           IF WS-REMAINING-AMOUNT > ZERO
               PERFORM WRITE-JOURNAL-LINE
           END-IF.

       WRITE-JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-WORK-RECORD.
           MOVE WS-BUSINESS-DATE TO JT-RUN-DATE.
           MOVE WS-SUM-LEDGER (WS-SUM-SUB) TO JT-ACCOUNT-NUMBER.
           IF WS-REMAINING-AMOUNT > WS-LINE-MAX-AMOUNT
               MOVE WS-LINE-MAX-AMOUNT TO JT-AMOUNT
           ELSE
               MOVE WS-REMAINING-AMOUNT TO JT-AMOUNT
           END-IF.
           SUBTRACT JT-AMOUNT FROM WS-REMAINING-AMOUNT.
           MOVE WS-SUM-SIDE (WS-SUM-SUB) TO JT-DEBIT-CREDIT.
           MOVE "CALC" TO JT-SOURCE-SYSTEM.
           MOVE ZERO TO JT-COUNTER-ACCOUNT.
           WRITE JOURNAL-WORK-RECORD.
           ADD 1 TO WS-JOURNAL-WRITTEN.

       READ-NEXT-JOURNAL-WORK.
           READ JOURNAL-WORK-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-JOURNAL-WORK.
           MOVE JOURNAL-WORK-RECORD TO GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-COPIED-BACK.
           PERFORM READ-NEXT-JOURNAL-WORK.

      *----------------------------------------------------------*
      * REPORT                                                   *
      *----------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE RH-RUN-DATE TO WS-RH1-DATE.
           MOVE RH-RUN-TIME TO WS-RH1-TIME.
           MOVE WS-PAGE-NUMBER TO WS-RH1-PAGE.
           MOVE WS-BUSINESS-DATE TO WS-RH2-BUSINESS-DATE.
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

      *    A group heading is never left alone at the foot of a
      *    page.
       PRINT-SECTION-HEADING.
           IF WS-LINE-COUNT + 5 > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           DISPLAY "  " WS-RPT-SECTION-TITLE.

       PRINT-SECTION-TOTAL.
           IF WS-SECTION-ITEMS = ZERO
               WRITE REPORT-LINE FROM WS-RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-SECTION-ITEMS TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-JOURNAL-TOTALS.
           IF WS-LINE-COUNT + 12 > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           EVALUATE TRUE
               WHEN WS-MAPPING-UNAVAILABLE
                   MOVE "GLMAP SIN REGLAS: DIARIO NO GENERADO"
                       TO WS-RPT-SECTION-TITLE
               WHEN WS-MASTER-OPEN-FAILED
                   MOVE "ACCTMAST NO DISPONIBLE: DIARIO NO GENERADO"
                       TO WS-RPT-SECTION-TITLE
               WHEN WS-TABLE-OVERFLOWED
                   MOVE "TABLA DESBORDADA: DIARIO NO GENERADO"
                       TO WS-RPT-SECTION-TITLE
               WHEN WS-OUT-OF-BALANCE
                   MOVE "DIARIO DESCUADRADO: GLJRNL NO SE GRABA"
                       TO WS-RPT-SECTION-TITLE
               WHEN WS-REBUILD-FAILED
                   MOVE "GLJRNL NO REGRABADO COMPLETO: REVISAR"
                       TO WS-RPT-SECTION-TITLE
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-SECTION-TITLE
           END-EVALUATE.
           IF WS-RPT-SECTION-TITLE NOT = SPACES
               WRITE REPORT-LINE FROM WS-RPT-SECTION-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE "Lineas GLINTFC del dia" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DAY-LINE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "Lineas mapeadas" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-MAPPED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Lineas sin mapeo" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Apuntes grabados en GLJRNL" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-JOURNAL-WRITTEN TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Total debe" TO WS-RPT-AMOUNT-LABEL.
           MOVE WS-JOURNAL-DEBIT-TOTAL TO WS-RPT-AMOUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "Total haber" TO WS-RPT-AMOUNT-LABEL.
           MOVE WS-JOURNAL-CREDIT-TOTAL TO WS-RPT-AMOUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY "=============================================".
           DISPLAY "  GL-JOURNAL-BUILD - TOTALES".
           DISPLAY "  Dia de negocio       : " WS-BUSINESS-DATE.
           DISPLAY "  Lineas GLINTFC leidas: " WS-GL-READ-COUNT.
           DISPLAY "  Lineas del dia       : " WS-DAY-LINE-COUNT.
           DISPLAY "  Lineas mapeadas      : " WS-MAPPED-COUNT.
           DISPLAY "  Lineas sin mapeo     : " WS-EXCEPTION-COUNT.
           DISPLAY "  Apuntes sustituidos  : " WS-REPLACED-COUNT.
           DISPLAY "  Apuntes grabados     : " WS-JOURNAL-WRITTEN.
           MOVE WS-JOURNAL-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "  Total debe           : " WS-AMOUNT-EDIT.
           MOVE WS-JOURNAL-CREDIT-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "  Total haber          : " WS-AMOUNT-EDIT.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "GL-JOURNAL-BUILD" TO AL-PROGRAM-NAME.
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

       END PROGRAM GL-JOURNAL-BUILD.
