       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
      *Year-end close over the calendar year just ended.  MONTH-
      *END-CLOSE signs off each month and moves it onto TRANSHAR,
      *but nothing ever closed the year: TRANSHAR grew month after
      *month and the year-end figures for the account holders and
      *the tax returns were pulled together by hand.  Run on
      *request once December is closed, like the month-end
      *accruals: the year being closed is the oldest year still
      *on TRANSHAR, and never later than the business year on
      *BUSDATE while the shop is still posting under December or
      *the year before it from January on.  The year must have
      *all twelve months on the MONTHCTL register, TRANSHAR must
      *hold exactly the records those twelve closes moved there,
      *and nothing older may still be waiting on TRANSHAR for a
      *year never closed.  A proven year gets a close
      *record appended to YEARCTL - which locks it against
      *reversals in CALC-REVERSAL - then an annual summary per
      *account (opening and closing balance, credits, debits,
      *FEE-ACCRUAL fees and reversals) on the YEARSUM file and
      *the YEARRPT print file, and only then are the year's
      *TRANSHAR records rolled onto the permanent TRANSHYR yearly
      *archive, the same staged way MONTH-END-CLOSE moves a month,
      *with control counts proving nothing was lost.  A rerun
      *against a year already on the register completes an
      *interrupted roll the way MONTH-END-CLOSE completes an
      *interrupted month.
      *Modification history:
      * - Initial version.
      * - The year closed is the oldest one still on TRANSHAR, up
      *   to the BUSDATE year, instead of the BUSDATE year alone:
      *   a missed year no longer refuses every later close as
      *   EJERCICIO ANTERIOR SIN CERRAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT MONTH-CONTROL-FILE ASSIGN TO "MONTHCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MONCTL-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANSHAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAINED-FILE ASSIGN TO "TRNATMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETAINED-STATUS.

           SELECT YEARLY-ARCHIVE-FILE ASSIGN TO "TRANSHYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARLY-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO "YEARSUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT SUMMARY-STAGE-FILE ASSIGN TO "YEARSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "YEARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.

       FD  MONTH-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MONCTLR.

       FD  YEAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YEARCTLR.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSHSR
               REPLACING ==TRANS-HIST-RECORD== BY ==ARCHIVE-RECORD==
                   ==TH-BUSINESS-DATE-R== BY ==HA-BUSINESS-DATE-R==
                   ==TH-BUSINESS-DATE== BY ==HA-BUSINESS-DATE==
                   ==TH-BUSINESS-YYYYMM== BY ==HA-BUSINESS-YYYYMM==
                   ==TH-BUSINESS-DD== BY ==HA-BUSINESS-DD==
                   ==TH-ACCOUNT-NUMBER== BY ==HA-ACCOUNT-NUMBER==
                   ==TH-NUM1== BY ==HA-NUM1==
                   ==TH-NUM2== BY ==HA-NUM2==
                   ==TH-OPERATION-CODE== BY ==HA-OPERATION-CODE==
                   ==TH-RESULT== BY ==HA-RESULT==
                   ==TH-STATUS-CODE== BY ==HA-STATUS-CODE==
                   ==TH-STATUS-OK== BY ==HA-STATUS-OK==
                   ==TH-STATUS-REVERSED== BY ==HA-STATUS-REVERSED==
                   ==TH-OPERATOR-ID== BY ==HA-OPERATOR-ID==
                   ==TH-BATCH-NUMBER== BY ==HA-BATCH-NUMBER==.

       FD  RETAINED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSHSR
               REPLACING ==TRANS-HIST-RECORD== BY ==RETAINED-RECORD==
                   ==TH-BUSINESS-DATE-R== BY ==RT-BUSINESS-DATE-R==
                   ==TH-BUSINESS-DATE== BY ==RT-BUSINESS-DATE==
                   ==TH-BUSINESS-YYYYMM== BY ==RT-BUSINESS-YYYYMM==
                   ==TH-BUSINESS-DD== BY ==RT-BUSINESS-DD==
                   ==TH-ACCOUNT-NUMBER== BY ==RT-ACCOUNT-NUMBER==
                   ==TH-NUM1== BY ==RT-NUM1==
                   ==TH-NUM2== BY ==RT-NUM2==
                   ==TH-OPERATION-CODE== BY ==RT-OPERATION-CODE==
                   ==TH-RESULT== BY ==RT-RESULT==
                   ==TH-STATUS-CODE== BY ==RT-STATUS-CODE==
                   ==TH-STATUS-OK== BY ==RT-STATUS-OK==
                   ==TH-STATUS-REVERSED== BY ==RT-STATUS-REVERSED==
                   ==TH-OPERATOR-ID== BY ==RT-OPERATOR-ID==
                   ==TH-BATCH-NUMBER== BY ==RT-BATCH-NUMBER==.

       FD  YEARLY-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSHSR
               REPLACING ==TRANS-HIST-RECORD== BY ==YEARLY-RECORD==
                   ==TH-BUSINESS-DATE-R== BY ==HY-BUSINESS-DATE-R==
                   ==TH-BUSINESS-DATE== BY ==HY-BUSINESS-DATE==
                   ==TH-BUSINESS-YYYYMM== BY ==HY-BUSINESS-YYYYMM==
                   ==TH-BUSINESS-DD== BY ==HY-BUSINESS-DD==
                   ==TH-ACCOUNT-NUMBER== BY ==HY-ACCOUNT-NUMBER==
                   ==TH-NUM1== BY ==HY-NUM1==
                   ==TH-NUM2== BY ==HY-NUM2==
                   ==TH-OPERATION-CODE== BY ==HY-OPERATION-CODE==
                   ==TH-RESULT== BY ==HY-RESULT==
                   ==TH-STATUS-CODE== BY ==HY-STATUS-CODE==
                   ==TH-STATUS-OK== BY ==HY-STATUS-OK==
                   ==TH-STATUS-REVERSED== BY ==HY-STATUS-REVERSED==
                   ==TH-OPERATOR-ID== BY ==HY-OPERATOR-ID==
                   ==TH-BATCH-NUMBER== BY ==HY-BATCH-NUMBER==.

       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YEARSUMR.

       FD  SUMMARY-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUMMARY-STAGE-RECORD           PIC X(94).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(132).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
           05  WS-ALREADY-CLOSED-SW       PIC X(01) VALUE "N".
               88  WS-YEAR-ALREADY-CLOSED VALUE "Y".
           05  WS-PROOF-FAIL-SWITCH       PIC X(01) VALUE "N".
               88  WS-PROOF-FAILED        VALUE "Y".
           05  WS-MOVE-FAIL-SWITCH        PIC X(01) VALUE "N".
               88  WS-MOVE-FAILED         VALUE "Y".
           05  WS-SLOT-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-SLOT-WAS-FOUND      VALUE "Y".
           05  WS-TABLE-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOWED    VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-YYYY           PIC 9(4).
           05  WS-BUSINESS-MM             PIC 9(2).
           05  WS-BUSINESS-DD             PIC 9(2).

       01  WS-LATEST-YEAR                 PIC 9(4) VALUE ZERO.
       01  WS-CLOSING-YEAR                PIC 9(4) VALUE ZERO.
       01  WS-REGISTER-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-CARRY-YEAR                  PIC 9(4) VALUE ZERO.

      *    A MONTHCTL month and a history business date, each
      *    split so the year can be compared on its own.
       01  WS-MONTH-KEY-R.
           05  WS-MONTH-KEY-YYYY          PIC 9(4).
           05  WS-MONTH-KEY-MM            PIC 9(2).
       01  WS-MISSING-MONTH               PIC 9(6) VALUE ZERO.

       01  WS-HIST-DATE-R.
           05  WS-HIST-YYYY               PIC 9(4).
           05  WS-HIST-MMDD               PIC 9(4).

      *    FEE-ACCRUAL posts its fees as operation S under batch
      *    900000 plus the accrual month's YYMM.
       01  WS-WORK-BATCH                  PIC 9(6) VALUE ZERO.
           88  WS-FEE-ACCRUAL-BATCH       VALUE 900000 THRU 909999.

      *    One slot per calendar month of the closing year: is it
      *    on the MONTHCTL register?
       01  WS-MONTH-TABLE.
           05  WS-MONTH-CLOSED-FLAG       PIC X(01) OCCURS 12 TIMES.

       01  WS-MONTH-SUB                   PIC 9(2) COMP VALUE ZERO.

      *    One slot per account carried forward from the previous
      *    closed year or posted to in the closing year.
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-COUNT               PIC 9(5) COMP VALUE ZERO.
           05  WS-SUM-ENTRY OCCURS 5000 TIMES.
               10  WS-SUM-ACCOUNT         PIC 9(6).
               10  WS-SUM-OPENING         PIC S9(11)V99.
               10  WS-SUM-CREDITS         PIC S9(11)V99.
               10  WS-SUM-DEBITS          PIC S9(11)V99.
               10  WS-SUM-FEES            PIC S9(11)V99.
               10  WS-SUM-REVERSALS       PIC S9(11)V99.
               10  WS-SUM-POSTINGS        PIC 9(6).
               10  WS-SUM-MATCHED         PIC X(01).

       01  WS-SUM-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-SUM-MAX                     PIC 9(5) COMP VALUE 5000.

       01  WS-WORK-ACCOUNT                PIC 9(6) VALUE ZERO.
       01  WS-WORK-NAME                   PIC X(20) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-REGISTERED-RECORDS      PIC 9(8) COMP VALUE ZERO.
           05  WS-YEAR-RECORD-COUNT       PIC 9(8) COMP VALUE ZERO.
           05  WS-EARLIER-RECORD-COUNT    PIC 9(8) COMP VALUE ZERO.
           05  WS-EXAMINED-COUNT          PIC 9(8) COMP VALUE ZERO.
           05  WS-ROLLED-COUNT            PIC 9(8) COMP VALUE ZERO.
           05  WS-RETAINED-COUNT          PIC 9(8) COMP VALUE ZERO.
           05  WS-PRIOR-ROLLED-COUNT      PIC 9(8) COMP VALUE ZERO.
           05  WS-SKIP-REMAINING          PIC 9(8) COMP VALUE ZERO.
           05  WS-SKIPPED-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-CARRY-COUNT             PIC 9(6) COMP VALUE ZERO.
           05  WS-UNMATCHED-COUNT         PIC 9(6) COMP VALUE ZERO.

       01  WS-YEAR-TOTALS.
           05  WS-TOTAL-OPENING           PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS           PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-DEBITS            PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-FEES              PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-REVERSALS         PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-CLOSING           PIC S9(11)V99 VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-MONCTL-STATUS           PIC X(02).
           05  WS-YEARCTL-STATUS          PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-RETAINED-STATUS         PIC X(02).
           05  WS-YEARLY-STATUS           PIC X(02).
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-SUMMARY-STATUS          PIC X(02).
           05  WS-STAGE-STATUS            PIC X(02).
           05  WS-REPORT-STATUS           PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       01  WS-PAGE-NUMBER                 PIC 9(3) COMP VALUE ZERO.
       01  WS-LINE-COUNT                  PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LIMIT                  PIC 9(3) COMP VALUE 55.

       01  WS-RPT-HEADING-1.
           05  FILLER                     PIC X(10)
               VALUE "YEARRPT   ".
           05  FILLER                     PIC X(30) VALUE
               "RESUMEN ANUAL POR CUENTA".
           05  FILLER                     PIC X(11) VALUE
               "EJERCICIO: ".
           05  WS-RH1-YEAR                PIC 9(4).
           05  FILLER                     PIC X(09) VALUE
               "  FECHA: ".
           05  WS-RH1-DATE                PIC 9(8).
           05  FILLER                     PIC X(08) VALUE "  HORA: ".
           05  WS-RH1-TIME                PIC 9(8).
           05  FILLER                     PIC X(10) VALUE
               "   PAGINA ".
           05  WS-RH1-PAGE                PIC ZZ9.
           05  FILLER                     PIC X(31) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                     PIC X(08) VALUE "CUENTA".
           05  FILLER                     PIC X(22) VALUE "NOMBRE".
           05  FILLER                     PIC X(17) VALUE
               " SALDO APERTURA".
           05  FILLER                     PIC X(17) VALUE
               "         ABONOS".
           05  FILLER                     PIC X(17) VALUE
               "         CARGOS".
           05  FILLER                     PIC X(17) VALUE
               "     COMISIONES".
           05  FILLER                     PIC X(17) VALUE
               "       EXTORNOS".
           05  FILLER                     PIC X(17) VALUE
               "   SALDO CIERRE".

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-ACCOUNT             PIC 9(6) BLANK WHEN ZERO.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-NAME                PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-OPENING             PIC -(11)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-CREDITS             PIC -(11)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-DEBITS              PIC -(11)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-FEES                PIC -(11)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-REVERSALS           PIC -(11)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-CLOSING             PIC -(11)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-COUNT-LABEL         PIC X(38).
           05  WS-RPT-COUNT-VALUE         PIC Z(7)9.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                     PIC X(30) VALUE
               "*** FIN DEL INFORME ***".
           05  FILLER                     PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM FIND-OLDEST-OPEN-YEAR.
           PERFORM CHECK-REGISTER-FOR-YEAR.
           IF WS-YEAR-ALREADY-CLOSED
               PERFORM FINISH-OR-REFUSE-RERUN
           ELSE
               PERFORM CLOSE-THE-YEAR
           END-IF.
           GOBACK.

      *    A year on the register with records still on TRANSHAR
      *    is a close that abended between the register write and
      *    the end of the roll: the summary is rebuilt (it replaces
      *    any the abended pass wrote) and the roll is finished.  A
      *    year on the register with nothing left on TRANSHAR is a
      *    genuine repeat and is refused.
       FINISH-OR-REFUSE-RERUN.
           PERFORM SCAN-ARCHIVE-FOR-YEAR.
           IF WS-YEAR-RECORD-COUNT = ZERO
               DISPLAY "El ejercicio " WS-CLOSING-YEAR " ya esta"
                   " cerrado y archivado, no se repite el cierre."
               MOVE WS-CLOSING-YEAR TO WS-AUDIT-KEY-INPUT
               MOVE "EJERCICIO YA CERRADO" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "El ejercicio " WS-CLOSING-YEAR " esta"
                   " cerrado pero sigue en TRANSHAR: cierre"
                   " interrumpido, se completa el traslado."
               PERFORM COUNT-ROLLED-YEAR
               IF WS-YEAR-RECORD-COUNT NOT = WS-REGISTER-COUNT
                       OR WS-PRIOR-ROLLED-COUNT
                           > WS-YEAR-RECORD-COUNT
                   DISPLAY "  AVISO: TRANSHAR ("
                       WS-YEAR-RECORD-COUNT "), el registro de"
                       " cierre (" WS-REGISTER-COUNT ") y lo ya"
                       " en TRANSHYR (" WS-PRIOR-ROLLED-COUNT
                       ") no cuadran entre si; traslado parcial"
                       " anterior irreconciliable, revisar"
                       " TRANSHYR a mano.  No se toca nada."
                   MOVE WS-CLOSING-YEAR TO WS-AUDIT-KEY-INPUT
                   MOVE "ARCHIVADO CON DIFERENCIAS"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM BUILD-SUMMARY-TABLE
                   IF WS-PROOF-FAILED
                       MOVE WS-CLOSING-YEAR TO WS-AUDIT-KEY-INPUT
                       PERFORM WRITE-AUDIT-RECORD
                   ELSE
                       PERFORM WRITE-ANNUAL-SUMMARY
                       PERFORM FINISH-THE-ROLL
                   END-IF
               END-IF
           END-IF.

      *    The prior abended pass appended the year's records in
      *    TRANSHAR order, so the first K year records of this pass
      *    are exactly the ones already on TRANSHYR: they are
      *    dropped from TRANSHAR without a second append, and
      *    rolled plus skipped must come back to the register.
       FINISH-THE-ROLL.
           IF WS-PRIOR-ROLLED-COUNT > ZERO
               DISPLAY "  Traslado parcial anterior: "
                   WS-PRIOR-ROLLED-COUNT " registros del ejercicio"
                   " ya en TRANSHYR, se omiten en el apunte."
               MOVE WS-PRIOR-ROLLED-COUNT TO WS-SKIP-REMAINING
           END-IF.
           PERFORM ROLL-YEAR-ARCHIVE.
           PERFORM PRINT-CONTROL-REPORT.
           IF WS-MOVE-FAILED
                   OR WS-ROLLED-COUNT + WS-SKIPPED-COUNT
                       NOT = WS-REGISTER-COUNT
               DISPLAY "  AVISO: lo trasladado mas lo omitido en el"
                   " relance no cuadra con los " WS-REGISTER-COUNT
                   " registros del registro de cierre; revisar"
                   " TRANSHYR."
               MOVE WS-CLOSING-YEAR TO WS-AUDIT-KEY-INPUT
               MOVE "ARCHIVADO CON DIFERENCIAS"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-CLOSING-YEAR TO WS-AUDIT-KEY-INPUT
               MOVE "EJERCICIO ARCHIVADO EN RELANCE"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    How many of the closing year's records does the yearly
      *    archive already hold?  Non-zero means a prior pass
      *    abended partway through its appends.
       COUNT-ROLLED-YEAR.
           MOVE ZERO TO WS-PRIOR-ROLLED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT YEARLY-ARCHIVE-FILE.
           IF WS-YEARLY-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-YEARLY-RECORD
           END-IF.
           PERFORM COUNT-ONE-YEARLY-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-YEARLY-STATUS NOT = "35"
               CLOSE YEARLY-ARCHIVE-FILE
           END-IF.

       READ-NEXT-YEARLY-RECORD.
           READ YEARLY-ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COUNT-ONE-YEARLY-RECORD.
           MOVE HY-BUSINESS-DATE TO WS-HIST-DATE-R.
           IF WS-HIST-YYYY = WS-CLOSING-YEAR
               ADD 1 TO WS-PRIOR-ROLLED-COUNT
           END-IF.
           PERFORM READ-NEXT-YEARLY-RECORD.

       INITIALIZE-RUN.
           MOVE "YEAR-END-CLOSE" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".
           MOVE ZERO TO WS-MONTH-SUB.
           PERFORM CLEAR-ONE-MONTH-SLOT
               UNTIL WS-MONTH-SUB NOT LESS THAN 12.

       CLEAR-ONE-MONTH-SLOT.
           ADD 1 TO WS-MONTH-SUB.
           MOVE "N" TO WS-MONTH-CLOSED-FLAG (WS-MONTH-SUB).

      *    Run while the shop is still posting under December, the
      *    year on BUSDATE is the latest that may close; from
      *    January on it is the year before.  A missing control
      *    falls back to the calendar date like every other
      *    posting program.
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
           IF WS-BUSINESS-MM = 12
               MOVE WS-BUSINESS-YYYY TO WS-LATEST-YEAR
           ELSE
               COMPUTE WS-LATEST-YEAR = WS-BUSINESS-YYYY - 1
           END-IF.

      *    Years close in order.  The one closing is the oldest
      *    year still on TRANSHAR, so a year that was missed is
      *    closed before the next and the older-year proof can
      *    never lock the close out for good; a year later than
      *    the BUSDATE one is never taken.  A year on TRANSHAR that
      *    is already on YEARCTL is an interrupted roll, and the
      *    register check sends it to the rerun path.  With nothing
      *    on TRANSHAR up to that year, the BUSDATE year stands.
       FIND-OLDEST-OPEN-YEAR.
           MOVE WS-LATEST-YEAR TO WS-CLOSING-YEAR.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-IF.
           PERFORM CHECK-ONE-ARCHIVE-YEAR
               UNTIL WS-END-OF-FILE.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-CLOSING-YEAR < WS-LATEST-YEAR
               DISPLAY "  TRANSHAR conserva el ejercicio "
                   WS-CLOSING-YEAR ", anterior al " WS-LATEST-YEAR
                   ": se cierra primero."
           END-IF.
           DISPLAY "  Ejercicio a cerrar: " WS-CLOSING-YEAR.

       CHECK-ONE-ARCHIVE-YEAR.
           MOVE HA-BUSINESS-DATE TO WS-HIST-DATE-R.
           IF WS-HIST-YYYY < WS-CLOSING-YEAR
               MOVE WS-HIST-YYYY TO WS-CLOSING-YEAR
           END-IF.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       CHECK-REGISTER-FOR-YEAR.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT YEAR-CONTROL-FILE.
           IF WS-YEARCTL-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-YEAR-CONTROL
           END-IF.
           PERFORM CHECK-ONE-YEAR-CONTROL
               UNTIL WS-END-OF-FILE OR WS-YEAR-ALREADY-CLOSED.
           IF WS-YEARCTL-STATUS NOT = "35"
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       READ-NEXT-YEAR-CONTROL.
           READ YEAR-CONTROL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-YEAR-CONTROL.
           IF YC-CLOSED-YEAR = WS-CLOSING-YEAR
               SET WS-YEAR-ALREADY-CLOSED TO TRUE
               MOVE YC-RECORD-COUNT TO WS-REGISTER-COUNT
           ELSE
               PERFORM READ-NEXT-YEAR-CONTROL
           END-IF.

      *    Each proof that fails sets its own audit outcome and
      *    return code.  Close record first, summary and roll
      *    second: an abend in between leaves the year locked with
      *    its records still on TRANSHAR, which a rerun completes.
       CLOSE-THE-YEAR.
           PERFORM CHECK-TWELVE-MONTHS-CLOSED.
           IF NOT WS-PROOF-FAILED
               PERFORM SCAN-ARCHIVE-FOR-YEAR
               PERFORM PROVE-ARCHIVE-COUNTS
           END-IF.
           IF NOT WS-PROOF-FAILED
               PERFORM BUILD-SUMMARY-TABLE
           END-IF.
           IF WS-PROOF-FAILED
               MOVE WS-CLOSING-YEAR TO WS-AUDIT-KEY-INPUT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM WRITE-YEAR-CLOSE-RECORD
               PERFORM WRITE-ANNUAL-SUMMARY
               PERFORM ROLL-YEAR-ARCHIVE
               PERFORM PRINT-CONTROL-REPORT
               MOVE WS-CLOSING-YEAR TO WS-AUDIT-KEY-INPUT
               IF WS-MOVE-FAILED
                   MOVE "ARCHIVADO CON DIFERENCIAS"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "EJERCICIO CERRADO Y ARCHIVADO"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      *    All twelve months of the year must be on the MONTHCTL
      *    register; their record counts add up to what TRANSHAR
      *    has to hold for the year.
       CHECK-TWELVE-MONTHS-CLOSED.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MONTH-CONTROL-FILE.
           IF WS-MONCTL-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-MONTH-CONTROL
           END-IF.
           PERFORM MARK-ONE-MONTH-CONTROL
               UNTIL WS-END-OF-FILE.
           IF WS-MONCTL-STATUS NOT = "35"
               CLOSE MONTH-CONTROL-FILE
           END-IF.
           MOVE ZERO TO WS-MONTH-SUB.
           PERFORM CHECK-ONE-MONTH-CLOSED
               UNTIL WS-MONTH-SUB NOT LESS THAN 12.
           IF WS-PROOF-FAILED
               DISPLAY "  El ejercicio NO se cierra: hay meses sin"
                   " cerrar en MONTHCTL."
               MOVE "CIERRE DE EJERCICIO RECHAZADO"
                   TO WS-AUDIT-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "  Registros de los doce cierres de mes: "
                   WS-REGISTERED-RECORDS
           END-IF.

       READ-NEXT-MONTH-CONTROL.
           READ MONTH-CONTROL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       MARK-ONE-MONTH-CONTROL.
           MOVE MC-CLOSED-MONTH TO WS-MONTH-KEY-R.
           IF WS-MONTH-KEY-YYYY = WS-CLOSING-YEAR
                   AND WS-MONTH-KEY-MM > ZERO
                   AND WS-MONTH-KEY-MM NOT GREATER THAN 12
               MOVE "Y" TO WS-MONTH-CLOSED-FLAG (WS-MONTH-KEY-MM)
               ADD MC-RECORD-COUNT TO WS-REGISTERED-RECORDS
           END-IF.
           PERFORM READ-NEXT-MONTH-CONTROL.

       CHECK-ONE-MONTH-CLOSED.
           ADD 1 TO WS-MONTH-SUB.
           IF WS-MONTH-CLOSED-FLAG (WS-MONTH-SUB) NOT = "Y"
               COMPUTE WS-MISSING-MONTH =
                   WS-CLOSING-YEAR * 100 + WS-MONTH-SUB
               DISPLAY "  Mes " WS-MISSING-MONTH
                   " sin cierre en MONTHCTL."
               SET WS-PROOF-FAILED TO TRUE
           END-IF.

       SCAN-ARCHIVE-FOR-YEAR.
           MOVE ZERO TO WS-YEAR-RECORD-COUNT.
           MOVE ZERO TO WS-EARLIER-RECORD-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-IF.
           PERFORM SCAN-ONE-ARCHIVE-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.
           DISPLAY "  Registros del ejercicio en TRANSHAR: "
               WS-YEAR-RECORD-COUNT.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       SCAN-ONE-ARCHIVE-RECORD.
           MOVE HA-BUSINESS-DATE TO WS-HIST-DATE-R.
           IF WS-HIST-YYYY = WS-CLOSING-YEAR
               ADD 1 TO WS-YEAR-RECORD-COUNT
           ELSE
               IF WS-HIST-YYYY < WS-CLOSING-YEAR
                   ADD 1 TO WS-EARLIER-RECORD-COUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

      *    Records of an earlier year still on TRANSHAR belong to
      *    a year that was never closed: closing this one over them
      *    would leave them out of every carried-forward balance.
      *    The oldest year is the one picked to close, so this
      *    only trips if TRANSHAR changed under the run.
      *    And TRANSHAR must hold exactly what the twelve month
      *    closes moved there, or something was lost on the way.
       PROVE-ARCHIVE-COUNTS.
           IF WS-EARLIER-RECORD-COUNT > ZERO
               DISPLAY "  El ejercicio NO se cierra: TRANSHAR tiene "
                   WS-EARLIER-RECORD-COUNT " registros de un"
                   " ejercicio anterior sin cerrar."
               MOVE "EJERCICIO ANTERIOR SIN CERRAR"
                   TO WS-AUDIT-OUTCOME
               MOVE 8 TO RETURN-CODE
               SET WS-PROOF-FAILED TO TRUE
           ELSE
               IF WS-YEAR-RECORD-COUNT NOT = WS-REGISTERED-RECORDS
                   DISPLAY "  AVISO: TRANSHAR tiene "
                       WS-YEAR-RECORD-COUNT " registros del"
                       " ejercicio y MONTHCTL registra "
                       WS-REGISTERED-RECORDS "; revisar TRANSHAR."
                       "  No se toca nada."
                   MOVE "ARCHIVO MENSUAL DESCUADRADO"
                       TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
                   SET WS-PROOF-FAILED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * THE ANNUAL FIGURES, ACCOUNT BY ACCOUNT                   *
      *----------------------------------------------------------*
      *    Opening balances come from the previous closed year's
      *    YEARSUM closing balances; the closing year's own
      *    postings come off TRANSHAR.  Nothing is written until
      *    the whole table is built.
       BUILD-SUMMARY-TABLE.
           PERFORM LOAD-CARRY-FORWARD.
           PERFORM TALLY-YEAR-ACTIVITY.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "Demasiadas cuentas para el resumen (mas de "
                   WS-SUM-MAX "), no se cierra el ejercicio."
               MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
               MOVE 12 TO RETURN-CODE
               SET WS-PROOF-FAILED TO TRUE
           ELSE
               DISPLAY "  Saldos arrastrados del ejercicio "
                   WS-CARRY-YEAR ": " WS-CARRY-COUNT
               DISPLAY "  Cuentas a resumir: " WS-SUM-COUNT
           END-IF.

      *    YEARSUM is appended a year at a time, oldest first, so a
      *    later year met on the file replaces whatever was loaded
      *    for an earlier one.  The closing year's own records, left
      *    by an abended pass, are ignored.  A zero closing balance
      *    carries nothing forward.
       LOAD-CARRY-FORWARD.
           MOVE ZERO TO WS-SUM-COUNT.
           MOVE ZERO TO WS-CARRY-YEAR.
           MOVE ZERO TO WS-CARRY-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-SUMMARY-RECORD
           END-IF.
           PERFORM CARRY-ONE-SUMMARY-RECORD
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED.
           IF WS-SUMMARY-STATUS NOT = "35"
               CLOSE SUMMARY-FILE
           END-IF.

       READ-NEXT-SUMMARY-RECORD.
           READ SUMMARY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CARRY-ONE-SUMMARY-RECORD.
           IF YS-CLOSED-YEAR < WS-CLOSING-YEAR
               IF YS-CLOSED-YEAR > WS-CARRY-YEAR
                   MOVE YS-CLOSED-YEAR TO WS-CARRY-YEAR
                   MOVE ZERO TO WS-SUM-COUNT
                   MOVE ZERO TO WS-CARRY-COUNT
               END-IF
               IF YS-CLOSED-YEAR = WS-CARRY-YEAR
                       AND YS-CLOSING-BALANCE NOT = ZERO
                   MOVE YS-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
                   PERFORM FIND-SUMMARY-SLOT
                   IF WS-SLOT-WAS-FOUND
                       MOVE YS-CLOSING-BALANCE
                           TO WS-SUM-OPENING (WS-SUM-SUB)
                       ADD 1 TO WS-CARRY-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-SUMMARY-RECORD.

       TALLY-YEAR-ACTIVITY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-IF.
           PERFORM TALLY-ONE-ARCHIVE-RECORD
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.

      *    Only OK postings and RV reversals ever moved a balance.
      *    A FEE-ACCRUAL charge posts as a negative result and is
      *    shown as a positive fee; every other OK posting is a
      *    credit or a debit by its sign; reversals stay signed.
       TALLY-ONE-ARCHIVE-RECORD.
           MOVE HA-BUSINESS-DATE TO WS-HIST-DATE-R.
           IF WS-HIST-YYYY = WS-CLOSING-YEAR
                   AND (HA-STATUS-OK OR HA-STATUS-REVERSED)
               MOVE HA-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               PERFORM FIND-SUMMARY-SLOT
               IF WS-SLOT-WAS-FOUND
                   PERFORM ADD-ONE-POSTING
               END-IF
           END-IF.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       ADD-ONE-POSTING.
           ADD 1 TO WS-SUM-POSTINGS (WS-SUM-SUB).
           MOVE HA-BATCH-NUMBER TO WS-WORK-BATCH.
           IF HA-STATUS-REVERSED
               ADD HA-RESULT TO WS-SUM-REVERSALS (WS-SUM-SUB)
           ELSE
               IF HA-OPERATION-CODE = "S" AND WS-FEE-ACCRUAL-BATCH
                   SUBTRACT HA-RESULT FROM WS-SUM-FEES (WS-SUM-SUB)
               ELSE
                   IF HA-RESULT < ZERO
                       SUBTRACT HA-RESULT
                           FROM WS-SUM-DEBITS (WS-SUM-SUB)
                   ELSE
                       ADD HA-RESULT TO WS-SUM-CREDITS (WS-SUM-SUB)
                   END-IF
               END-IF
           END-IF.

       FIND-SUMMARY-SLOT.
           SET WS-SLOT-FOUND-SWITCH TO "N".
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM CHECK-ONE-SUMMARY-SLOT
               UNTIL WS-SLOT-WAS-FOUND
               OR WS-SUM-SUB NOT LESS THAN WS-SUM-COUNT.
           IF NOT WS-SLOT-WAS-FOUND
               IF WS-SUM-COUNT < WS-SUM-MAX
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-SUB
                   MOVE WS-WORK-ACCOUNT
                       TO WS-SUM-ACCOUNT (WS-SUM-SUB)
                   MOVE ZERO TO WS-SUM-OPENING (WS-SUM-SUB)
                   MOVE ZERO TO WS-SUM-CREDITS (WS-SUM-SUB)
                   MOVE ZERO TO WS-SUM-DEBITS (WS-SUM-SUB)
                   MOVE ZERO TO WS-SUM-FEES (WS-SUM-SUB)
                   MOVE ZERO TO WS-SUM-REVERSALS (WS-SUM-SUB)
                   MOVE ZERO TO WS-SUM-POSTINGS (WS-SUM-SUB)
                   MOVE "N" TO WS-SUM-MATCHED (WS-SUM-SUB)
                   SET WS-SLOT-WAS-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-SUMMARY-SLOT.
           ADD 1 TO WS-SUM-SUB.
           IF WS-SUM-ACCOUNT (WS-SUM-SUB) = WS-WORK-ACCOUNT
               SET WS-SLOT-WAS-FOUND TO TRUE
           END-IF.

       WRITE-YEAR-CLOSE-RECORD.
           OPEN EXTEND YEAR-CONTROL-FILE.
           IF WS-YEARCTL-STATUS NOT = "00"
               OPEN OUTPUT YEAR-CONTROL-FILE
           END-IF.
           MOVE WS-CLOSING-YEAR TO YC-CLOSED-YEAR.
           MOVE RH-RUN-DATE TO YC-CLOSE-DATE.
           MOVE WS-YEAR-RECORD-COUNT TO YC-RECORD-COUNT.
           MOVE WS-SUM-COUNT TO YC-ACCOUNT-COUNT.
           WRITE YEAR-CONTROL-RECORD.
           CLOSE YEAR-CONTROL-FILE.
           MOVE WS-YEAR-RECORD-COUNT TO WS-REGISTER-COUNT.
           DISPLAY "  Ejercicio " WS-CLOSING-YEAR
               " cerrado en YEARCTL.".

      *    YEARSUM is rebuilt through the YEARSTMP stage: every
      *    earlier year's records are kept as they were, any of the
      *    closing year's from an abended pass are dropped, and the
      *    closing year's summary goes on the end.  The accounts
      *    come out in master order, then any history against an
      *    account the master no longer holds.
       WRITE-ANNUAL-SUMMARY.
           PERFORM STAGE-EARLIER-SUMMARIES.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-PAGE-NUMBER.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM SUMMARISE-MASTER-ACCOUNTS.
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM SUMMARISE-ONE-UNMATCHED
               UNTIL WS-SUM-SUB NOT LESS THAN WS-SUM-COUNT.
           PERFORM PRINT-SUMMARY-TOTALS.
           CLOSE REPORT-FILE.
           CLOSE SUMMARY-STAGE-FILE.
           PERFORM COPY-SUMMARY-STAGE-BACK.

       STAGE-EARLIER-SUMMARIES.
           OPEN OUTPUT SUMMARY-STAGE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-SUMMARY-RECORD
           END-IF.
           PERFORM STAGE-ONE-SUMMARY-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-SUMMARY-STATUS NOT = "35"
               CLOSE SUMMARY-FILE
           END-IF.

       STAGE-ONE-SUMMARY-RECORD.
           IF YS-CLOSED-YEAR NOT = WS-CLOSING-YEAR
               MOVE YEAR-SUMMARY-RECORD TO SUMMARY-STAGE-RECORD
               WRITE SUMMARY-STAGE-RECORD
           END-IF.
           PERFORM READ-NEXT-SUMMARY-RECORD.

       SUMMARISE-MASTER-ACCOUNTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "  AVISO: no se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); el resumen sale sin"
                   " nombres de cuenta."
               SET WS-MASTER-OPEN-FAILED TO TRUE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ACCOUNT
           END-IF.
           PERFORM SUMMARISE-ONE-ACCOUNT
               UNTIL WS-END-OF-FILE.
           IF NOT WS-MASTER-OPEN-FAILED
               CLOSE ACCT-MASTER-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       SUMMARISE-ONE-ACCOUNT.
           MOVE AM-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           SET WS-SLOT-FOUND-SWITCH TO "N".
           MOVE ZERO TO WS-SUM-SUB.
           PERFORM CHECK-ONE-SUMMARY-SLOT
               UNTIL WS-SLOT-WAS-FOUND
               OR WS-SUM-SUB NOT LESS THAN WS-SUM-COUNT.
           IF WS-SLOT-WAS-FOUND
               MOVE "Y" TO WS-SUM-MATCHED (WS-SUM-SUB)
               MOVE AM-ACCOUNT-NAME TO WS-WORK-NAME
               PERFORM WRITE-ONE-SUMMARY
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

       SUMMARISE-ONE-UNMATCHED.
           ADD 1 TO WS-SUM-SUB.
           IF WS-SUM-MATCHED (WS-SUM-SUB) NOT = "Y"
               ADD 1 TO WS-UNMATCHED-COUNT
               IF WS-MASTER-OPEN-FAILED
                   MOVE SPACES TO WS-WORK-NAME
               ELSE
                   MOVE "** NO EN EL MAESTRO" TO WS-WORK-NAME
               END-IF
               PERFORM WRITE-ONE-SUMMARY
           END-IF.

       WRITE-ONE-SUMMARY.
           MOVE WS-CLOSING-YEAR TO YS-CLOSED-YEAR.
           MOVE WS-SUM-ACCOUNT (WS-SUM-SUB) TO YS-ACCOUNT-NUMBER.
           MOVE WS-SUM-OPENING (WS-SUM-SUB) TO YS-OPENING-BALANCE.
           MOVE WS-SUM-CREDITS (WS-SUM-SUB) TO YS-CREDIT-TOTAL.
           MOVE WS-SUM-DEBITS (WS-SUM-SUB) TO YS-DEBIT-TOTAL.
           MOVE WS-SUM-FEES (WS-SUM-SUB) TO YS-FEE-TOTAL.
           MOVE WS-SUM-REVERSALS (WS-SUM-SUB) TO YS-REVERSAL-TOTAL.
           COMPUTE YS-CLOSING-BALANCE =
               WS-SUM-OPENING (WS-SUM-SUB)
               + WS-SUM-CREDITS (WS-SUM-SUB)
               - WS-SUM-DEBITS (WS-SUM-SUB)
               - WS-SUM-FEES (WS-SUM-SUB)
               + WS-SUM-REVERSALS (WS-SUM-SUB).
           MOVE WS-SUM-POSTINGS (WS-SUM-SUB) TO YS-POSTING-COUNT.
           MOVE YEAR-SUMMARY-RECORD TO SUMMARY-STAGE-RECORD.
           WRITE SUMMARY-STAGE-RECORD.
           ADD YS-OPENING-BALANCE TO WS-TOTAL-OPENING.
           ADD YS-CREDIT-TOTAL TO WS-TOTAL-CREDITS.
           ADD YS-DEBIT-TOTAL TO WS-TOTAL-DEBITS.
           ADD YS-FEE-TOTAL TO WS-TOTAL-FEES.
           ADD YS-REVERSAL-TOTAL TO WS-TOTAL-REVERSALS.
           ADD YS-CLOSING-BALANCE TO WS-TOTAL-CLOSING.
           PERFORM PRINT-SUMMARY-LINE.

       COPY-SUMMARY-STAGE-BACK.
           OPEN INPUT SUMMARY-STAGE-FILE.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-NEXT-STAGE-RECORD.
           PERFORM COPY-ONE-STAGE-RECORD
               UNTIL WS-END-OF-FILE.
           CLOSE SUMMARY-STAGE-FILE.
           CLOSE SUMMARY-FILE.

       READ-NEXT-STAGE-RECORD.
           READ SUMMARY-STAGE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-STAGE-RECORD.
           MOVE SUMMARY-STAGE-RECORD TO YEAR-SUMMARY-RECORD.
           WRITE YEAR-SUMMARY-RECORD.
           PERFORM READ-NEXT-STAGE-RECORD.

      *----------------------------------------------------------*
      * ROLL THE YEAR FROM TRANSHAR ONTO TRANSHYR                *
      *----------------------------------------------------------*
      *    One pass over TRANSHAR: the closed year goes to the
      *    permanent TRANSHYR yearly archive (appended, every record
      *    carrying its own business date), the rest is staged on
      *    TRNATMP and copied back.
       ROLL-YEAR-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN EXTEND YEARLY-ARCHIVE-FILE
               IF WS-YEARLY-STATUS NOT = "00"
                   OPEN OUTPUT YEARLY-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT RETAINED-FILE
               PERFORM READ-NEXT-ARCHIVE-RECORD
               PERFORM SPLIT-ONE-ARCHIVE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE ARCHIVE-FILE
               CLOSE YEARLY-ARCHIVE-FILE
               CLOSE RETAINED-FILE
               PERFORM REBUILD-MONTHLY-ARCHIVE
           END-IF.
           IF WS-EXAMINED-COUNT NOT = WS-ROLLED-COUNT
                   + WS-RETAINED-COUNT + WS-SKIPPED-COUNT
                   OR WS-ROLLED-COUNT + WS-SKIPPED-COUNT
                       NOT = WS-YEAR-RECORD-COUNT
               SET WS-MOVE-FAILED TO TRUE
           END-IF.

      *    A year record inside the skip allowance is already on
      *    TRANSHYR from the abended pass: it is dropped from
      *    TRANSHAR without a second append.  On a first run the
      *    allowance is zero and every year record appends.
       SPLIT-ONE-ARCHIVE-RECORD.
           ADD 1 TO WS-EXAMINED-COUNT.
           MOVE HA-BUSINESS-DATE TO WS-HIST-DATE-R.
           IF WS-HIST-YYYY = WS-CLOSING-YEAR
               IF WS-SKIP-REMAINING > ZERO
                   SUBTRACT 1 FROM WS-SKIP-REMAINING
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   ADD 1 TO WS-ROLLED-COUNT
                   MOVE ARCHIVE-RECORD TO YEARLY-RECORD
                   WRITE YEARLY-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-RETAINED-COUNT
               MOVE ARCHIVE-RECORD TO RETAINED-RECORD
               WRITE RETAINED-RECORD
           END-IF.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       REBUILD-MONTHLY-ARCHIVE.
           OPEN INPUT RETAINED-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-NEXT-RETAINED-RECORD.
           PERFORM COPY-ONE-RETAINED-RECORD
               UNTIL WS-END-OF-FILE.
           CLOSE RETAINED-FILE.
           CLOSE ARCHIVE-FILE.

       READ-NEXT-RETAINED-RECORD.
           READ RETAINED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-RETAINED-RECORD.
           MOVE RETAINED-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.
           PERFORM READ-NEXT-RETAINED-RECORD.

      *----------------------------------------------------------*
      * YEARRPT - THE ANNUAL ACCOUNT SUMMARY                     *
      *----------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-CLOSING-YEAR TO WS-RH1-YEAR.
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

       PRINT-SUMMARY-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE YS-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT.
           MOVE WS-WORK-NAME TO WS-RPT-NAME.
           MOVE YS-OPENING-BALANCE TO WS-RPT-OPENING.
           MOVE YS-CREDIT-TOTAL TO WS-RPT-CREDITS.
           MOVE YS-DEBIT-TOTAL TO WS-RPT-DEBITS.
           MOVE YS-FEE-TOTAL TO WS-RPT-FEES.
           MOVE YS-REVERSAL-TOTAL TO WS-RPT-REVERSALS.
           MOVE YS-CLOSING-BALANCE TO WS-RPT-CLOSING.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-SUMMARY-TOTALS.
           MOVE ZERO TO WS-RPT-ACCOUNT.
           MOVE "TOTAL EJERCICIO" TO WS-RPT-NAME.
           MOVE WS-TOTAL-OPENING TO WS-RPT-OPENING.
           MOVE WS-TOTAL-CREDITS TO WS-RPT-CREDITS.
           MOVE WS-TOTAL-DEBITS TO WS-RPT-DEBITS.
           MOVE WS-TOTAL-FEES TO WS-RPT-FEES.
           MOVE WS-TOTAL-REVERSALS TO WS-RPT-REVERSALS.
           MOVE WS-TOTAL-CLOSING TO WS-RPT-CLOSING.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "Cuentas resumidas" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SUM-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "Con saldo arrastrado" TO WS-RPT-COUNT-LABEL.
           MOVE WS-CARRY-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Sin cuenta en el maestro"
               TO WS-RPT-COUNT-LABEL.
           MOVE WS-UNMATCHED-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Registros del ejercicio en TRANSHAR"
               TO WS-RPT-COUNT-LABEL.
           MOVE WS-YEAR-RECORD-COUNT TO WS-RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.

       PRINT-CONTROL-REPORT.
           DISPLAY "=============================================".
           DISPLAY "  YEAR-END-CLOSE - INFORME DE CONTROL".
           DISPLAY "  Ejercicio cerrado     : " WS-CLOSING-YEAR.
           DISPLAY "  Cuentas resumidas     : " WS-SUM-COUNT.
           DISPLAY "  Registros examinados  : " WS-EXAMINED-COUNT.
           DISPLAY "  Pasados a TRANSHYR    : " WS-ROLLED-COUNT.
           DISPLAY "  Ya en TRANSHYR (omit.): " WS-SKIPPED-COUNT.
           DISPLAY "  Quedan en TRANSHAR    : " WS-RETAINED-COUNT.
           DISPLAY "  Esperados del ejerc.  : " WS-REGISTER-COUNT.
           IF WS-MOVE-FAILED
               DISPLAY "  ESTADO: RECUENTOS NO CUADRAN - REVISAR"
           ELSE
               DISPLAY "  ESTADO: TRASLADO VERIFICADO"
           END-IF.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "YEAR-END-CLOSE" TO AL-PROGRAM-NAME.
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

       END PROGRAM YEAR-END-CLOSE.
