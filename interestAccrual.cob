       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUAL.
      *Month-end interest accrual on the average daily balance.
      *Interest used to be worked out in a spreadsheet from
      *TRIAL-BALANCE printouts.  This run reads the month's end-
      *of-day balances off BALSNAP (written by BAL-SNAPSHOT every
      *business day), carries each day's balance forward over the
      *calendar days to the next snapshot - so a Friday balance
      *stands for the weekend too - and through to the last day
      *of the month, giving each account its balance-days and its
      *average daily balance.  The annual rate comes from the
      *INTRATE table for the account's category: the credit rate
      *when the average balance is positive, the separate debit
      *rate when it is negative.  Interest is balance-days times
      *rate over 365, rounded to the cent.
      *The interest goes out on TRANSRAW as a headed and trailered
      *batch (source INTACCR) so it posts, reconciles, and hits
      *the GL through TRANS-EDIT and BASIC-OPERATIONS like any
      *other feed: interest paid is an add (NUM1 = interest,
      *NUM2 = 0), interest charged a subtract, and an amount too
      *large for NUM1 is split over as many lines as it takes.
      *The batch number is 91 plus the month's YYMM digits, so a
      *second run in the same month is refused by TRANS-EDIT's
      *register instead of paying twice.  Dormant and closed
      *accounts accrue nothing.  Each account's balance days,
      *rate and accrued amount are printed on the INTREG interest
      *register.  The same guard FEE-ACCRUAL carries keeps the
      *run off a TRANSRAW feed still waiting for its edit pass.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT INTEREST-RATE-FILE ASSIGN TO "INTRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRATE-STATUS.

           SELECT RAW-FEED-FILE ASSIGN TO "TRANSRAW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPR.

       FD  INTEREST-RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTRATER.

       FD  RAW-FEED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY TRANSBCH.
       01  RAW-DETAIL-RECORD.
           05  RAW-ACCOUNT-NUMBER         PIC 9(6).
           05  RAW-NUM1                   PIC 9(4)V99.
           05  RAW-NUM2                   PIC 9(4)V99.
           05  RAW-OPERATION-CODE         PIC X(01).
           05  FILLER                     PIC X(06).

       FD  BATCH-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHRGR.

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
           05  WS-RATE-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-RATE-END-OF-FILE    VALUE "Y".
           05  WS-RATE-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-RATE-SLOT-FOUND     VALUE "Y".
           05  WS-BAL-FOUND-SWITCH        PIC X(01) VALUE "N".
               88  WS-BAL-SLOT-FOUND      VALUE "Y".
           05  WS-BAL-FULL-SWITCH         PIC X(01) VALUE "N".
               88  WS-BAL-TABLE-FULL      VALUE "Y".
           05  WS-ACCOUNT-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  WS-ACCOUNT-WAS-FOUND   VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-REG-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-REG-END-OF-FILE     VALUE "Y".
           05  WS-REG-FOUND-SW            PIC X(01) VALUE "N".
               88  WS-REGISTER-HAS-BATCH  VALUE "Y".
           05  WS-STAGED-STATE            PIC X(01) VALUE "E".
               88  WS-STAGED-EMPTY        VALUE "E".
               88  WS-STAGED-OWN-INTEREST VALUE "I".
               88  WS-STAGED-ACCEPTED     VALUE "A".
               88  WS-STAGED-UNEDITED     VALUE "X".

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-YYYYMM         PIC 9(6).
           05  WS-BUSINESS-YYYYMM-R REDEFINES WS-BUSINESS-YYYYMM.
               10  WS-BUSINESS-YYYY       PIC 9(4).
               10  WS-BUSINESS-MM         PIC 9(2).
           05  WS-BUSINESS-DD             PIC 9(2).

      *    First day of the month after the accrual month: the
      *    last snapshot's balance runs up to (not including) it.
       01  WS-NEXT-MONTH-START            PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-START-R REDEFINES WS-NEXT-MONTH-START.
           05  WS-NEXT-YYYY               PIC 9(4).
           05  WS-NEXT-MM                 PIC 9(2).
           05  WS-NEXT-DD                 PIC 9(2).
       01  WS-NEXT-MONTH-INTEGER          PIC 9(7) VALUE ZERO.
       01  WS-SNAP-DATE-INTEGER           PIC 9(7) VALUE ZERO.
       01  WS-DAYS-HELD                   PIC 9(3) VALUE ZERO.

       01  WS-BATCH-NUMBER                PIC 9(6) VALUE ZERO.
       01  WS-STAGED-BATCH                PIC 9(6) VALUE ZERO.

      *    The rate table, one slot per category.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT              PIC 9(3) COMP VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-RATE-CATEGORY       PIC X(02).
               10  WS-RATE-CREDIT         PIC 9(2)V9(4).
               10  WS-RATE-DEBIT          PIC 9(2)V9(4).

       01  WS-RATE-SUB                    PIC 9(3) COMP VALUE ZERO.
       01  WS-RATE-MAX                    PIC 9(3) COMP VALUE 20.

      *    One slot per account snapshotted in the month: the last
      *    snapshot seen (date and balance) and the balance-days
      *    and calendar days accumulated up to it.
       01  WS-BALANCE-TABLE.
           05  WS-BAL-COUNT               PIC 9(4) COMP VALUE ZERO.
           05  WS-BAL-ENTRY OCCURS 1000 TIMES.
               10  WS-BAL-ACCOUNT         PIC 9(6).
               10  WS-BAL-LAST-INTEGER    PIC 9(7).
               10  WS-BAL-LAST-BALANCE    PIC S9(9)V99.
               10  WS-BAL-BALANCE-DAYS    PIC S9(13)V99.
               10  WS-BAL-DAYS            PIC 9(3).

       01  WS-BAL-SUB                     PIC 9(4) COMP VALUE ZERO.
       01  WS-BAL-MAX                     PIC 9(4) COMP VALUE 1000.

      *    Working figures for the account in hand.
       01  WS-INTEREST-WORK.
           05  WS-AVERAGE-BALANCE         PIC S9(9)V99.
           05  WS-APPLIED-RATE            PIC 9(2)V9(4).
           05  WS-INTEREST-AMOUNT         PIC 9(9)V99.
           05  WS-INTEREST-REMAINING      PIC 9(9)V99.
           05  WS-LINE-AMOUNT             PIC 9(4)V99.
           05  WS-INTEREST-OPERATION      PIC X(01).
               88  WS-INTEREST-PAID       VALUE "A".
               88  WS-INTEREST-CHARGED    VALUE "S".
           05  WS-ACCRUAL-NOTE            PIC X(30).

       01  WS-MAX-LINE-AMOUNT             PIC 9(4)V99 VALUE 9999.99.

       01  WS-COUNTERS.
           05  WS-SNAPSHOT-COUNT          PIC 9(8) COMP VALUE ZERO.
           05  WS-ACCRUED-COUNT           PIC 9(6) COMP VALUE ZERO.
           05  WS-SKIPPED-COUNT           PIC 9(6) COMP VALUE ZERO.
           05  WS-DETAIL-COUNT            PIC 9(6) COMP VALUE ZERO.
           05  WS-HASH-TOTAL              PIC 9(9)V99 VALUE ZERO.
           05  WS-PAID-TOTAL              PIC 9(9)V99 VALUE ZERO.
           05  WS-CHARGED-TOTAL           PIC 9(9)V99 VALUE ZERO.

       01  WS-AMOUNT-EDIT                 PIC -(9)9.99.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-SNAPSHOT-STATUS         PIC X(02).
           05  WS-INTRATE-STATUS          PIC X(02).
           05  WS-RAW-STATUS              PIC X(02).
           05  WS-REGISTER-STATUS         PIC X(02).
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
               VALUE "INTREG    ".
           05  FILLER                     PIC X(30) VALUE
               "REGISTRO DE INTERESES".
           05  FILLER                     PIC X(05) VALUE "MES: ".
           05  WS-RH1-MONTH               PIC 9(6).
           05  FILLER                     PIC X(09) VALUE
               "  FECHA: ".
           05  WS-RH1-DATE                PIC 9(8).
           05  FILLER                     PIC X(08) VALUE "  HORA: ".
           05  WS-RH1-TIME                PIC 9(8).
           05  FILLER                     PIC X(10) VALUE
               "   PAGINA ".
           05  WS-RH1-PAGE                PIC ZZ9.
           05  FILLER                     PIC X(35) VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                     PIC X(10) VALUE
               "  CUENTA".
           05  FILLER                     PIC X(04) VALUE "CAT".
           05  FILLER                     PIC X(06) VALUE "DIAS".
           05  FILLER                     PIC X(20) VALUE
               "      SALDO X DIAS".
           05  FILLER                     PIC X(16) VALUE
               "   SALDO MEDIO".
           05  FILLER                     PIC X(09) VALUE
               "   TASA".
           05  FILLER                     PIC X(16) VALUE
               "       INTERES".
           05  FILLER                     PIC X(03) VALUE "OP".
           05  FILLER                     PIC X(30) VALUE
               "OBSERVACION".
           05  FILLER                     PIC X(18) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-ACCOUNT             PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-CATEGORY            PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-DAYS                PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-BALANCE-DAYS        PIC -(13)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-AVERAGE             PIC -(9)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-RATE                PIC Z9.9999.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-INTEREST            PIC -(9)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-OPERATION           PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-NOTE                PIC X(30).
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-TOTAL-LABEL         PIC X(38).
           05  WS-RPT-TOTAL-COUNT         PIC Z(7)9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-TOTAL-AMOUNT        PIC -(9)9.99
                                              BLANK WHEN ZERO.
           05  FILLER                     PIC X(68) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                     PIC X(30) VALUE
               "*** FIN DEL REGISTRO ***".
           05  FILLER                     PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-RATE-TABLE.
           IF WS-RATE-COUNT = ZERO
               DISPLAY "Sin tasas en INTRATE, no se devenga"
                   " ningun interes."
               MOVE "INTRATE" TO WS-AUDIT-KEY-INPUT
               MOVE "SIN TASAS" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ACCUMULATE-MONTH-SNAPSHOTS.
           IF WS-BAL-TABLE-FULL
               DISPLAY "Mas de " WS-BAL-MAX " cuentas en BALSNAP"
                   " para el mes; no se devenga un mes a medias."
               MOVE "BALSNAP" TO WS-AUDIT-KEY-INPUT
               MOVE "TABLA DE SALDOS DESBORDADA" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BAL-COUNT = ZERO
               DISPLAY "Sin fotos de saldo en BALSNAP para el mes "
                   WS-BUSINESS-YYYYMM "; nada que devengar."
               MOVE WS-BUSINESS-YYYYMM TO WS-AUDIT-KEY-INPUT
               MOVE "SIN FOTOS DE SALDO" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM INSPECT-STAGED-FEED.
           IF WS-STAGED-UNEDITED
               DISPLAY "TRANSRAW contiene un lote ("
                   WS-STAGED-BATCH ") aun sin editar: el"
                   " devengo se APLAZA para no destruirlo;"
                   " relance tras el pase de TRANS-EDIT."
               MOVE WS-STAGED-BATCH TO WS-AUDIT-KEY-INPUT
               MOVE "DEVENGO APLAZADO" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM GENERATE-INTEREST-BATCH.
           IF WS-MASTER-OPEN-FAILED
               MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
               MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM PRINT-ACCRUAL-TOTALS
               MOVE WS-ACCRUED-COUNT TO WS-AUDIT-KEY-INPUT
               MOVE "LOTE DE INTERESES GENERADO"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "INTEREST-ACCRUAL" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

      *    The accrual month is the business date's month; the
      *    batch is numbered 91 plus its YYMM digits.
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
           COMPUTE WS-BATCH-NUMBER =
               910000 + FUNCTION MOD(WS-BUSINESS-YYYYMM 10000).
           IF WS-BUSINESS-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-BUSINESS-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-BUSINESS-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-BUSINESS-MM + 1
           END-IF.
           MOVE 1 TO WS-NEXT-DD.
           COMPUTE WS-NEXT-MONTH-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START).

       LOAD-RATE-TABLE.
           OPEN INPUT INTEREST-RATE-FILE.
           IF WS-INTRATE-STATUS NOT = "00"
               SET WS-RATE-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-RATE-RECORD
           END-IF.
           PERFORM LOAD-ONE-RATE-RECORD
               UNTIL WS-RATE-END-OF-FILE.
           IF WS-INTRATE-STATUS NOT = "35"
               CLOSE INTEREST-RATE-FILE
           END-IF.

       READ-NEXT-RATE-RECORD.
           READ INTEREST-RATE-FILE
               AT END
                   SET WS-RATE-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-RATE-RECORD.
           IF WS-RATE-COUNT NOT LESS THAN WS-RATE-MAX
               DISPLAY "AVISO: mas de " WS-RATE-MAX " tasas en"
                   " INTRATE, el resto se ignora."
               SET WS-RATE-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE IR-CATEGORY TO WS-RATE-CATEGORY (WS-RATE-COUNT)
               MOVE IR-CREDIT-RATE TO WS-RATE-CREDIT (WS-RATE-COUNT)
               MOVE IR-DEBIT-RATE TO WS-RATE-DEBIT (WS-RATE-COUNT)
               PERFORM READ-NEXT-RATE-RECORD
           END-IF.

      *----------------------------------------------------------*
      * BALANCE-DAYS FOR THE MONTH                                *
      * Snapshots are appended in business-date order, so each    *
      * account's snapshots arrive oldest first.  Each new one    *
      * closes off the previous balance over the calendar days    *
      * since it was taken; the last one is closed off at the     *
      * month end.  Days before an account's first snapshot in    *
      * the month (an account opened mid-month) do not count.     *
      *----------------------------------------------------------*
       ACCUMULATE-MONTH-SNAPSHOTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-SNAPSHOT
           END-IF.
           PERFORM ACCUMULATE-ONE-SNAPSHOT
               UNTIL WS-END-OF-FILE OR WS-BAL-TABLE-FULL.
           IF WS-SNAPSHOT-STATUS NOT = "35"
               CLOSE SNAPSHOT-FILE
           END-IF.
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM CLOSE-OFF-ONE-ACCOUNT
               UNTIL WS-BAL-SUB NOT LESS THAN WS-BAL-COUNT.

       READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       ACCUMULATE-ONE-SNAPSHOT.
           IF BS-BUSINESS-YYYYMM = WS-BUSINESS-YYYYMM
               ADD 1 TO WS-SNAPSHOT-COUNT
               COMPUTE WS-SNAP-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (BS-BUSINESS-DATE)
               PERFORM FIND-BALANCE-SLOT
               IF WS-BAL-SLOT-FOUND
                   COMPUTE WS-DAYS-HELD = WS-SNAP-DATE-INTEGER
                       - WS-BAL-LAST-INTEGER (WS-BAL-SUB)
                   PERFORM ADD-BALANCE-DAYS
               ELSE
                   PERFORM ADD-BALANCE-SLOT
               END-IF
               IF WS-BAL-SLOT-FOUND
                   MOVE WS-SNAP-DATE-INTEGER
                       TO WS-BAL-LAST-INTEGER (WS-BAL-SUB)
                   MOVE BS-BALANCE
                       TO WS-BAL-LAST-BALANCE (WS-BAL-SUB)
               END-IF
           END-IF.
           PERFORM READ-NEXT-SNAPSHOT.

       FIND-BALANCE-SLOT.
           SET WS-BAL-FOUND-SWITCH TO "N".
           MOVE ZERO TO WS-BAL-SUB.
           PERFORM CHECK-ONE-BALANCE-SLOT
               UNTIL WS-BAL-SLOT-FOUND
               OR WS-BAL-SUB NOT LESS THAN WS-BAL-COUNT.

       CHECK-ONE-BALANCE-SLOT.
           ADD 1 TO WS-BAL-SUB.
           IF WS-BAL-ACCOUNT (WS-BAL-SUB) = BS-ACCOUNT-NUMBER
               SET WS-BAL-SLOT-FOUND TO TRUE
           END-IF.

       ADD-BALANCE-SLOT.
           IF WS-BAL-COUNT NOT LESS THAN WS-BAL-MAX
               SET WS-BAL-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-BAL-SUB
               MOVE BS-ACCOUNT-NUMBER TO WS-BAL-ACCOUNT (WS-BAL-SUB)
               MOVE ZERO TO WS-BAL-BALANCE-DAYS (WS-BAL-SUB)
               MOVE ZERO TO WS-BAL-DAYS (WS-BAL-SUB)
               SET WS-BAL-SLOT-FOUND TO TRUE
           END-IF.

       ADD-BALANCE-DAYS.
           COMPUTE WS-BAL-BALANCE-DAYS (WS-BAL-SUB) =
               WS-BAL-BALANCE-DAYS (WS-BAL-SUB)
               + WS-BAL-LAST-BALANCE (WS-BAL-SUB) * WS-DAYS-HELD.
           ADD WS-DAYS-HELD TO WS-BAL-DAYS (WS-BAL-SUB).

       CLOSE-OFF-ONE-ACCOUNT.
           ADD 1 TO WS-BAL-SUB.
           COMPUTE WS-DAYS-HELD = WS-NEXT-MONTH-INTEGER
               - WS-BAL-LAST-INTEGER (WS-BAL-SUB).
           PERFORM ADD-BALANCE-DAYS.

      *----------------------------------------------------------*
      * WHAT IS STAGED ON TRANSRAW RIGHT NOW?                     *
      * Empty or missing, a previous INTACCR batch of our own,    *
      * a batch the register already shows accepted, or a feed    *
      * still waiting for its edit pass - only the last one       *
      * must not be overwritten (the FEE-ACCRUAL guard).          *
      *----------------------------------------------------------*
       INSPECT-STAGED-FEED.
           SET WS-STAGED-EMPTY TO TRUE.
           MOVE ZERO TO WS-STAGED-BATCH.
           OPEN INPUT RAW-FEED-FILE.
           IF WS-RAW-STATUS = "00"
               READ RAW-FEED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CLASSIFY-STAGED-RECORD
               END-READ
               CLOSE RAW-FEED-FILE
           END-IF.

       CLASSIFY-STAGED-RECORD.
           IF NOT BH-IS-HEADER
               SET WS-STAGED-UNEDITED TO TRUE
           ELSE
               MOVE BH-BATCH-NUMBER TO WS-STAGED-BATCH
               IF BH-BATCH-SOURCE = "INTACCR"
                   SET WS-STAGED-OWN-INTEREST TO TRUE
               ELSE
                   PERFORM CHECK-BATCH-REGISTER
                   IF WS-REGISTER-HAS-BATCH
                       SET WS-STAGED-ACCEPTED TO TRUE
                   ELSE
                       SET WS-STAGED-UNEDITED TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-BATCH-REGISTER.
           SET WS-REG-FOUND-SW TO "N".
           MOVE "N" TO WS-REG-EOF-SWITCH.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               SET WS-REG-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-REGISTER-RECORD
           END-IF.
           PERFORM CHECK-ONE-REGISTER-RECORD
               UNTIL WS-REG-END-OF-FILE OR WS-REGISTER-HAS-BATCH.
           IF WS-REGISTER-STATUS NOT = "35"
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       READ-NEXT-REGISTER-RECORD.
           READ BATCH-REGISTER-FILE
               AT END
                   SET WS-REG-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-REGISTER-RECORD.
           IF BR-BATCH-NUMBER = WS-STAGED-BATCH
               SET WS-REGISTER-HAS-BATCH TO TRUE
           ELSE
               PERFORM READ-NEXT-REGISTER-RECORD
           END-IF.

      *    Header, the interest lines account by account, trailer;
      *    the register is printed alongside.
       GENERATE-INTEREST-BATCH.
           PERFORM OPEN-MASTER-OR-STOP.
           IF WS-MASTER-OPEN-FAILED
               CONTINUE
           ELSE
               OPEN OUTPUT RAW-FEED-FILE
               OPEN OUTPUT REPORT-FILE
               MOVE ZERO TO WS-PAGE-NUMBER
               PERFORM PRINT-PAGE-HEADING
               PERFORM WRITE-BATCH-HEADER
               MOVE ZERO TO WS-BAL-SUB
               PERFORM ACCRUE-ONE-ACCOUNT
                   UNTIL WS-BAL-SUB NOT LESS THAN WS-BAL-COUNT
               PERFORM WRITE-BATCH-TRAILER
               PERFORM PRINT-REGISTER-TOTALS
               CLOSE RAW-FEED-FILE
               CLOSE REPORT-FILE
               CLOSE ACCT-MASTER-FILE
           END-IF.

       OPEN-MASTER-OR-STOP.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
           END-IF.

      *    The rate is picked on the sign of the average balance
      *    and the account's category as it stands on ACCTMAST
      *    now, since that is the account the interest posts to.
       ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-BAL-SUB.
           MOVE ZERO TO WS-AVERAGE-BALANCE.
           MOVE ZERO TO WS-APPLIED-RATE.
           MOVE ZERO TO WS-INTEREST-AMOUNT.
           MOVE SPACES TO WS-INTEREST-OPERATION.
           MOVE SPACES TO WS-ACCRUAL-NOTE.
           MOVE SPACES TO AM-ACCOUNT-CATEGORY.
           IF WS-BAL-DAYS (WS-BAL-SUB) > ZERO
               COMPUTE WS-AVERAGE-BALANCE ROUNDED =
                   WS-BAL-BALANCE-DAYS (WS-BAL-SUB)
                   / WS-BAL-DAYS (WS-BAL-SUB)
           END-IF.
           PERFORM LOOKUP-ACCRUAL-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-WAS-FOUND
                   MOVE "CUENTA NO ENCONTRADA" TO WS-ACCRUAL-NOTE
               WHEN AM-STATUS-CLOSED
                   MOVE "CUENTA CERRADA" TO WS-ACCRUAL-NOTE
               WHEN AM-STATUS-DORMANT
                   MOVE "CUENTA INACTIVA" TO WS-ACCRUAL-NOTE
               WHEN OTHER
                   PERFORM COMPUTE-ACCOUNT-INTEREST
           END-EVALUATE.
           IF WS-INTEREST-AMOUNT > ZERO
               ADD 1 TO WS-ACCRUED-COUNT
               MOVE WS-INTEREST-AMOUNT TO WS-INTEREST-REMAINING
               PERFORM WRITE-ONE-INTEREST-LINE
                   UNTIL WS-INTEREST-REMAINING = ZERO
               IF WS-INTEREST-PAID
                   ADD WS-INTEREST-AMOUNT TO WS-PAID-TOTAL
               ELSE
                   ADD WS-INTEREST-AMOUNT TO WS-CHARGED-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               IF WS-ACCRUAL-NOTE = SPACES
                   MOVE "SIN INTERES" TO WS-ACCRUAL-NOTE
               END-IF
           END-IF.
           PERFORM PRINT-REGISTER-LINE.

       LOOKUP-ACCRUAL-ACCOUNT.
           SET WS-ACCOUNT-FOUND-SWITCH TO "N".
           MOVE WS-BAL-ACCOUNT (WS-BAL-SUB) TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCOUNT-WAS-FOUND TO TRUE
           END-READ.

       COMPUTE-ACCOUNT-INTEREST.
           PERFORM FIND-CATEGORY-RATE.
           IF NOT WS-RATE-SLOT-FOUND
               MOVE "CATEGORIA SIN TASA" TO WS-ACCRUAL-NOTE
           ELSE
               IF WS-BAL-BALANCE-DAYS (WS-BAL-SUB) < ZERO
                   MOVE WS-RATE-DEBIT (WS-RATE-SUB)
                       TO WS-APPLIED-RATE
                   SET WS-INTEREST-CHARGED TO TRUE
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       (ZERO - WS-BAL-BALANCE-DAYS (WS-BAL-SUB))
                       * WS-APPLIED-RATE / 36500
               ELSE
                   MOVE WS-RATE-CREDIT (WS-RATE-SUB)
                       TO WS-APPLIED-RATE
                   SET WS-INTEREST-PAID TO TRUE
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       WS-BAL-BALANCE-DAYS (WS-BAL-SUB)
                       * WS-APPLIED-RATE / 36500
               END-IF
           END-IF.

       FIND-CATEGORY-RATE.
           SET WS-RATE-FOUND-SWITCH TO "N".
           MOVE ZERO TO WS-RATE-SUB.
           PERFORM CHECK-ONE-RATE-SLOT
               UNTIL WS-RATE-SLOT-FOUND
               OR WS-RATE-SUB NOT LESS THAN WS-RATE-COUNT.

       CHECK-ONE-RATE-SLOT.
           ADD 1 TO WS-RATE-SUB.
           IF WS-RATE-CATEGORY (WS-RATE-SUB) = AM-ACCOUNT-CATEGORY
               SET WS-RATE-SLOT-FOUND TO TRUE
           END-IF.

      *    NUM1 carries the interest and NUM2 zero: an add posts
      *    it into the balance, a subtract (NUM2 - NUM1) takes it
      *    out.  NUM1 holds at most 9999.99, so a larger amount
      *    goes out over several lines.
       WRITE-ONE-INTEREST-LINE.
           IF WS-INTEREST-REMAINING > WS-MAX-LINE-AMOUNT
               MOVE WS-MAX-LINE-AMOUNT TO WS-LINE-AMOUNT
           ELSE
               MOVE WS-INTEREST-REMAINING TO WS-LINE-AMOUNT
           END-IF.
           SUBTRACT WS-LINE-AMOUNT FROM WS-INTEREST-REMAINING.
           MOVE SPACES TO RAW-DETAIL-RECORD.
           MOVE WS-BAL-ACCOUNT (WS-BAL-SUB) TO RAW-ACCOUNT-NUMBER.
           MOVE WS-LINE-AMOUNT TO RAW-NUM1.
           MOVE ZERO TO RAW-NUM2.
           MOVE WS-INTEREST-OPERATION TO RAW-OPERATION-CODE.
           WRITE RAW-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-LINE-AMOUNT TO WS-HASH-TOTAL.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO BATCH-HEADER-RECORD.
           MOVE "HDR" TO BH-RECORD-TYPE.
           MOVE WS-BATCH-NUMBER TO BH-BATCH-NUMBER.
           MOVE "INTACCR" TO BH-BATCH-SOURCE.
           MOVE WS-BUSINESS-DATE TO BH-CREATE-DATE.
           WRITE BATCH-HEADER-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO BATCH-TRAILER-RECORD.
           MOVE "TRL" TO BT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL.
           WRITE BATCH-TRAILER-RECORD.

      *----------------------------------------------------------*
      * INTREG - THE INTEREST REGISTER                            *
      *----------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-BUSINESS-YYYYMM TO WS-RH1-MONTH.
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

       PRINT-REGISTER-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-BAL-ACCOUNT (WS-BAL-SUB) TO WS-RPT-ACCOUNT.
           MOVE AM-ACCOUNT-CATEGORY TO WS-RPT-CATEGORY.
           MOVE WS-BAL-DAYS (WS-BAL-SUB) TO WS-RPT-DAYS.
           MOVE WS-BAL-BALANCE-DAYS (WS-BAL-SUB)
               TO WS-RPT-BALANCE-DAYS.
           MOVE WS-AVERAGE-BALANCE TO WS-RPT-AVERAGE.
           MOVE WS-APPLIED-RATE TO WS-RPT-RATE.
           IF WS-INTEREST-CHARGED
               COMPUTE WS-RPT-INTEREST = ZERO - WS-INTEREST-AMOUNT
           ELSE
               MOVE WS-INTEREST-AMOUNT TO WS-RPT-INTEREST
           END-IF.
           MOVE WS-INTEREST-OPERATION TO WS-RPT-OPERATION.
           MOVE WS-ACCRUAL-NOTE TO WS-RPT-NOTE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-REGISTER-TOTALS.
           MOVE "Cuentas con fotos en el mes"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BAL-COUNT TO WS-RPT-TOTAL-COUNT.
           MOVE ZERO TO WS-RPT-TOTAL-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "Cuentas con interes devengado"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ACCRUED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Interes abonado" TO WS-RPT-TOTAL-LABEL.
           MOVE ZERO TO WS-RPT-TOTAL-COUNT.
           MOVE WS-PAID-TOTAL TO WS-RPT-TOTAL-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Interes cargado" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-CHARGED-TOTAL TO WS-RPT-TOTAL-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Lineas en el lote de TRANSRAW"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-RPT-TOTAL-COUNT.
           MOVE ZERO TO WS-RPT-TOTAL-AMOUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.

       PRINT-ACCRUAL-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  INTEREST-ACCRUAL - TOTALES MES "
               WS-BUSINESS-YYYYMM.
           DISPLAY "  Lote generado         : " WS-BATCH-NUMBER.
           DISPLAY "  Fotos de saldo leidas : " WS-SNAPSHOT-COUNT.
           DISPLAY "  Cuentas con fotos     : " WS-BAL-COUNT.
           DISPLAY "  Cuentas con interes   : " WS-ACCRUED-COUNT.
           DISPLAY "  Cuentas sin interes   : " WS-SKIPPED-COUNT.
           DISPLAY "  Lineas generadas      : " WS-DETAIL-COUNT.
           MOVE WS-PAID-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "  Interes abonado       : " WS-AMOUNT-EDIT.
           MOVE WS-CHARGED-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "  Interes cargado       : " WS-AMOUNT-EDIT.
           DISPLAY "  Registro impreso en INTREG.".
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "INTEREST-ACCRUAL" TO AL-PROGRAM-NAME.
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

       END PROGRAM INTEREST-ACCRUAL.
