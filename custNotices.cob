       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-NOTICES.
      *Daily customer notice run.  Apart from ACCOUNT-STATEMENT
      *nothing the shop produced ever went to the account holder,
      *and notices about dormancy, fees and overdrawn balances
      *were typed up by hand when anyone remembered.  This step
      *prints a letter on the NOTICES print file, one per page,
      *addressed to the owning customer off CUSTMAST (or to the
      *account name when the account is not linked), for three
      *events:
      *  - an active account whose last activity is within 30
      *    days of falling outside the DORMPARM window (365 days
      *    when the file is missing), so the holder is warned
      *    before DORMANT-REVIEW flags it;
      *  - every monthly charge FEE-ACCRUAL billed, taken from the
      *    OK postings of its batches (numbers 900000-909999) on
      *    the history over the last 35 days;
      *  - every open account whose AM-BALANCE is negative.
      *Each letter is filed on the NOTCREG notice register, and an
      *event already on the register is never printed again, so
      *reruns are harmless; a negative balance is told once until
      *it recovers.  The print file closes with a summary of the
      *run, and the totals go to AUDITLOG.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT NOTICE-REGISTER-FILE ASSIGN TO "NOTCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-NOTICE-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRANS-HIST-FILE ASSIGN TO "TRANSHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANSHAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT YEARLY-ARCHIVE-FILE ASSIGN TO "TRANSHYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARLY-STATUS.

           SELECT DORMANT-PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  NOTICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTCREGR.

       FD  TRANS-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSHSR.

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
                   ==TH-COUNTER-ACCOUNT== BY ==HA-COUNTER-ACCOUNT==
                   ==TH-OPERATION-CODE== BY ==HA-OPERATION-CODE==
                   ==TH-OP-TRANSFER== BY ==HA-OP-TRANSFER==
                   ==TH-RESULT== BY ==HA-RESULT==
                   ==TH-STATUS-CODE== BY ==HA-STATUS-CODE==
                   ==TH-STATUS-OK== BY ==HA-STATUS-OK==
                   ==TH-STATUS-REVERSED== BY ==HA-STATUS-REVERSED==
                   ==TH-OPERATOR-ID== BY ==HA-OPERATOR-ID==
                   ==TH-BATCH-NUMBER== BY ==HA-BATCH-NUMBER==.

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
                   ==TH-COUNTER-ACCOUNT== BY ==HY-COUNTER-ACCOUNT==
                   ==TH-OPERATION-CODE== BY ==HY-OPERATION-CODE==
                   ==TH-OP-TRANSFER== BY ==HY-OP-TRANSFER==
                   ==TH-RESULT== BY ==HY-RESULT==
                   ==TH-STATUS-CODE== BY ==HY-STATUS-CODE==
                   ==TH-STATUS-OK== BY ==HY-STATUS-OK==
                   ==TH-STATUS-REVERSED== BY ==HY-STATUS-REVERSED==
                   ==TH-OPERATOR-ID== BY ==HY-OPERATOR-ID==
                   ==TH-BATCH-NUMBER== BY ==HY-BATCH-NUMBER==.

       FD  DORMANT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DORMPRMR.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.

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
           05  WS-HIST-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-HIST-END-OF-FILE    VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-REGISTER-FAIL-SWITCH    PIC X(01) VALUE "N".
               88  WS-REGISTER-OPEN-FAILED VALUE "Y".
           05  WS-CUSTMAST-SWITCH         PIC X(01) VALUE "N".
               88  WS-CUSTMAST-IS-OPEN    VALUE "Y".
           05  WS-CUSTOMER-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-CUSTOMER-WAS-FOUND  VALUE "Y".
           05  WS-REGISTERED-SWITCH       PIC X(01) VALUE "N".
               88  WS-EVENT-IS-REGISTERED VALUE "Y".

      *    Dormancy window off DORMPARM, and how far ahead of it
      *    the holder is warned.  Fee postings are looked for over
      *    the last 35 days, which always covers the latest
      *    monthly accrual even when a run or two was missed.
       01  WS-DORMANT-DAYS                PIC 9(5) VALUE 365.
       01  WS-WARNING-DAYS                PIC 9(3) VALUE 30.
       01  WS-FEE-LOOKBACK-DAYS           PIC 9(3) VALUE 35.
       01  WS-FIRST-FEE-BATCH             PIC 9(6) VALUE 900000.
       01  WS-LAST-FEE-BATCH              PIC 9(6) VALUE 909999.

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DORMANT-CUTOFF              PIC 9(8) VALUE ZERO.
       01  WS-WARNING-LIMIT               PIC 9(8) VALUE ZERO.
       01  WS-FEE-FROM-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DEADLINE-DATE               PIC 9(8) VALUE ZERO.
       01  WS-DATE-INTEGER                PIC 9(8) COMP VALUE ZERO.

      *    One history record's worth of fields, shared by the
      *    yearly archive, archive and live-history passes.
       01  WS-WORK-FIELDS.
           05  WS-WORK-DATE               PIC 9(8).
           05  WS-WORK-ACCOUNT            PIC 9(6).
           05  WS-WORK-NUM1               PIC 9(4)V99.
           05  WS-WORK-OPERATION          PIC X(01).
           05  WS-WORK-STATUS             PIC X(02).
           05  WS-WORK-BATCH              PIC 9(6).

      *    The notice being issued: its register key and the date
      *    and amount its letter quotes.
       01  WS-NOTICE-FIELDS.
           05  WS-NOTICE-TYPE             PIC X(01).
               88  WS-NOTICE-DORMANCY     VALUE "D".
               88  WS-NOTICE-FEE          VALUE "F".
               88  WS-NOTICE-NEGATIVE     VALUE "N".
           05  WS-NOTICE-REFERENCE        PIC 9(8).
           05  WS-NOTICE-EVENT-DATE       PIC 9(8).
           05  WS-NOTICE-AMOUNT           PIC S9(9)V99.

       01  WS-SAVED-REGISTER-RECORD       PIC X(48).

       01  WS-COUNTERS.
           05  WS-ACCOUNT-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-FEE-POSTING-COUNT       PIC 9(8) COMP VALUE ZERO.
           05  WS-DORMANCY-NOTICE-COUNT   PIC 9(6) COMP VALUE ZERO.
           05  WS-FEE-NOTICE-COUNT        PIC 9(6) COMP VALUE ZERO.
           05  WS-NEGATIVE-NOTICE-COUNT   PIC 9(6) COMP VALUE ZERO.
           05  WS-ALREADY-TOLD-COUNT      PIC 9(6) COMP VALUE ZERO.
           05  WS-NO-ADDRESS-COUNT        PIC 9(6) COMP VALUE ZERO.
           05  WS-RECOVERED-COUNT         PIC 9(6) COMP VALUE ZERO.
           05  WS-FEE-NO-ACCOUNT-COUNT    PIC 9(6) COMP VALUE ZERO.
           05  WS-NOTICE-TOTAL-COUNT      PIC 9(6) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-CUSTMAST-STATUS         PIC X(02).
           05  WS-REGISTER-STATUS         PIC X(02).
           05  WS-HIST-STATUS             PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-YEARLY-STATUS           PIC X(02).
           05  WS-PARM-STATUS             PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-REPORT-STATUS           PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       01  WS-PAGE-NUMBER                 PIC 9(5) COMP VALUE ZERO.

       01  WS-RPT-HEADING-1.
           05  FILLER                     PIC X(10)
               VALUE "NOTICES   ".
           05  FILLER                     PIC X(35) VALUE
               "AVISO AL CLIENTE".
           05  FILLER                     PIC X(07) VALUE "FECHA: ".
           05  WS-RH1-DATE                PIC 9(8).
           05  FILLER                     PIC X(08) VALUE "  HORA: ".
           05  WS-RH1-TIME                PIC 9(8).
           05  FILLER                     PIC X(10) VALUE
               "   PAGINA ".
           05  WS-RH1-PAGE                PIC ZZZZ9.
           05  FILLER                     PIC X(41) VALUE SPACES.

      *    The letter itself: the addressee block, the account it
      *    is about, the subject and body, the figures it quotes,
      *    and the register reference it was filed under.
       01  WS-LTR-ADDRESS-LINE.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-LTR-ADDRESS-TEXT        PIC X(40).
           05  FILLER                     PIC X(87) VALUE SPACES.

       01  WS-LTR-POSTAL-LINE.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-LTR-POSTAL-CODE         PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-LTR-CITY                PIC X(20).
           05  FILLER                     PIC X(96) VALUE SPACES.

       01  WS-LTR-ACCOUNT-LINE.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE
               "CUENTA : ".
           05  WS-LTR-ACCOUNT-NUMBER      PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-LTR-ACCOUNT-NAME        PIC X(20).
           05  FILLER                     PIC X(10) VALUE
               "  CLIENTE ".
           05  WS-LTR-CUSTOMER-NUMBER     PIC 9(6).
           05  FILLER                     PIC X(74) VALUE SPACES.

       01  WS-LTR-SUBJECT-LINE.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE
               "ASUNTO : ".
           05  WS-LTR-SUBJECT             PIC X(50).
           05  FILLER                     PIC X(68) VALUE SPACES.

       01  WS-LTR-TEXT-LINE.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-LTR-TEXT                PIC X(70).
           05  FILLER                     PIC X(57) VALUE SPACES.

       01  WS-LTR-DATE-LINE.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-LTR-DATE-LABEL          PIC X(20).
           05  FILLER                     PIC X(02) VALUE ": ".
           05  WS-LTR-DATE                PIC 9(8).
           05  FILLER                     PIC X(95) VALUE SPACES.

       01  WS-LTR-AMOUNT-LINE.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-LTR-AMOUNT-LABEL        PIC X(20).
           05  FILLER                     PIC X(02) VALUE ": ".
           05  WS-LTR-AMOUNT              PIC -(9)9.99.
           05  FILLER                     PIC X(90) VALUE SPACES.

       01  WS-LTR-REFERENCE-LINE.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(22) VALUE
               "REFERENCIA DEL AVISO: ".
           05  WS-LTR-REF-TYPE            PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-LTR-REF-ACCOUNT         PIC 9(6).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-LTR-REF-EVENT           PIC 9(8).
           05  FILLER                     PIC X(88) VALUE SPACES.

       01  WS-RPT-TITLE-LINE.
           05  FILLER                     PIC X(40) VALUE
               "RESUMEN DE LA EMISION DE AVISOS".
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-TOTAL-LABEL         PIC X(38).
           05  WS-RPT-TOTAL-COUNT         PIC Z(7)9.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                     PIC X(30) VALUE
               "*** FIN DEL INFORME ***".
           05  FILLER                     PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-DORMANT-PARM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM COMPUTE-NOTICE-DATES.
           PERFORM OPEN-MASTERS.
           EVALUATE TRUE
               WHEN WS-MASTER-OPEN-FAILED
                   MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
                   MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REGISTER-OPEN-FAILED
                   MOVE "NOTCREG" TO WS-AUDIT-KEY-INPUT
                   MOVE "REGISTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   OPEN OUTPUT REPORT-FILE
                   PERFORM ISSUE-FEE-NOTICES
                   PERFORM ISSUE-ACCOUNT-NOTICES
                   PERFORM PRINT-ISSUE-SUMMARY
                   CLOSE REPORT-FILE
                   PERFORM PRINT-RUN-TOTALS
                   MOVE WS-NOTICE-TOTAL-COUNT TO WS-AUDIT-KEY-INPUT
                   MOVE "EMISION DE AVISOS HECHA" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.
           PERFORM CLOSE-MASTERS.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "CUST-NOTICES" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

       READ-DORMANT-PARM.
           MOVE 365 TO WS-DORMANT-DAYS.
           OPEN INPUT DORMANT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DORMANT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DR-DORMANT-DAYS IS NUMERIC
                               AND DR-DORMANT-DAYS > ZERO
                           MOVE DR-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE DORMANT-PARM-FILE
           END-IF.

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

      *    DORMANT-REVIEW flags an account whose last activity is
      *    older than the cutoff; one whose last activity falls in
      *    the WS-WARNING-DAYS after the cutoff will be flagged
      *    within that many days unless something posts first.
       COMPUTE-NOTICE-DATES.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - WS-DORMANT-DAYS.
           COMPUTE WS-DORMANT-CUTOFF =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           ADD WS-WARNING-DAYS TO WS-DATE-INTEGER.
           COMPUTE WS-WARNING-LIMIT =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - WS-FEE-LOOKBACK-DAYS.
           COMPUTE WS-FEE-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           DISPLAY "  Ventana de inactividad: " WS-DORMANT-DAYS
               " dias; se avisa a las cuentas sin movimiento desde "
               WS-DORMANT-CUTOFF " hasta antes de " WS-WARNING-LIMIT
               ".".
           DISPLAY "  Cargos de comision desde " WS-FEE-FROM-DATE ".".

      *    A missing register is created empty on the first run.
      *    CUSTMAST is optional: without it every letter goes to
      *    the account name with no postal address.
       OPEN-MASTERS.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
           END-IF.
           OPEN I-O NOTICE-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT NOTICE-REGISTER-FILE
               CLOSE NOTICE-REGISTER-FILE
               OPEN I-O NOTICE-REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOTCREG (estado "
                   WS-REGISTER-STATUS "); no se emiten avisos."
               SET WS-REGISTER-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-CUSTMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "  Sin CUSTMAST (estado " WS-CUSTMAST-STATUS
                   "); los avisos salen sin direccion postal."
           END-IF.

       CLOSE-MASTERS.
           IF NOT WS-MASTER-OPEN-FAILED
               CLOSE ACCT-MASTER-FILE
           END-IF.
           IF NOT WS-REGISTER-OPEN-FAILED
               CLOSE NOTICE-REGISTER-FILE
           END-IF.
           IF WS-CUSTMAST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *----------------------------------------------------------*
      * FEE NOTICES - FEE-ACCRUAL CHARGES POSTED ON THE HISTORY   *
      *----------------------------------------------------------*
      *    A month-end or year-end close may already have moved
      *    the latest charges off TRANSHST, so both archives are
      *    read ahead of the live file.
       ISSUE-FEE-NOTICES.
           PERFORM SCAN-YEARLY-HISTORY.
           PERFORM SCAN-ARCHIVE-HISTORY.
           PERFORM SCAN-LIVE-HISTORY.

       SCAN-YEARLY-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           OPEN INPUT YEARLY-ARCHIVE-FILE.
           IF WS-YEARLY-STATUS NOT = "00"
               SET WS-HIST-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-YEARLY-RECORD
           END-IF.
           PERFORM SCAN-ONE-YEARLY-RECORD
               UNTIL WS-HIST-END-OF-FILE.
           IF WS-YEARLY-STATUS NOT = "35"
               CLOSE YEARLY-ARCHIVE-FILE
           END-IF.

       READ-NEXT-YEARLY-RECORD.
           READ YEARLY-ARCHIVE-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.

       SCAN-ONE-YEARLY-RECORD.
           MOVE HY-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE HY-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           MOVE HY-NUM1 TO WS-WORK-NUM1.
           MOVE HY-OPERATION-CODE TO WS-WORK-OPERATION.
           MOVE HY-STATUS-CODE TO WS-WORK-STATUS.
           MOVE HY-BATCH-NUMBER TO WS-WORK-BATCH.
           PERFORM CONSIDER-FEE-POSTING.
           PERFORM READ-NEXT-YEARLY-RECORD.

       SCAN-ARCHIVE-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-HIST-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-IF.
           PERFORM SCAN-ONE-ARCHIVE-RECORD
               UNTIL WS-HIST-END-OF-FILE.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.

       SCAN-ONE-ARCHIVE-RECORD.
           MOVE HA-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE HA-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           MOVE HA-NUM1 TO WS-WORK-NUM1.
           MOVE HA-OPERATION-CODE TO WS-WORK-OPERATION.
           MOVE HA-STATUS-CODE TO WS-WORK-STATUS.
           MOVE HA-BATCH-NUMBER TO WS-WORK-BATCH.
           PERFORM CONSIDER-FEE-POSTING.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       SCAN-LIVE-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               SET WS-HIST-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HIST-RECORD
           END-IF.
           PERFORM SCAN-ONE-HIST-RECORD
               UNTIL WS-HIST-END-OF-FILE.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE TRANS-HIST-FILE
           END-IF.

       READ-NEXT-HIST-RECORD.
           READ TRANS-HIST-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.

       SCAN-ONE-HIST-RECORD.
           MOVE TH-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE TH-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           MOVE TH-NUM1 TO WS-WORK-NUM1.
           MOVE TH-OPERATION-CODE TO WS-WORK-OPERATION.
           MOVE TH-STATUS-CODE TO WS-WORK-STATUS.
           MOVE TH-BATCH-NUMBER TO WS-WORK-BATCH.
           PERFORM CONSIDER-FEE-POSTING.
           PERFORM READ-NEXT-HIST-RECORD.

      *    FEE-ACCRUAL numbers its batches 9 plus the accrual
      *    month's YYMM, and charges each account one subtract of
      *    the fee; only a charge that actually posted is told.
       CONSIDER-FEE-POSTING.
           IF WS-WORK-STATUS = "OK"
                   AND WS-WORK-OPERATION = "S"
                   AND WS-WORK-BATCH NOT LESS THAN WS-FIRST-FEE-BATCH
                   AND WS-WORK-BATCH
                       NOT GREATER THAN WS-LAST-FEE-BATCH
                   AND WS-WORK-DATE NOT LESS THAN WS-FEE-FROM-DATE
               ADD 1 TO WS-FEE-POSTING-COUNT
               SET WS-NOTICE-FEE TO TRUE
               MOVE WS-WORK-ACCOUNT TO NR-ACCOUNT-NUMBER
               MOVE WS-WORK-BATCH TO WS-NOTICE-REFERENCE
               PERFORM CHECK-NOTICE-REGISTER
               IF WS-EVENT-IS-REGISTERED
                   ADD 1 TO WS-ALREADY-TOLD-COUNT
               ELSE
                   PERFORM ISSUE-FEE-NOTICE
               END-IF
           END-IF.

       ISSUE-FEE-NOTICE.
           MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-FEE-NO-ACCOUNT-COUNT
                   DISPLAY "  AVISO: la cuenta " WS-WORK-ACCOUNT
                       " del cargo no esta en ACCTMAST."
               NOT INVALID KEY
                   MOVE WS-WORK-DATE TO WS-NOTICE-EVENT-DATE
                   MOVE WS-WORK-NUM1 TO WS-NOTICE-AMOUNT
                   PERFORM ISSUE-ONE-NOTICE
                   ADD 1 TO WS-FEE-NOTICE-COUNT
           END-READ.

      *----------------------------------------------------------*
      * DORMANCY AND NEGATIVE-BALANCE NOTICES - ACCTMAST WALK     *
      *----------------------------------------------------------*
       ISSUE-ACCOUNT-NOTICES.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE ZERO TO AM-ACCOUNT-NUMBER.
           START ACCT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           IF NOT WS-END-OF-FILE
               PERFORM READ-NEXT-ACCOUNT
           END-IF.
           PERFORM REVIEW-ONE-ACCOUNT
               UNTIL WS-END-OF-FILE.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    Closed accounts are told nothing; dormant ones already
      *    carry the flag the warning was about.
       REVIEW-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF AM-STATUS-ACTIVE
                   AND AM-LAST-ACTIVITY-DATE
                       NOT LESS THAN WS-DORMANT-CUTOFF
                   AND AM-LAST-ACTIVITY-DATE LESS THAN WS-WARNING-LIMIT
               PERFORM CONSIDER-DORMANCY-WARNING
           END-IF.
           IF NOT AM-STATUS-CLOSED
               PERFORM CONSIDER-NEGATIVE-BALANCE
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

       CONSIDER-DORMANCY-WARNING.
           SET WS-NOTICE-DORMANCY TO TRUE.
           MOVE AM-ACCOUNT-NUMBER TO NR-ACCOUNT-NUMBER.
           MOVE AM-LAST-ACTIVITY-DATE TO WS-NOTICE-REFERENCE.
           PERFORM CHECK-NOTICE-REGISTER.
           IF WS-EVENT-IS-REGISTERED
               ADD 1 TO WS-ALREADY-TOLD-COUNT
           ELSE
               MOVE AM-LAST-ACTIVITY-DATE TO WS-NOTICE-EVENT-DATE
               MOVE ZERO TO WS-NOTICE-AMOUNT
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (AM-LAST-ACTIVITY-DATE)
                   + WS-DORMANT-DAYS
               COMPUTE WS-DEADLINE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               PERFORM ISSUE-ONE-NOTICE
               ADD 1 TO WS-DORMANCY-NOTICE-COUNT
           END-IF.

      *    An overdrawn account is told once, under reference zero;
      *    while that entry stands it is not told again.  When the
      *    balance is back at zero or above, the entry is re-filed
      *    under the date the letter went out and marked cleared.
       CONSIDER-NEGATIVE-BALANCE.
           SET WS-NOTICE-NEGATIVE TO TRUE.
           MOVE AM-ACCOUNT-NUMBER TO NR-ACCOUNT-NUMBER.
           MOVE ZERO TO WS-NOTICE-REFERENCE.
           PERFORM CHECK-NOTICE-REGISTER.
           EVALUATE TRUE
               WHEN AM-BALANCE < ZERO AND WS-EVENT-IS-REGISTERED
                   ADD 1 TO WS-ALREADY-TOLD-COUNT
               WHEN AM-BALANCE < ZERO
                   MOVE WS-BUSINESS-DATE TO WS-NOTICE-EVENT-DATE
                   MOVE AM-BALANCE TO WS-NOTICE-AMOUNT
                   PERFORM ISSUE-ONE-NOTICE
                   ADD 1 TO WS-NEGATIVE-NOTICE-COUNT
               WHEN WS-EVENT-IS-REGISTERED
                   PERFORM CLEAR-NEGATIVE-NOTICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLEAR-NEGATIVE-NOTICE.
           MOVE NOTICE-REGISTER-RECORD TO WS-SAVED-REGISTER-RECORD.
           DELETE NOTICE-REGISTER-FILE
               INVALID KEY
                   DISPLAY "  AVISO: no se pudo dar de baja el aviso"
                       " deudor de la cuenta " AM-ACCOUNT-NUMBER "."
               NOT INVALID KEY
                   MOVE WS-SAVED-REGISTER-RECORD
                       TO NOTICE-REGISTER-RECORD
                   MOVE NR-NOTICE-DATE TO NR-EVENT-REFERENCE
                   MOVE WS-BUSINESS-DATE TO NR-CLEARED-DATE
                   WRITE NOTICE-REGISTER-RECORD
                       INVALID KEY
                           DISPLAY "  AVISO: no se pudo archivar el"
                               " aviso deudor de la cuenta "
                               AM-ACCOUNT-NUMBER "."
                       NOT INVALID KEY
                           ADD 1 TO WS-RECOVERED-COUNT
                   END-WRITE
           END-DELETE.

      *----------------------------------------------------------*
      * NOTICE REGISTER                                           *
      *----------------------------------------------------------*
      *    NR-ACCOUNT-NUMBER is set by the caller; the type and
      *    reference come from the notice being considered.
       CHECK-NOTICE-REGISTER.
           MOVE "N" TO WS-REGISTERED-SWITCH.
           MOVE WS-NOTICE-TYPE TO NR-NOTICE-TYPE.
           MOVE WS-NOTICE-REFERENCE TO NR-EVENT-REFERENCE.
           READ NOTICE-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EVENT-IS-REGISTERED TO TRUE
           END-READ.

       FILE-THE-NOTICE.
           MOVE SPACES TO NOTICE-REGISTER-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO NR-ACCOUNT-NUMBER.
           MOVE WS-NOTICE-TYPE TO NR-NOTICE-TYPE.
           MOVE WS-NOTICE-REFERENCE TO NR-EVENT-REFERENCE.
           MOVE AM-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
           MOVE WS-BUSINESS-DATE TO NR-NOTICE-DATE.
           MOVE WS-NOTICE-AMOUNT TO NR-NOTICE-AMOUNT.
           MOVE ZERO TO NR-CLEARED-DATE.
           WRITE NOTICE-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "  AVISO: el aviso " WS-NOTICE-TYPE " de"
                       " la cuenta " AM-ACCOUNT-NUMBER
                       " ya estaba en NOTCREG."
           END-WRITE.

      *----------------------------------------------------------*
      * PRINT FILE - ONE LETTER PER PAGE                          *
      *----------------------------------------------------------*
       ISSUE-ONE-NOTICE.
           PERFORM LOOKUP-THE-CUSTOMER.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM PRINT-ADDRESS-BLOCK.
           PERFORM PRINT-LETTER-BODY.
           PERFORM FILE-THE-NOTICE.
           ADD 1 TO WS-NOTICE-TOTAL-COUNT.

       LOOKUP-THE-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
           IF WS-CUSTMAST-IS-OPEN AND AM-CUSTOMER-NUMBER NOT = ZERO
               MOVE AM-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTOMER-WAS-FOUND TO TRUE
               END-READ
           END-IF.

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

      *    A letter with no postal address still prints, marked
      *    for delivery at the branch, and is counted so the
      *    customer records can be completed.
       PRINT-ADDRESS-BLOCK.
           IF WS-CUSTOMER-WAS-FOUND
               MOVE CU-CUSTOMER-NAME TO WS-LTR-ADDRESS-TEXT
               WRITE REPORT-LINE FROM WS-LTR-ADDRESS-LINE
                   AFTER ADVANCING 3 LINES
               MOVE CU-ADDRESS-LINE-1 TO WS-LTR-ADDRESS-TEXT
               WRITE REPORT-LINE FROM WS-LTR-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               MOVE CU-ADDRESS-LINE-2 TO WS-LTR-ADDRESS-TEXT
               WRITE REPORT-LINE FROM WS-LTR-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
               MOVE CU-POSTAL-CODE TO WS-LTR-POSTAL-CODE
               MOVE CU-CITY TO WS-LTR-CITY
               WRITE REPORT-LINE FROM WS-LTR-POSTAL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE AM-ACCOUNT-NAME TO WS-LTR-ADDRESS-TEXT
               WRITE REPORT-LINE FROM WS-LTR-ADDRESS-LINE
                   AFTER ADVANCING 3 LINES
               MOVE "*** SIN DIRECCION - ENTREGA EN OFICINA"
                   TO WS-LTR-ADDRESS-TEXT
               WRITE REPORT-LINE FROM WS-LTR-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE AM-ACCOUNT-NUMBER TO WS-LTR-ACCOUNT-NUMBER.
           MOVE AM-ACCOUNT-NAME TO WS-LTR-ACCOUNT-NAME.
           MOVE AM-CUSTOMER-NUMBER TO WS-LTR-CUSTOMER-NUMBER.
           WRITE REPORT-LINE FROM WS-LTR-ACCOUNT-LINE
               AFTER ADVANCING 3 LINES.

       PRINT-LETTER-BODY.
           EVALUATE TRUE
               WHEN WS-NOTICE-DORMANCY
                   PERFORM PRINT-DORMANCY-BODY
               WHEN WS-NOTICE-FEE
                   PERFORM PRINT-FEE-BODY
               WHEN OTHER
                   PERFORM PRINT-NEGATIVE-BODY
           END-EVALUATE.
           MOVE "Atentamente," TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "SERVICIO DE ATENCION AL CLIENTE" TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-NOTICE-TYPE TO WS-LTR-REF-TYPE.
           MOVE AM-ACCOUNT-NUMBER TO WS-LTR-REF-ACCOUNT.
           MOVE WS-NOTICE-REFERENCE TO WS-LTR-REF-EVENT.
           WRITE REPORT-LINE FROM WS-LTR-REFERENCE-LINE
               AFTER ADVANCING 3 LINES.

       PRINT-DORMANCY-BODY.
           MOVE "SU CUENTA ESTA A PUNTO DE QUEDAR INACTIVA"
               TO WS-LTR-SUBJECT.
           WRITE REPORT-LINE FROM WS-LTR-SUBJECT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Su cuenta no registra movimientos desde la fecha que"
               TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "se indica.  Si no realiza ninguna operacion antes de"
               TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "la fecha limite, la cuenta pasara a estado inactivo y"
               TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "sus operaciones quedaran retenidas hasta reactivarla."
               TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ULTIMO MOVIMIENTO" TO WS-LTR-DATE-LABEL.
           MOVE WS-NOTICE-EVENT-DATE TO WS-LTR-DATE.
           WRITE REPORT-LINE FROM WS-LTR-DATE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "FECHA LIMITE" TO WS-LTR-DATE-LABEL.
           MOVE WS-DEADLINE-DATE TO WS-LTR-DATE.
           WRITE REPORT-LINE FROM WS-LTR-DATE-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-FEE-BODY.
           MOVE "CARGO DE LA COMISION DE SERVICIO" TO WS-LTR-SUBJECT.
           WRITE REPORT-LINE FROM WS-LTR-SUBJECT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Le comunicamos que se ha cargado en su cuenta la"
               TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "comision de servicio mensual que corresponde a su"
               TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "categoria de cuenta." TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "FECHA DEL CARGO" TO WS-LTR-DATE-LABEL.
           MOVE WS-NOTICE-EVENT-DATE TO WS-LTR-DATE.
           WRITE REPORT-LINE FROM WS-LTR-DATE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "IMPORTE" TO WS-LTR-AMOUNT-LABEL.
           MOVE WS-NOTICE-AMOUNT TO WS-LTR-AMOUNT.
           WRITE REPORT-LINE FROM WS-LTR-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-NEGATIVE-BODY.
           MOVE "SALDO DEUDOR EN SU CUENTA" TO WS-LTR-SUBJECT.
           WRITE REPORT-LINE FROM WS-LTR-SUBJECT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "El saldo de su cuenta es negativo.  Le rogamos que lo"
               TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "regularice lo antes posible o que se ponga en"
               TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "contacto con su oficina." TO WS-LTR-TEXT.
           WRITE REPORT-LINE FROM WS-LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "FECHA" TO WS-LTR-DATE-LABEL.
           MOVE WS-NOTICE-EVENT-DATE TO WS-LTR-DATE.
           WRITE REPORT-LINE FROM WS-LTR-DATE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "SALDO" TO WS-LTR-AMOUNT-LABEL.
           MOVE WS-NOTICE-AMOUNT TO WS-LTR-AMOUNT.
           WRITE REPORT-LINE FROM WS-LTR-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

      *    The run closes with a page of its own, so whoever
      *    handles the mailing can check the letters are all there.
       PRINT-ISSUE-SUMMARY.
           PERFORM PRINT-PAGE-HEADING.
           WRITE REPORT-LINE FROM WS-RPT-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "AVISOS DE INACTIVIDAD PROXIMA"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DORMANCY-NOTICE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "AVISOS DE CARGO DE COMISION" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-FEE-NOTICE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "AVISOS DE SALDO DEUDOR" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NEGATIVE-NOTICE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE AVISOS EMITIDOS" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NOTICE-TOTAL-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "  DE ELLOS SIN DIRECCION POSTAL" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-NO-ADDRESS-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "EVENTOS YA AVISADOS (NO SE REPITEN)"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ALREADY-TOLD-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SALDOS DEUDORES YA REGULARIZADOS"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RECOVERED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CARGOS DE CUENTAS FUERA DEL MAESTRO"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-FEE-NO-ACCOUNT-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.

       PRINT-RUN-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  CUST-NOTICES - TOTALES".
           DISPLAY "  Cuentas examinadas      : " WS-ACCOUNT-COUNT.
           DISPLAY "  Cargos de comision vistos: "
               WS-FEE-POSTING-COUNT.
           DISPLAY "  Avisos de inactividad   : "
               WS-DORMANCY-NOTICE-COUNT.
           DISPLAY "  Avisos de comision      : " WS-FEE-NOTICE-COUNT.
           DISPLAY "  Avisos de saldo deudor  : "
               WS-NEGATIVE-NOTICE-COUNT.
           DISPLAY "  Ya avisados, omitidos   : "
               WS-ALREADY-TOLD-COUNT.
           DISPLAY "  Sin direccion postal    : " WS-NO-ADDRESS-COUNT.
           DISPLAY "  Deudores regularizados  : " WS-RECOVERED-COUNT.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "CUST-NOTICES" TO AL-PROGRAM-NAME.
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

       END PROGRAM CUST-NOTICES.
