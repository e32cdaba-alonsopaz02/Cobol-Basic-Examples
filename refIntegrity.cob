       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-INTEGRITY.
      *Weekly cross-file integrity sweep.  Every program checks its
      *own file; this one checks the files against each other and
      *prints the INTEGRPT report grouped by kind of inconsistency,
      *each group with its own count:
      *  1. active STORDERS standing orders whose account, or the
      *     account a transfer order pays into, is closed or not on
      *     ACCTMAST;
      *  2. pending PENDAPPR approvals against accounts that are
      *     not on ACCTMAST;
      *  3. open EXCPRPT exceptions against accounts that are not
      *     on ACCTMAST;
      *  4. TRANSHST operator IDs that are not on OPERMAST (the
      *     batch run's SYSTEM excepted);
      *  5. BATCHREG accepted batches with no posted history behind
      *     them on TRANSHYR, TRANSHAR or TRANSHST.
      *Nothing is corrected here.  The run ends with return code 4
      *when anything is found, so JOB-CONTROLLER logs the warning
      *and the stream carries on, and with 12 when a master cannot
      *be opened or a work table overflows.
      *Modification history:
      * - Initial version.
      * - An ACUSE GL PENDIENTE exception raised by GL-ACK-MATCH
      *   names a ledger account from GLJRNL, not one of ours,
      *   so it is no longer looked up on ACCTMAST in group 3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT TRANS-HIST-FILE ASSIGN TO "TRANSHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANSHAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT YEARLY-ARCHIVE-FILE ASSIGN TO "TRANSHYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARLY-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  OPER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STORDR.

       FD  PENDING-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDAPPR.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

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

       FD  BATCH-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHRGR.

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
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-ACCTMAST-OPEN-SWITCH    PIC X(01) VALUE "N".
               88  WS-ACCTMAST-IS-OPEN    VALUE "Y".
           05  WS-OPERMAST-OPEN-SWITCH    PIC X(01) VALUE "N".
               88  WS-OPERMAST-IS-OPEN    VALUE "Y".
           05  WS-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOWED    VALUE "Y".
           05  WS-ACCOUNT-STATE           PIC X(01) VALUE SPACE.
               88  WS-ACCOUNT-ON-FILE     VALUE "A" "D".
               88  WS-ACCOUNT-CLOSED      VALUE "C".
               88  WS-ACCOUNT-MISSING     VALUE "X".
           05  WS-SLOT-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-SLOT-WAS-FOUND      VALUE "Y".

      *    Batch operator ID stamped on every record the batch run
      *    posts; it is not a person and is never on OPERMAST.
       01  WS-SYSTEM-OPERATOR             PIC X(08) VALUE "SYSTEM".

      *    GL-ACK-MATCH's exceptions carry a ledger account.
       01  WS-GL-ACK-PROGRAM              PIC X(20)
                                          VALUE "GL-ACK-MATCH".

      *    Operator IDs met on TRANSHST, each looked up on OPERMAST
      *    once; the unknown ones carry their record count and the
      *    first and last business dates they posted on.
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-COUNT               PIC 9(4) COMP VALUE ZERO.
           05  WS-OPR-ENTRY OCCURS 500 TIMES.
               10  WS-OPR-ID              PIC X(08).
               10  WS-OPR-KNOWN-FLAG      PIC X(01).
               10  WS-OPR-RECORDS         PIC 9(7).
               10  WS-OPR-FIRST-DATE      PIC 9(8).
               10  WS-OPR-LAST-DATE       PIC 9(8).
       01  WS-OPR-MAX                     PIC 9(4) COMP VALUE 500.
       01  WS-OPR-SUB                     PIC 9(4) COMP VALUE ZERO.

      *    Every accepted batch on BATCHREG, marked off as its
      *    posted records turn up in the history.
       01  WS-BATCH-TABLE.
           05  WS-BAT-COUNT               PIC 9(5) COMP VALUE ZERO.
           05  WS-BAT-ENTRY OCCURS 9000 TIMES.
               10  WS-BAT-NUMBER          PIC 9(6).
               10  WS-BAT-ACCEPT-DATE     PIC 9(8).
               10  WS-BAT-SEEN-FLAG       PIC X(01).
       01  WS-BAT-MAX                     PIC 9(5) COMP VALUE 9000.
       01  WS-BAT-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-LAST-BATCH-LOOKED-UP        PIC 9(6) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-WORK-ACCOUNT            PIC 9(6) VALUE ZERO.
           05  WS-WORK-BATCH              PIC 9(6) VALUE ZERO.
           05  WS-WORK-AMOUNT-EDIT        PIC ZZZ9.99.
           05  WS-WORK-COUNT-EDIT         PIC Z(6)9.

      *    A transfer names the account it pays into in the NUM2
      *    position, read back as a whole account number.
       01  WS-COUNTER-WORK.
           05  WS-COUNTER-NUM2            PIC 9(4)V99.
           05  WS-COUNTER-ACCOUNT REDEFINES WS-COUNTER-NUM2
                                          PIC 9(6).

       01  WS-COUNTERS.
           05  WS-ORDERS-READ             PIC 9(7) COMP VALUE ZERO.
           05  WS-APPROVALS-READ          PIC 9(7) COMP VALUE ZERO.
           05  WS-EXCEPTIONS-READ         PIC 9(7) COMP VALUE ZERO.
           05  WS-HISTORY-READ            PIC 9(9) COMP VALUE ZERO.
           05  WS-ORDER-ISSUES            PIC 9(7) COMP VALUE ZERO.
           05  WS-APPROVAL-ISSUES         PIC 9(7) COMP VALUE ZERO.
           05  WS-EXCEPTION-ISSUES        PIC 9(7) COMP VALUE ZERO.
           05  WS-OPERATOR-ISSUES         PIC 9(7) COMP VALUE ZERO.
           05  WS-BATCH-ISSUES            PIC 9(7) COMP VALUE ZERO.
           05  WS-SECTION-ISSUES          PIC 9(7) COMP VALUE ZERO.
           05  WS-TOTAL-ISSUES            PIC 9(7) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-OPERMAST-STATUS         PIC X(02).
           05  WS-ORDER-STATUS            PIC X(02).
           05  WS-PENDAPPR-STATUS         PIC X(02).
           05  WS-EXCP-STATUS             PIC X(02).
           05  WS-HIST-STATUS             PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-YEARLY-STATUS           PIC X(02).
           05  WS-REGISTER-STATUS         PIC X(02).
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
               VALUE "INTEGRPT  ".
           05  FILLER                     PIC X(40) VALUE
               "INTEGRIDAD REFERENCIAL ENTRE FICHEROS".
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
           05  FILLER                     PIC X(26) VALUE
               "REGISTRO".
           05  FILLER                     PIC X(09) VALUE "CUENTA".
           05  FILLER                     PIC X(42) VALUE
               "INCIDENCIA".
           05  FILLER                     PIC X(43) VALUE "DATOS".

       01  WS-RPT-SECTION-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-SECTION-TITLE       PIC X(70).
           05  FILLER                     PIC X(60) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-FILE                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-RECORD              PIC X(24).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-ACCOUNT             PIC X(06).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RPT-PROBLEM             PIC X(40).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-DATA                PIC X(40).
           05  FILLER                     PIC X(03) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
               "Sin incidencias.".
           05  FILLER                     PIC X(98) VALUE SPACES.

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
           PERFORM OPEN-MASTER-FILES.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-PAGE-NUMBER.
           PERFORM PRINT-PAGE-HEADING.
           IF NOT WS-MASTER-OPEN-FAILED
               PERFORM CHECK-STANDING-ORDERS
               PERFORM CHECK-PENDING-APPROVALS
               PERFORM CHECK-OPEN-EXCEPTIONS
               PERFORM CHECK-HISTORY-OPERATORS
               PERFORM CHECK-REGISTERED-BATCHES
           END-IF.
           PERFORM PRINT-INTEGRITY-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM CLOSE-MASTER-FILES.
           EVALUATE TRUE
               WHEN WS-MASTER-OPEN-FAILED
                   MOVE "MAESTROS" TO WS-AUDIT-KEY-INPUT
                   MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-TABLE-OVERFLOWED
                   MOVE "INTEGRPT" TO WS-AUDIT-KEY-INPUT
                   MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-TOTAL-ISSUES > ZERO
                   MOVE WS-TOTAL-ISSUES TO WS-AUDIT-KEY-INPUT
                   MOVE "INCONSISTENCIAS ENCONTRADAS"
                       TO WS-AUDIT-OUTCOME
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-TOTAL-ISSUES TO WS-AUDIT-KEY-INPUT
                   MOVE "FICHEROS CONSISTENTES" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RECORD.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "REF-INTEGRITY" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

      *    Both masters are looked up by key throughout; without
      *    either there is nothing to check the other files against.
       OPEN-MASTER-FILES.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS = "00"
               SET WS-ACCTMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT OPER-MASTER-FILE.
           IF WS-OPERMAST-STATUS = "00"
               SET WS-OPERMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "No se pudo abrir OPERMAST (estado "
                   WS-OPERMAST-STATUS "); restaure el maestro de"
                   " operadores antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
           END-IF.

       CLOSE-MASTER-FILES.
           IF WS-ACCTMAST-IS-OPEN
               CLOSE ACCT-MASTER-FILE
           END-IF.
           IF WS-OPERMAST-IS-OPEN
               CLOSE OPER-MASTER-FILE
           END-IF.

      *    Sets WS-ACCOUNT-STATE for WS-WORK-ACCOUNT: the master
      *    status when the account is on file, X when it is not.
       LOOKUP-ACCOUNT.
           MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   SET WS-ACCOUNT-MISSING TO TRUE
               NOT INVALID KEY
                   MOVE AM-ACCOUNT-STATUS TO WS-ACCOUNT-STATE
           END-READ.

      *----------------------------------------------------------*
      * 1. STANDING ORDERS AGAINST CLOSED OR MISSING ACCOUNTS    *
      *----------------------------------------------------------*
       CHECK-STANDING-ORDERS.
           MOVE "1. ORDENES ACTIVAS CON CUENTA CERRADA O INEXISTENTE"
               TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ORDER
           END-IF.
           PERFORM CHECK-ONE-ORDER
               UNTIL WS-END-OF-FILE.
           IF WS-ORDER-STATUS NOT = "35"
               CLOSE STANDING-ORDER-FILE
           END-IF.
           MOVE WS-ORDER-ISSUES TO WS-SECTION-ISSUES.
           PERFORM PRINT-SECTION-TOTAL.

       READ-NEXT-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ.
           IF SO-STATUS-ACTIVE
               MOVE SO-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               PERFORM LOOKUP-ACCOUNT
               IF NOT WS-ACCOUNT-ON-FILE
                   PERFORM PRINT-ORDER-ISSUE
               END-IF
               IF SO-OPERATION-CODE = "T"
                   PERFORM CHECK-ORDER-COUNTER-ACCOUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-ORDER.

       CHECK-ORDER-COUNTER-ACCOUNT.
           MOVE SO-NUM2 TO WS-COUNTER-NUM2.
           MOVE WS-COUNTER-ACCOUNT TO WS-WORK-ACCOUNT.
           PERFORM LOOKUP-ACCOUNT.
           IF NOT WS-ACCOUNT-ON-FILE
               MOVE SPACES TO WS-RPT-PROBLEM
               IF WS-ACCOUNT-CLOSED
                   STRING "CUENTA DESTINO " WS-WORK-ACCOUNT
                       " CERRADA" DELIMITED BY SIZE
                       INTO WS-RPT-PROBLEM
                   END-STRING
               ELSE
                   STRING "CUENTA DESTINO " WS-WORK-ACCOUNT
                       " NO EXISTE" DELIMITED BY SIZE
                       INTO WS-RPT-PROBLEM
                   END-STRING
               END-IF
               PERFORM PRINT-ORDER-LINE
           END-IF.

       PRINT-ORDER-ISSUE.
           IF WS-ACCOUNT-CLOSED
               MOVE "CUENTA CERRADA" TO WS-RPT-PROBLEM
           ELSE
               MOVE "CUENTA NO EXISTE" TO WS-RPT-PROBLEM
           END-IF.
           PERFORM PRINT-ORDER-LINE.

       PRINT-ORDER-LINE.
           ADD 1 TO WS-ORDER-ISSUES.
           MOVE "STORDERS" TO WS-RPT-FILE.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "ORDEN " SO-ORDER-NUMBER DELIMITED BY SIZE
               INTO WS-RPT-RECORD
           END-STRING.
           MOVE SO-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT.
           MOVE SO-NUM1 TO WS-WORK-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-DATA.
           STRING "OP " SO-OPERATION-CODE " IMPORTE "
               WS-WORK-AMOUNT-EDIT " PROXIMA " SO-NEXT-DUE-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-DATA
           END-STRING.
           PERFORM PRINT-DETAIL-LINE.

      *----------------------------------------------------------*
      * 2. PENDING APPROVALS AGAINST MISSING ACCOUNTS            *
      *----------------------------------------------------------*
       CHECK-PENDING-APPROVALS.
           MOVE "2. APROBACIONES PENDIENTES DE CUENTAS INEXISTENTES"
               TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-APPROVAL
           END-IF.
           PERFORM CHECK-ONE-APPROVAL
               UNTIL WS-END-OF-FILE.
           IF WS-PENDAPPR-STATUS NOT = "35"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           MOVE WS-APPROVAL-ISSUES TO WS-SECTION-ISSUES.
           PERFORM PRINT-SECTION-TOTAL.

       READ-NEXT-APPROVAL.
           READ PENDING-APPROVAL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-APPROVAL.
           ADD 1 TO WS-APPROVALS-READ.
           IF PA-STATUS = "P"
               MOVE PA-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               PERFORM LOOKUP-ACCOUNT
               IF WS-ACCOUNT-MISSING
                   MOVE "CUENTA NO EXISTE" TO WS-RPT-PROBLEM
                   PERFORM PRINT-APPROVAL-LINE
               END-IF
               IF PA-OPERATION-CODE = "T"
                   MOVE PA-NUM2 TO WS-COUNTER-NUM2
                   MOVE WS-COUNTER-ACCOUNT TO WS-WORK-ACCOUNT
                   PERFORM LOOKUP-ACCOUNT
                   IF WS-ACCOUNT-MISSING
                       MOVE SPACES TO WS-RPT-PROBLEM
                       STRING "CUENTA DESTINO " WS-WORK-ACCOUNT
                           " NO EXISTE" DELIMITED BY SIZE
                           INTO WS-RPT-PROBLEM
                       END-STRING
                       PERFORM PRINT-APPROVAL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-APPROVAL.

       PRINT-APPROVAL-LINE.
           ADD 1 TO WS-APPROVAL-ISSUES.
           MOVE "PENDAPPR" TO WS-RPT-FILE.
           MOVE PA-NUM1 TO WS-WORK-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "OP " PA-OPERATION-CODE " " WS-WORK-AMOUNT-EDIT
               " DE " PA-RAISED-DATE DELIMITED BY SIZE
               INTO WS-RPT-RECORD
           END-STRING.
           MOVE PA-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT.
           MOVE PA-REASON TO WS-RPT-DATA.
           PERFORM PRINT-DETAIL-LINE.

      *----------------------------------------------------------*
      * 3. OPEN EXCEPTIONS AGAINST MISSING ACCOUNTS              *
      *----------------------------------------------------------*
       CHECK-OPEN-EXCEPTIONS.
           MOVE "3. EXCEPCIONES ABIERTAS DE CUENTAS INEXISTENTES"
               TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-EXCEPTION
           END-IF.
           PERFORM CHECK-ONE-EXCEPTION
               UNTIL WS-END-OF-FILE.
           IF WS-EXCP-STATUS NOT = "35"
               CLOSE EXCEPTION-FILE
           END-IF.
           MOVE WS-EXCEPTION-ISSUES TO WS-SECTION-ISSUES.
           PERFORM PRINT-SECTION-TOTAL.

       READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS-READ.
           IF EX-DISPOSITION = "O"
                   AND EX-RAISED-BY NOT = WS-GL-ACK-PROGRAM
               MOVE EX-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               PERFORM LOOKUP-ACCOUNT
               IF WS-ACCOUNT-MISSING
                   MOVE "CUENTA NO EXISTE" TO WS-RPT-PROBLEM
                   PERFORM PRINT-EXCEPTION-LINE
               END-IF
               IF EX-OPERATION-CODE = "T"
                   MOVE EX-NUM2 TO WS-COUNTER-NUM2
                   MOVE WS-COUNTER-ACCOUNT TO WS-WORK-ACCOUNT
                   PERFORM LOOKUP-ACCOUNT
                   IF WS-ACCOUNT-MISSING
                       MOVE SPACES TO WS-RPT-PROBLEM
                       STRING "CUENTA DESTINO " WS-WORK-ACCOUNT
                           " NO EXISTE" DELIMITED BY SIZE
                           INTO WS-RPT-PROBLEM
                       END-STRING
                       PERFORM PRINT-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXCEPTION.

       PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-ISSUES.
           MOVE "EXCPRPT" TO WS-RPT-FILE.
           MOVE EX-NUM1 TO WS-WORK-AMOUNT-EDIT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "OP " EX-OPERATION-CODE " " WS-WORK-AMOUNT-EDIT
               " DE " EX-RAISED-DATE DELIMITED BY SIZE
               INTO WS-RPT-RECORD
           END-STRING.
           MOVE EX-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT.
           MOVE EX-REASON TO WS-RPT-DATA.
           PERFORM PRINT-DETAIL-LINE.

      *----------------------------------------------------------*
      * 4. HISTORY OPERATOR IDS NOT ON OPERMAST                  *
      *----------------------------------------------------------*
       CHECK-HISTORY-OPERATORS.
           MOVE "4. OPERADORES DE TRANSHST QUE NO ESTAN EN OPERMAST"
               TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HISTORY
           END-IF.
           PERFORM NOTE-ONE-HISTORY-OPERATOR
               UNTIL WS-END-OF-FILE.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE TRANS-HIST-FILE
           END-IF.
           MOVE ZERO TO WS-OPR-SUB.
           PERFORM REPORT-ONE-OPERATOR
               UNTIL WS-OPR-SUB NOT LESS THAN WS-OPR-COUNT.
           MOVE WS-OPERATOR-ISSUES TO WS-SECTION-ISSUES.
           PERFORM PRINT-SECTION-TOTAL.

       READ-NEXT-HISTORY.
           READ TRANS-HIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       NOTE-ONE-HISTORY-OPERATOR.
           ADD 1 TO WS-HISTORY-READ.
           IF TH-OPERATOR-ID NOT = SPACES
                   AND TH-OPERATOR-ID NOT = WS-SYSTEM-OPERATOR
               PERFORM FIND-OPERATOR-SLOT
               IF WS-SLOT-WAS-FOUND
                   PERFORM COUNT-OPERATOR-RECORD
               END-IF
           END-IF.
           PERFORM READ-NEXT-HISTORY.

      *    A new ID is looked up on OPERMAST the first time it is
      *    met and remembered either way.
       FIND-OPERATOR-SLOT.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH.
           MOVE ZERO TO WS-OPR-SUB.
           PERFORM MATCH-OPERATOR-SLOT
               UNTIL WS-SLOT-WAS-FOUND
               OR WS-OPR-SUB NOT LESS THAN WS-OPR-COUNT.
           IF NOT WS-SLOT-WAS-FOUND
               IF WS-OPR-COUNT NOT LESS THAN WS-OPR-MAX
                   IF NOT WS-TABLE-OVERFLOWED
                       DISPLAY "Mas de " WS-OPR-MAX " operadores en"
                           " TRANSHST: TABLA DESBORDADA."
                   END-IF
                   SET WS-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-OPR-COUNT
                   MOVE WS-OPR-COUNT TO WS-OPR-SUB
                   MOVE TH-OPERATOR-ID TO WS-OPR-ID (WS-OPR-SUB)
                   MOVE ZERO TO WS-OPR-RECORDS (WS-OPR-SUB)
                   MOVE TH-BUSINESS-DATE
                       TO WS-OPR-FIRST-DATE (WS-OPR-SUB)
                   MOVE TH-BUSINESS-DATE
                       TO WS-OPR-LAST-DATE (WS-OPR-SUB)
                   MOVE TH-OPERATOR-ID TO OM-OPERATOR-ID
                   READ OPER-MASTER-FILE
                       INVALID KEY
                           MOVE "N" TO WS-OPR-KNOWN-FLAG (WS-OPR-SUB)
                       NOT INVALID KEY
                           MOVE "Y" TO WS-OPR-KNOWN-FLAG (WS-OPR-SUB)
                   END-READ
                   SET WS-SLOT-WAS-FOUND TO TRUE
               END-IF
           END-IF.

       MATCH-OPERATOR-SLOT.
           ADD 1 TO WS-OPR-SUB.
           IF WS-OPR-ID (WS-OPR-SUB) = TH-OPERATOR-ID
               SET WS-SLOT-WAS-FOUND TO TRUE
           END-IF.

       COUNT-OPERATOR-RECORD.
           ADD 1 TO WS-OPR-RECORDS (WS-OPR-SUB).
           IF TH-BUSINESS-DATE < WS-OPR-FIRST-DATE (WS-OPR-SUB)
               MOVE TH-BUSINESS-DATE TO WS-OPR-FIRST-DATE (WS-OPR-SUB)
           END-IF.
           IF TH-BUSINESS-DATE > WS-OPR-LAST-DATE (WS-OPR-SUB)
               MOVE TH-BUSINESS-DATE TO WS-OPR-LAST-DATE (WS-OPR-SUB)
           END-IF.

       REPORT-ONE-OPERATOR.
           ADD 1 TO WS-OPR-SUB.
           IF WS-OPR-KNOWN-FLAG (WS-OPR-SUB) = "N"
               ADD 1 TO WS-OPERATOR-ISSUES
               MOVE "TRANSHST" TO WS-RPT-FILE
               MOVE SPACES TO WS-RPT-RECORD
               STRING "OPERADOR " WS-OPR-ID (WS-OPR-SUB)
                   DELIMITED BY SIZE
                   INTO WS-RPT-RECORD
               END-STRING
               MOVE SPACES TO WS-RPT-ACCOUNT
               MOVE "OPERADOR NO ESTA EN OPERMAST" TO WS-RPT-PROBLEM
               MOVE WS-OPR-RECORDS (WS-OPR-SUB) TO WS-WORK-COUNT-EDIT
               MOVE SPACES TO WS-RPT-DATA
               STRING WS-WORK-COUNT-EDIT " APUNTES DEL "
                   WS-OPR-FIRST-DATE (WS-OPR-SUB) " AL "
                   WS-OPR-LAST-DATE (WS-OPR-SUB)
                   DELIMITED BY SIZE
                   INTO WS-RPT-DATA
               END-STRING
               PERFORM PRINT-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------*
      * 5. REGISTERED BATCHES WITH NO POSTED HISTORY             *
      *----------------------------------------------------------*
      *    BATCHREG is never pruned and TRANSHYR is permanent, so
      *    every accepted batch should have posted records on one
      *    of the three history files.  Records of one batch sit
      *    together, so the table is only searched when the batch
      *    number changes.
       CHECK-REGISTERED-BATCHES.
           MOVE "5. LOTES DE BATCHREG SIN HISTORICO DE APUNTES"
               TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM LOAD-BATCH-TABLE.
           MOVE ZERO TO WS-LAST-BATCH-LOOKED-UP.
           PERFORM PASS-YEARLY-BATCHES.
           PERFORM PASS-ARCHIVE-BATCHES.
           PERFORM PASS-LIVE-BATCHES.
           MOVE ZERO TO WS-BAT-SUB.
           PERFORM REPORT-ONE-BATCH
               UNTIL WS-BAT-SUB NOT LESS THAN WS-BAT-COUNT.
           MOVE WS-BATCH-ISSUES TO WS-SECTION-ISSUES.
           PERFORM PRINT-SECTION-TOTAL.

       LOAD-BATCH-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-REGISTER
           END-IF.
           PERFORM LOAD-ONE-REGISTER-ENTRY
               UNTIL WS-END-OF-FILE.
           IF WS-REGISTER-STATUS NOT = "35"
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       READ-NEXT-REGISTER.
           READ BATCH-REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-REGISTER-ENTRY.
           IF WS-BAT-COUNT NOT LESS THAN WS-BAT-MAX
               DISPLAY "Mas de " WS-BAT-MAX " lotes en BATCHREG:"
                   " TABLA DESBORDADA."
               SET WS-TABLE-OVERFLOWED TO TRUE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-BAT-COUNT
               MOVE BR-BATCH-NUMBER TO WS-BAT-NUMBER (WS-BAT-COUNT)
               MOVE BR-ACCEPT-DATE
                   TO WS-BAT-ACCEPT-DATE (WS-BAT-COUNT)
               MOVE "N" TO WS-BAT-SEEN-FLAG (WS-BAT-COUNT)
               PERFORM READ-NEXT-REGISTER
           END-IF.

       PASS-YEARLY-BATCHES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT YEARLY-ARCHIVE-FILE.
           IF WS-YEARLY-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-YEARLY
           END-IF.
           PERFORM PASS-ONE-YEARLY
               UNTIL WS-END-OF-FILE.
           IF WS-YEARLY-STATUS NOT = "35"
               CLOSE YEARLY-ARCHIVE-FILE
           END-IF.

       READ-NEXT-YEARLY.
           READ YEARLY-ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       PASS-ONE-YEARLY.
           MOVE HY-BATCH-NUMBER TO WS-WORK-BATCH.
           PERFORM MARK-BATCH-SEEN.
           PERFORM READ-NEXT-YEARLY.

       PASS-ARCHIVE-BATCHES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ARCHIVE
           END-IF.
           PERFORM PASS-ONE-ARCHIVE
               UNTIL WS-END-OF-FILE.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-NEXT-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       PASS-ONE-ARCHIVE.
           MOVE HA-BATCH-NUMBER TO WS-WORK-BATCH.
           PERFORM MARK-BATCH-SEEN.
           PERFORM READ-NEXT-ARCHIVE.

       PASS-LIVE-BATCHES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HISTORY
           END-IF.
           PERFORM PASS-ONE-LIVE
               UNTIL WS-END-OF-FILE.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE TRANS-HIST-FILE
           END-IF.

       PASS-ONE-LIVE.
           MOVE TH-BATCH-NUMBER TO WS-WORK-BATCH.
           PERFORM MARK-BATCH-SEEN.
           PERFORM READ-NEXT-HISTORY.

      *    Batch zero is session, recycled and reversal work.
       MARK-BATCH-SEEN.
           IF WS-WORK-BATCH IS NUMERIC
                   AND WS-WORK-BATCH NOT = ZERO
                   AND WS-WORK-BATCH NOT = WS-LAST-BATCH-LOOKED-UP
               MOVE WS-WORK-BATCH TO WS-LAST-BATCH-LOOKED-UP
               MOVE ZERO TO WS-BAT-SUB
               PERFORM MARK-ONE-BATCH-ENTRY
                   UNTIL WS-BAT-SUB NOT LESS THAN WS-BAT-COUNT
           END-IF.

       MARK-ONE-BATCH-ENTRY.
           ADD 1 TO WS-BAT-SUB.
           IF WS-BAT-NUMBER (WS-BAT-SUB) = WS-WORK-BATCH
               MOVE "Y" TO WS-BAT-SEEN-FLAG (WS-BAT-SUB)
           END-IF.

       REPORT-ONE-BATCH.
           ADD 1 TO WS-BAT-SUB.
           IF WS-BAT-SEEN-FLAG (WS-BAT-SUB) = "N"
               ADD 1 TO WS-BATCH-ISSUES
               MOVE "BATCHREG" TO WS-RPT-FILE
               MOVE SPACES TO WS-RPT-RECORD
               STRING "LOTE " WS-BAT-NUMBER (WS-BAT-SUB)
                   DELIMITED BY SIZE
                   INTO WS-RPT-RECORD
               END-STRING
               MOVE SPACES TO WS-RPT-ACCOUNT
               MOVE "LOTE SIN APUNTES EN EL HISTORICO"
                   TO WS-RPT-PROBLEM
               MOVE SPACES TO WS-RPT-DATA
               STRING "ACEPTADO EL "
                   WS-BAT-ACCEPT-DATE (WS-BAT-SUB)
                   DELIMITED BY SIZE
                   INTO WS-RPT-DATA
               END-STRING
               PERFORM PRINT-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------*
      * INTEGRPT - THE INTEGRITY REPORT                          *
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

      *    A group heading is never left alone at the foot of a
      *    page.
       PRINT-SECTION-HEADING.
           IF WS-LINE-COUNT + 4 > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           DISPLAY "  " WS-RPT-SECTION-TITLE.

       PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           DISPLAY "    " WS-RPT-RECORD " " WS-RPT-ACCOUNT " "
               WS-RPT-PROBLEM.

       PRINT-SECTION-TOTAL.
           IF WS-SECTION-ISSUES = ZERO
               WRITE REPORT-LINE FROM WS-RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE "Incidencias de este tipo" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-SECTION-ISSUES TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-SECTION-ISSUES TO WS-TOTAL-ISSUES.

       PRINT-INTEGRITY-TOTALS.
           IF WS-LINE-COUNT + 10 > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           IF WS-MASTER-OPEN-FAILED
               MOVE "MAESTRO NO DISPONIBLE: SIN REVISAR"
                   TO WS-RPT-SECTION-TITLE
               WRITE REPORT-LINE FROM WS-RPT-SECTION-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-TABLE-OVERFLOWED
               MOVE "TABLA DESBORDADA: REVISION INCOMPLETA"
                   TO WS-RPT-SECTION-TITLE
               WRITE REPORT-LINE FROM WS-RPT-SECTION-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE "Ordenes permanentes" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ORDER-ISSUES TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "Aprobaciones pendientes" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-APPROVAL-ISSUES TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Excepciones abiertas" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-EXCEPTION-ISSUES TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Operadores desconocidos" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-OPERATOR-ISSUES TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Lotes sin historico" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-BATCH-ISSUES TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE INCONSISTENCIAS" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-TOTAL-ISSUES TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY "=============================================".
           DISPLAY "  REF-INTEGRITY - TOTALES".
           DISPLAY "  Ordenes leidas          : " WS-ORDERS-READ.
           DISPLAY "  Aprobaciones leidas     : " WS-APPROVALS-READ.
           DISPLAY "  Excepciones leidas      : " WS-EXCEPTIONS-READ.
           DISPLAY "  Apuntes de TRANSHST     : " WS-HISTORY-READ.
           DISPLAY "  Lotes en BATCHREG       : " WS-BAT-COUNT.
           DISPLAY "  Inconsistencias         : " WS-TOTAL-ISSUES.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "REF-INTEGRITY" TO AL-PROGRAM-NAME.
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

       END PROGRAM REF-INTEGRITY.
