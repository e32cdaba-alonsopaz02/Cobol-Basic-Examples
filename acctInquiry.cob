      *   archive before the live file, so the first days of a
      *   month still show yesterday's movements (the oldest-
      *   first shift keeps only the newest ten either way).
      * - Shows the account's active holds and freezes off
      *   ACCTHOLD (HOLD-MAINT) after the master detail: type,
      *   amount, reason, who placed it and when, and expiry.
      * - Inquiry by customer: the operator now chooses account or
      *   customer.  A customer inquiry shows the CUSTMAST record
      *   and lists every ACCTMAST account the customer owns with
      *   its status, category and balance, plus the total; the
      *   account detail shows the owning customer.  ACCTMAST is
      *   opened dynamic so the customer list can browse it.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - Lists the letters CUST-NOTICES sent about the account off
      *   the NOTCREG notice register - dormancy warnings, fee
      *   charges and negative balances, with the date each went
      *   out and, for a negative balance, the date it cleared -
      *   so "was this customer told?" can be answered on screen.
      * - Signs on as an inquiry caller, so an operator whose
      *   required training is outstanding can still look
      *   accounts up.
      * - The recent-activity panel reads the account's records
      *   straight off the HISTIDX history index (account and
      *   business date) instead of scanning all of TRANSHAR and
      *   TRANSHST for every inquiry, and so now also reaches
      *   the TRANSHYR years.  Without the index the panel says
      *   so and the rest of the inquiry goes on.
      * - An ACUSE GL PENDIENTE exception raised by GL-ACK-MATCH
      *   names a ledger account from GLJRNL, not a customer's, so
      *   it is no longer shown on the account that happens to
      *   share its number.
      * - CUSTMAST lookups test whether the file was opened, not
      *   the last read's status, so one customer not found no
      *   longer makes every later lookup in the session miss.

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

           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-HISTORY-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT NOTICE-REGISTER-FILE ASSIGN TO "NOTCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-NOTICE-KEY
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  HIST-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTIDXR.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

       FD  ACCOUNT-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  NOTICE-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTCREGR.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
           COPY WSRUNHDR.
           COPY SIGNONPR.

      *    The history record off the index entry just read.
           COPY TRANSHSR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
               88  WS-SESSION-CONTINUE    VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-CUSTOMER-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-CUSTOMER-WAS-FOUND  VALUE "Y".
           05  WS-ACCT-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-ACCT-END-OF-FILE    VALUE "Y".
           05  WS-CUSTMAST-OPEN-SWITCH    PIC X(01) VALUE "N".
               88  WS-CUSTMAST-IS-OPEN    VALUE "Y".

       01  WS-INQUIRY-TYPE                PIC X(01) VALUE SPACE.
           88  WS-INQUIRY-BY-ACCOUNT      VALUE "A" "a".
           88  WS-INQUIRY-BY-CUSTOMER     VALUE "C" "c".
           88  WS-INQUIRY-END             VALUE "F" "f".

       01  WS-ACCOUNT-NUMBER              PIC 9(6) VALUE ZERO.
       01  WS-CUSTOMER-NUMBER             PIC 9(6) VALUE ZERO.
       01  WS-CUSTOMER-ACCOUNT-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-CUSTOMER-BALANCE-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-TOTAL-EDIT                  PIC -(11)9.99.

      *    One record's worth of history fields for the recent-
      *    activity panel.
       01  WS-WORK-FIELDS.
           05  WS-WORK-DATE               PIC 9(8).
           05  WS-WORK-ACCOUNT            PIC 9(6).
       01  WS-RECENT-SUB                  PIC 9(2) COMP VALUE ZERO.
       01  WS-RECENT-MAX                  PIC 9(2) COMP VALUE 10.
       01  WS-OPEN-EXCP-COUNT             PIC 9(4) COMP VALUE ZERO.

      *    GL-ACK-MATCH's exceptions carry a ledger account.
       01  WS-GL-ACK-PROGRAM              PIC X(20)
                                          VALUE "GL-ACK-MATCH".

       01  WS-ACTIVE-HOLD-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-INQUIRY-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-NOTICE-COUNT                PIC 9(4) COMP VALUE ZERO.

       01  WS-AMOUNT-EDIT                 PIC -(9)9.99.
       01  WS-RESULT-EDIT                 PIC -(5)9.99.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-CUSTMAST-STATUS         PIC X(02).
           05  WS-HISTIDX-STATUS          PIC X(02).
           05  WS-EXCP-STATUS             PIC X(02).
           05  WS-HOLDS-STATUS            PIC X(02).
           05  WS-NOTICE-STATUS           PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE "ACCT-INQUIRY" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           SET SP-CALLER-INQUIRY TO TRUE.
           CALL "OPER-SIGNON" USING SIGNON-PARAMETERS.
           IF SP-SIGNON-OK
               MOVE SP-OPERATOR-ID TO RH-OPERATOR-ID
               SET WS-MASTER-OPEN-FAILED TO TRUE
           END-IF.

      *    CUSTMAST is optional: without it the session still
      *    answers account inquiries.
       INQUIRY-SESSION.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-CUSTMAST-IS-OPEN TO TRUE
           END-IF.
           SET WS-SESSION-CONTINUE-SW TO "Y".
           PERFORM INQUIRE-ONE-ITEM
               UNTIL NOT WS-SESSION-CONTINUE.
           IF WS-CUSTMAST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           DISPLAY "Fin de la consulta (" WS-INQUIRY-COUNT
               " consultas).".

       INQUIRE-ONE-ITEM.
           DISPLAY "Consulta por cuenta (A), por cliente (C) o fin"
               " (F): ".
           MOVE SPACE TO WS-INQUIRY-TYPE.
           ACCEPT WS-INQUIRY-TYPE.
           EVALUATE TRUE
               WHEN WS-INQUIRY-BY-ACCOUNT
                   PERFORM INQUIRE-ONE-ACCOUNT
               WHEN WS-INQUIRY-BY-CUSTOMER
                   PERFORM INQUIRE-ONE-CUSTOMER
               WHEN WS-INQUIRY-END
                   MOVE "N" TO WS-SESSION-CONTINUE-SW
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

       INQUIRE-ONE-ACCOUNT.
           DISPLAY "Numero de cuenta: ".
           MOVE ZERO TO WS-ACCOUNT-NUMBER.
           ACCEPT WS-ACCOUNT-NUMBER.
           IF WS-ACCOUNT-NUMBER NOT = ZERO
               PERFORM SHOW-THE-ACCOUNT
           END-IF.

       INQUIRE-ONE-CUSTOMER.
           DISPLAY "Numero de cliente: ".
           MOVE ZERO TO WS-CUSTOMER-NUMBER.
           ACCEPT WS-CUSTOMER-NUMBER.
           IF WS-CUSTOMER-NUMBER NOT = ZERO
               PERFORM SHOW-THE-CUSTOMER
           END-IF.

       SHOW-THE-ACCOUNT.
           ADD 1 TO WS-INQUIRY-COUNT.
           SET WS-ACCOUNT-FOUND-SWITCH TO "N".
           END-READ.
           IF WS-ACCOUNT-WAS-FOUND
               PERFORM SHOW-MASTER-DETAIL
               PERFORM SHOW-ACTIVE-HOLDS
               PERFORM SHOW-RECENT-ACTIVITY
               PERFORM SHOW-OPEN-EXCEPTIONS
               PERFORM SHOW-NOTICES-SENT
               MOVE "CONSULTA DE CUENTA" TO WS-AUDIT-OUTCOME
           ELSE
               DISPLAY "Cuenta " WS-ACCOUNT-NUMBER
           MOVE AM-BALANCE TO WS-AMOUNT-EDIT.
           DISPLAY "  Saldo     : " WS-AMOUNT-EDIT.
           DISPLAY "  Ult. act. : " AM-LAST-ACTIVITY-DATE.
           IF AM-CUSTOMER-NUMBER = ZERO
               DISPLAY "  Cliente   : sin asignar"
           ELSE
               MOVE AM-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
               PERFORM LOOKUP-THE-CUSTOMER
               IF WS-CUSTOMER-WAS-FOUND
                   DISPLAY "  Cliente   : " AM-CUSTOMER-NUMBER " "
                       CU-CUSTOMER-NAME
               ELSE
                   DISPLAY "  Cliente   : " AM-CUSTOMER-NUMBER
                       " (no esta en CUSTMAST)"
               END-IF
           END-IF.

       LOOKUP-THE-CUSTOMER.
           SET WS-CUSTOMER-FOUND-SWITCH TO "N".
           IF WS-CUSTMAST-IS-OPEN
               MOVE WS-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTOMER-WAS-FOUND TO TRUE
               END-READ
           END-IF.

       SHOW-THE-CUSTOMER.
           ADD 1 TO WS-INQUIRY-COUNT.
           PERFORM LOOKUP-THE-CUSTOMER.
           IF WS-CUSTOMER-WAS-FOUND
               PERFORM SHOW-CUSTOMER-DETAIL
               PERFORM SHOW-CUSTOMER-ACCOUNTS
               MOVE "CONSULTA DE CLIENTE" TO WS-AUDIT-OUTCOME
           ELSE
               DISPLAY "Cliente " WS-CUSTOMER-NUMBER
                   " no encontrado."
               MOVE "CONSULTA SIN RESULTADO" TO WS-AUDIT-OUTCOME
           END-IF.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING "CLIENTE " WS-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           PERFORM WRITE-AUDIT-RECORD.

       SHOW-CUSTOMER-DETAIL.
           DISPLAY "---------------------------------------------".
           DISPLAY "  Cliente   : " CU-CUSTOMER-NUMBER
               "  Estado: " CU-CUSTOMER-STATUS
               "  Alta: " CU-OPENED-DATE.
           DISPLAY "  Nombre    : " CU-CUSTOMER-NAME.
           DISPLAY "  Direccion : " CU-ADDRESS-LINE-1.
           DISPLAY "              " CU-ADDRESS-LINE-2.
           DISPLAY "              " CU-POSTAL-CODE " " CU-CITY.
           DISPLAY "  Id. fiscal: " CU-TAX-ID.
           DISPLAY "  Telefono  : " CU-PHONE.
           DISPLAY "  Correo    : " CU-EMAIL.

      *    ACCTMAST is keyed on the account, so the customer's
      *    accounts are found by browsing the whole master from
      *    the first key.
       SHOW-CUSTOMER-ACCOUNTS.
           MOVE ZERO TO WS-CUSTOMER-ACCOUNT-COUNT.
           MOVE ZERO TO WS-CUSTOMER-BALANCE-TOTAL.
           DISPLAY "  Cuentas del cliente:".
           MOVE "N" TO WS-ACCT-EOF-SWITCH.
           MOVE ZERO TO AM-ACCOUNT-NUMBER.
           START ACCT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   SET WS-ACCT-END-OF-FILE TO TRUE
           END-START.
           IF NOT WS-ACCT-END-OF-FILE
               PERFORM READ-NEXT-ACCOUNT
           END-IF.
           PERFORM SHOW-ONE-CUSTOMER-ACCOUNT
               UNTIL WS-ACCT-END-OF-FILE.
           IF WS-CUSTOMER-ACCOUNT-COUNT = ZERO
               DISPLAY "    Ninguna cuenta vinculada."
           ELSE
               MOVE WS-CUSTOMER-BALANCE-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "  Cuentas: " WS-CUSTOMER-ACCOUNT-COUNT
                   "  Saldo total: " WS-TOTAL-EDIT
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-END-OF-FILE TO TRUE
           END-READ.

       SHOW-ONE-CUSTOMER-ACCOUNT.
           IF AM-CUSTOMER-NUMBER = WS-CUSTOMER-NUMBER
               ADD 1 TO WS-CUSTOMER-ACCOUNT-COUNT
               ADD AM-BALANCE TO WS-CUSTOMER-BALANCE-TOTAL
               MOVE AM-BALANCE TO WS-AMOUNT-EDIT
               DISPLAY "    " AM-ACCOUNT-NUMBER " " AM-ACCOUNT-NAME
                   " " AM-ACCOUNT-STATUS " " AM-ACCOUNT-CATEGORY
                   " " WS-AMOUNT-EDIT
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

      *    Holds still marked active on ACCTHOLD; one that has
      *    passed its expiry date stays listed until the nightly
      *    HOLD-EXPIRY run releases it.
       SHOW-ACTIVE-HOLDS.
           MOVE ZERO TO WS-ACTIVE-HOLD-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ACCOUNT-HOLD-FILE.
           IF WS-HOLDS-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HOLD
           END-IF.
           PERFORM SHOW-ONE-ACTIVE-HOLD
               UNTIL WS-END-OF-FILE.
           IF WS-HOLDS-STATUS NOT = "35"
               CLOSE ACCOUNT-HOLD-FILE
           END-IF.
           IF WS-ACTIVE-HOLD-COUNT = ZERO
               DISPLAY "  Sin retenciones activas."
           ELSE
               DISPLAY "  Retenciones activas: " WS-ACTIVE-HOLD-COUNT
           END-IF.

       READ-NEXT-HOLD.
           READ ACCOUNT-HOLD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       SHOW-ONE-ACTIVE-HOLD.
           IF HD-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                   AND HD-STATUS-ACTIVE
               ADD 1 TO WS-ACTIVE-HOLD-COUNT
               IF HD-TYPE-FREEZE
                   DISPLAY "    RET " HD-HOLD-NUMBER
                       " BLOQUEO TOTAL - " HD-REASON
               ELSE
                   MOVE HD-HOLD-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY "    RET " HD-HOLD-NUMBER
                       " IMPORTE " WS-AMOUNT-EDIT " - " HD-REASON
               END-IF
               DISPLAY "        Puesta por " HD-PLACED-BY
                   " el " HD-PLACED-DATE "  Vence: " HD-EXPIRY-DATE
           END-IF.
           PERFORM READ-NEXT-HOLD.

      *    The index is keyed on account, business date and
      *    posting sequence, so the account's records are browsed
      *    from its first key, oldest first, until the account
      *    changes; the oldest-first shift keeps only the newest
      *    ten.
       SHOW-RECENT-ACTIVITY.
           MOVE ZERO TO WS-RECENT-COUNT.
           PERFORM COLLECT-INDEXED-ACTIVITY.
           DISPLAY "  Movimientos recientes (" WS-RECENT-COUNT "):".
           MOVE ZERO TO WS-RECENT-SUB.
           PERFORM SHOW-ONE-RECENT-LINE
               UNTIL WS-RECENT-SUB NOT LESS THAN WS-RECENT-COUNT.

       COLLECT-INDEXED-ACTIVITY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HIST-INDEX-FILE.
           IF WS-HISTIDX-STATUS NOT = "00"
               DISPLAY "  Historial no disponible: HISTIDX (estado "
                   WS-HISTIDX-STATUS "); ejecute HIST-INDEX-BUILD."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               MOVE WS-ACCOUNT-NUMBER TO HX-ACCOUNT-NUMBER
               MOVE ZERO TO HX-BUSINESS-DATE
               MOVE ZERO TO HX-SEQUENCE
               START HIST-INDEX-FILE
                   KEY IS NOT LESS THAN HX-HISTORY-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF.
           IF NOT WS-END-OF-FILE
               PERFORM READ-NEXT-INDEXED-RECORD
           END-IF.
           PERFORM COLLECT-ONE-INDEXED-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-HISTIDX-STATUS NOT = "35"
               CLOSE HIST-INDEX-FILE
           END-IF.

       READ-NEXT-INDEXED-RECORD.
           READ HIST-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
                   AND HX-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       COLLECT-ONE-INDEXED-RECORD.
           MOVE HX-HISTORY-IMAGE TO TRANS-HIST-RECORD.
           MOVE TH-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE TH-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           MOVE TH-OPERATION-CODE TO WS-WORK-OPERATION.
           MOVE TH-RESULT TO WS-WORK-RESULT.
           MOVE TH-STATUS-CODE TO WS-WORK-STATUS.
           PERFORM COLLECT-WORK-RECORD.
           PERFORM READ-NEXT-INDEXED-RECORD.

       COLLECT-WORK-RECORD.
           IF WS-WORK-ACCOUNT = WS-ACCOUNT-NUMBER
       SHOW-ONE-OPEN-EXCEPTION.
           IF EX-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                   AND EX-DISP-OPEN
                   AND EX-RAISED-BY NOT = WS-GL-ACK-PROGRAM
               ADD 1 TO WS-OPEN-EXCP-COUNT
               DISPLAY "    EXCP " EX-OPERATION-CODE " - "
                   EX-REASON
           END-IF.
           PERFORM READ-NEXT-EXCEPTION.

      *    The register is keyed on account, type and event, so
      *    the account's notices are browsed from its first key
      *    until the account changes.  Without NOTCREG no notice
      *    has been sent yet.
       SHOW-NOTICES-SENT.
           MOVE ZERO TO WS-NOTICE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NOTICE-REGISTER-FILE.
           IF WS-NOTICE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               MOVE WS-ACCOUNT-NUMBER TO NR-ACCOUNT-NUMBER
               MOVE LOW-VALUES TO NR-NOTICE-TYPE
               MOVE ZERO TO NR-EVENT-REFERENCE
               START NOTICE-REGISTER-FILE
                   KEY IS NOT LESS THAN NR-NOTICE-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF.
           IF NOT WS-END-OF-FILE
               PERFORM READ-NEXT-NOTICE
           END-IF.
           PERFORM SHOW-ONE-NOTICE-SENT
               UNTIL WS-END-OF-FILE.
           IF WS-NOTICE-STATUS NOT = "35"
               CLOSE NOTICE-REGISTER-FILE
           END-IF.
           IF WS-NOTICE-COUNT = ZERO
               DISPLAY "  Sin avisos enviados."
           ELSE
               DISPLAY "  Avisos enviados: " WS-NOTICE-COUNT
           END-IF.

       READ-NEXT-NOTICE.
           READ NOTICE-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-END-OF-FILE
                   AND NR-ACCOUNT-NUMBER NOT = WS-ACCOUNT-NUMBER
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       SHOW-ONE-NOTICE-SENT.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE NR-NOTICE-AMOUNT TO WS-AMOUNT-EDIT.
           EVALUATE TRUE
               WHEN NR-TYPE-DORMANCY
                   DISPLAY "    AVISO " NR-NOTICE-DATE
                       " INACTIVIDAD PROXIMA - ult. mov. "
                       NR-EVENT-REFERENCE
               WHEN NR-TYPE-FEE
                   DISPLAY "    AVISO " NR-NOTICE-DATE
                       " CARGO DE COMISION  - lote " NR-EVENT-REFERENCE
                       " " WS-AMOUNT-EDIT
               WHEN NR-CLEARED-DATE = ZERO
                   DISPLAY "    AVISO " NR-NOTICE-DATE
                       " SALDO DEUDOR       - " WS-AMOUNT-EDIT
                       " (pendiente)"
               WHEN OTHER
                   DISPLAY "    AVISO " NR-NOTICE-DATE
                       " SALDO DEUDOR       - " WS-AMOUNT-EDIT
                       " (regularizado " NR-CLEARED-DATE ")"
           END-EVALUATE.
           PERFORM READ-NEXT-NOTICE.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

