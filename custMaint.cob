       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MAINT.
      *Batch maintenance for the indexed CUSTMAST customer master.
      *Reads maintenance transactions (alta, modificacion, cierre,
      *reapertura) from CUSTMNT, applies each one to the master,
      *rejects the actions that do not make sense against the
      *master's current state, and prints a before/after report
      *the same way ACCT-MAINT does for accounts.  A customer is
      *only closed once none of its ACCTMAST accounts is still
      *open, so no live account is ever left pointing at a closed
      *owner.  The run signs on through OPER-SIGNON, and every
      *applied action is appended to AUDITLOG.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-IN-FILE ASSIGN TO "CUSTMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMNTR.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY SIGNONPR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
           05  WS-ACCT-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-ACCT-END-OF-FILE    VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-MASTER-FOUND-SWITCH     PIC X(01) VALUE "N".
               88  WS-MASTER-WAS-FOUND    VALUE "Y".
           05  WS-ACTION-APPLIED-SWITCH   PIC X(01) VALUE "N".
               88  WS-ACTION-WAS-APPLIED  VALUE "Y".
           05  WS-ACCOUNTS-READ-SWITCH    PIC X(01) VALUE "N".
               88  WS-ACCOUNTS-UNREADABLE VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
           05  WS-APPLIED-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC 9(8) COMP VALUE ZERO.
           05  WS-OPEN-ACCOUNT-COUNT      PIC 9(6) COMP VALUE ZERO.

       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-NAME             PIC X(40).
           05  WS-BEFORE-TAX-ID           PIC X(15).
           05  WS-BEFORE-STATUS           PIC X(01).

       01  WS-REJECT-REASON               PIC X(30).

       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS            PIC X(02).
           05  WS-CUSTMAST-STATUS         PIC X(02).
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           IF SP-SIGNON-OK
               PERFORM OPEN-FILES
               PERFORM PRINT-REPORT-HEADING
               PERFORM READ-NEXT-MAINT-RECORD
               PERFORM APPLY-ONE-ACTION
                   UNTIL WS-END-OF-FILE
               PERFORM CLOSE-FILES
               PERFORM PRINT-REPORT-TOTALS
               IF WS-MASTER-OPEN-FAILED
                   MOVE "CUSTMAST" TO WS-AUDIT-KEY-INPUT
                   MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE WS-APPLIED-COUNT TO WS-AUDIT-KEY-INPUT
                   MOVE "MANTENIMIENTO COMPLETADO"
                       TO WS-AUDIT-OUTCOME
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "Acceso denegado. Fin del trabajo."
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "CUST-MAINT" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           CALL "OPER-SIGNON" USING SIGNON-PARAMETERS.
           IF SP-SIGNON-OK
               MOVE SP-OPERATOR-ID TO RH-OPERATOR-ID
               DISPLAY "============================================="
               DISPLAY "  " RH-JOB-NAME " - Operador: "
                   RH-OPERATOR-ID " - Fecha: " RH-RUN-DATE
               DISPLAY "============================================="
           END-IF.

      *    As with ACCT-MAINT, the first load may create CUSTMAST
      *    when it genuinely does not exist (estado 35); any other
      *    open failure stops the run.
       OPEN-FILES.
           OPEN INPUT MAINT-IN-FILE.
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CUSTMNT (estado "
                   WS-MAINT-STATUS "), no hay acciones que aplicar."
               SET WS-END-OF-FILE TO TRUE
           END-IF.
           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
           END-IF.
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CUSTMAST (estado "
                   WS-CUSTMAST-STATUS "); fin del mantenimiento."
               SET WS-MASTER-OPEN-FAILED TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       READ-NEXT-MAINT-RECORD.
           READ MAINT-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       APPLY-ONE-ACTION.
           PERFORM LOOKUP-MASTER.
           SET WS-ACTION-APPLIED-SWITCH TO "N".
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN CM-ACTION-ADD
                   PERFORM APPLY-ADD-ACTION
               WHEN CM-ACTION-CHANGE
                   PERFORM APPLY-CHANGE-ACTION
               WHEN CM-ACTION-CLOSE
                   PERFORM APPLY-CLOSE-ACTION
               WHEN CM-ACTION-REOPEN
                   PERFORM APPLY-REOPEN-ACTION
               WHEN OTHER
                   MOVE "CODIGO DE ACCION INVALIDO"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-ACTION-WAS-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM PRINT-ACTION-LINE
               PERFORM WRITE-ACTION-AUDIT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM PRINT-REJECT-LINE
           END-IF.
           PERFORM READ-NEXT-MAINT-RECORD.

       LOOKUP-MASTER.
           SET WS-MASTER-FOUND-SWITCH TO "N".
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE CM-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-WAS-FOUND TO TRUE
                   MOVE CU-CUSTOMER-NAME TO WS-BEFORE-NAME
                   MOVE CU-TAX-ID TO WS-BEFORE-TAX-ID
                   MOVE CU-CUSTOMER-STATUS TO WS-BEFORE-STATUS
           END-READ.

      *    Customer number zero is reserved: it is what an
      *    unlinked account carries on ACCTMAST.
       APPLY-ADD-ACTION.
           EVALUATE TRUE
               WHEN CM-CUSTOMER-NUMBER = ZERO
                   MOVE "NUMERO DE CLIENTE INVALIDO"
                       TO WS-REJECT-REASON
               WHEN WS-MASTER-WAS-FOUND
                   MOVE "CLIENTE YA EXISTE" TO WS-REJECT-REASON
               WHEN CM-CUSTOMER-NAME = SPACES
                   MOVE "NOMBRE OBLIGATORIO" TO WS-REJECT-REASON
               WHEN CM-TAX-ID = SPACES
                   MOVE "FALTA IDENTIFICACION FISCAL"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM WRITE-NEW-CUSTOMER
           END-EVALUATE.

       WRITE-NEW-CUSTOMER.
           MOVE CM-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO CU-CUSTOMER-NAME.
           MOVE CM-ADDRESS-LINE-1 TO CU-ADDRESS-LINE-1.
           MOVE CM-ADDRESS-LINE-2 TO CU-ADDRESS-LINE-2.
           MOVE CM-CITY TO CU-CITY.
           MOVE CM-POSTAL-CODE TO CU-POSTAL-CODE.
           MOVE CM-TAX-ID TO CU-TAX-ID.
           MOVE CM-PHONE TO CU-PHONE.
           MOVE CM-EMAIL TO CU-EMAIL.
           SET CU-STATUS-ACTIVE TO TRUE.
           MOVE RH-RUN-DATE TO CU-OPENED-DATE.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL ALTA"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   SET WS-ACTION-WAS-APPLIED TO TRUE
           END-WRITE.

      *    A change carries only the fields being changed; blank
      *    fields leave the master's value as it stands.
       APPLY-CHANGE-ACTION.
           IF NOT WS-MASTER-WAS-FOUND
               MOVE "CLIENTE NO ENCONTRADO" TO WS-REJECT-REASON
           ELSE
               IF CM-CUSTOMER-NAME NOT = SPACES
                   MOVE CM-CUSTOMER-NAME TO CU-CUSTOMER-NAME
               END-IF
               IF CM-ADDRESS-LINE-1 NOT = SPACES
                   MOVE CM-ADDRESS-LINE-1 TO CU-ADDRESS-LINE-1
                   MOVE CM-ADDRESS-LINE-2 TO CU-ADDRESS-LINE-2
               END-IF
               IF CM-CITY NOT = SPACES
                   MOVE CM-CITY TO CU-CITY
               END-IF
               IF CM-POSTAL-CODE NOT = SPACES
                   MOVE CM-POSTAL-CODE TO CU-POSTAL-CODE
               END-IF
               IF CM-TAX-ID NOT = SPACES
                   MOVE CM-TAX-ID TO CU-TAX-ID
               END-IF
               IF CM-PHONE NOT = SPACES
                   MOVE CM-PHONE TO CU-PHONE
               END-IF
               IF CM-EMAIL NOT = SPACES
                   MOVE CM-EMAIL TO CU-EMAIL
               END-IF
               PERFORM REWRITE-MASTER-RECORD
           END-IF.

       APPLY-CLOSE-ACTION.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-WAS-FOUND
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-REJECT-REASON
               WHEN CU-STATUS-CLOSED
                   MOVE "CLIENTE YA CERRADO" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM COUNT-OPEN-ACCOUNTS
                   IF WS-ACCOUNTS-UNREADABLE
                       MOVE "ACCTMAST NO DISPONIBLE"
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-OPEN-ACCOUNT-COUNT > ZERO
                           MOVE "CLIENTE CON CUENTAS ABIERTAS"
                               TO WS-REJECT-REASON
                       ELSE
                           SET CU-STATUS-CLOSED TO TRUE
                           PERFORM REWRITE-MASTER-RECORD
                       END-IF
                   END-IF
           END-EVALUATE.

       APPLY-REOPEN-ACTION.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-WAS-FOUND
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-REJECT-REASON
               WHEN CU-STATUS-ACTIVE
                   MOVE "CLIENTE YA ACTIVO" TO WS-REJECT-REASON
               WHEN OTHER
                   SET CU-STATUS-ACTIVE TO TRUE
                   PERFORM REWRITE-MASTER-RECORD
           END-EVALUATE.

       REWRITE-MASTER-RECORD.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO REGRABAR" TO WS-REJECT-REASON
               NOT INVALID KEY
                   SET WS-ACTION-WAS-APPLIED TO TRUE
           END-REWRITE.

      *    One pass of ACCTMAST per close: closes are rare, and
      *    the master carries no index on the customer number.
      *    Dormant accounts count as open - they can still be
      *    reactivated.
       COUNT-OPEN-ACCOUNTS.
           MOVE ZERO TO WS-OPEN-ACCOUNT-COUNT.
           SET WS-ACCOUNTS-READ-SWITCH TO "N".
           MOVE "N" TO WS-ACCT-EOF-SWITCH.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               SET WS-ACCOUNTS-UNREADABLE TO TRUE
           ELSE
               PERFORM READ-NEXT-ACCOUNT
               PERFORM COUNT-ONE-ACCOUNT
                   UNTIL WS-ACCT-END-OF-FILE
               CLOSE ACCT-MASTER-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-END-OF-FILE TO TRUE
           END-READ.

       COUNT-ONE-ACCOUNT.
           IF AM-CUSTOMER-NUMBER = CU-CUSTOMER-NUMBER
                   AND NOT AM-STATUS-CLOSED
               ADD 1 TO WS-OPEN-ACCOUNT-COUNT
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

      *----------------------------------------------------------*
      * MAINTENANCE REPORT                                   *
      *----------------------------------------------------------*
       PRINT-REPORT-HEADING.
           DISPLAY "=============================================".
           DISPLAY "  CUST-MAINT - MANTENIMIENTO DE CLIENTES".
           DISPLAY "  Fecha: " RH-RUN-DATE.
           DISPLAY "=============================================".

       PRINT-ACTION-LINE.
           DISPLAY "  APLICADA  " CM-ACTION-CODE " "
               CM-CUSTOMER-NUMBER.
           DISPLAY "    Antes  : " WS-BEFORE-NAME " "
               WS-BEFORE-TAX-ID " " WS-BEFORE-STATUS.
           DISPLAY "    Despues: " CU-CUSTOMER-NAME " "
               CU-TAX-ID " " CU-CUSTOMER-STATUS.

       PRINT-REJECT-LINE.
           DISPLAY "  RECHAZADA " CM-ACTION-CODE " "
               CM-CUSTOMER-NUMBER " - " WS-REJECT-REASON.
           IF WS-OPEN-ACCOUNT-COUNT > ZERO
               DISPLAY "    Cuentas abiertas: " WS-OPEN-ACCOUNT-COUNT
               MOVE ZERO TO WS-OPEN-ACCOUNT-COUNT
           END-IF.

       PRINT-REPORT-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  Acciones leidas    : " WS-READ-COUNT.
           DISPLAY "  Acciones aplicadas : " WS-APPLIED-COUNT.
           DISPLAY "  Acciones rechazadas: " WS-REJECTED-COUNT.
           DISPLAY "=============================================".

       CLOSE-FILES.
           CLOSE MAINT-IN-FILE.
           CLOSE CUSTOMER-MASTER-FILE.

      *----------------------------------------------------------*
      * SHARED AUDIT LOG                                     *
      *----------------------------------------------------------*
       WRITE-ACTION-AUDIT.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING CM-ACTION-CODE " " CM-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           MOVE "ACCION APLICADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "CUST-MAINT" TO AL-PROGRAM-NAME.
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

       END PROGRAM CUST-MAINT.
