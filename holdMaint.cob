       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
      *Batch maintenance for the ACCTHOLD account hold file.  Legal
      *and collections used to have no way to block an account
      *short of closing it through ACCT-MAINT.  Reads maintenance
      *transactions (alta, cambio, retirada) from HOLDMNT and
      *applies each one against the hold number on the file: an
      *alta places a full freeze (tipo F) or an amount hold (tipo
      *A) on an account that is on ACCTMAST, stamped with the
      *signed-on operator who placed it and the business date; a
      *change alters the amount, reason or expiry of an active
      *hold; a release lifts it.  Lifting or reducing a hold
      *undoes a legal block, so changes and releases need
      *supervisor authority.  Actions that do not make sense
      *against the file's current state are rejected, and the
      *maintenance report shows what each action did, the way
      *STANDING-MAINT does for STORDERS.  The updated file is
      *staged on HOLDTMP and copied over the live ACCTHOLD in one
      *pass.  Every applied action goes to AUDITLOG.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-IN-FILE ASSIGN TO "HOLDMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT STAGING-FILE ASSIGN TO "HOLDTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGING-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDMTR.

       FD  ACCOUNT-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  STAGING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC
               REPLACING ==ACCOUNT-HOLD-RECORD== BY
                       ==STAGED-HOLD-RECORD==
                   ==HD-HOLD-NUMBER== BY ==SG-HOLD-NUMBER==
                   ==HD-ACCOUNT-NUMBER== BY ==SG-ACCOUNT-NUMBER==
                   ==HD-HOLD-TYPE== BY ==SG-HOLD-TYPE==
                   ==HD-TYPE-FREEZE== BY ==SG-TYPE-FREEZE==
                   ==HD-TYPE-AMOUNT== BY ==SG-TYPE-AMOUNT==
                   ==HD-HOLD-AMOUNT== BY ==SG-HOLD-AMOUNT==
                   ==HD-REASON== BY ==SG-REASON==
                   ==HD-PLACED-BY== BY ==SG-PLACED-BY==
                   ==HD-PLACED-DATE== BY ==SG-PLACED-DATE==
                   ==HD-EXPIRY-DATE== BY ==SG-EXPIRY-DATE==
                   ==HD-HOLD-STATUS== BY ==SG-HOLD-STATUS==
                   ==HD-STATUS-ACTIVE== BY ==SG-STATUS-ACTIVE==
                   ==HD-STATUS-RELEASED== BY ==SG-STATUS-RELEASED==
                   ==HD-STATUS-EXPIRED== BY ==SG-STATUS-EXPIRED==
                   ==HD-RELEASED-BY== BY ==SG-RELEASED-BY==
                   ==HD-RELEASED-DATE== BY ==SG-RELEASED-DATE==.

       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY SIGNONPR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
           05  WS-HOLD-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-HOLD-WAS-FOUND      VALUE "Y".
           05  WS-ACTION-APPLIED-SWITCH   PIC X(01) VALUE "N".
               88  WS-ACTION-WAS-APPLIED  VALUE "Y".
           05  WS-TABLE-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOWED    VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-ACCOUNT-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  WS-ACCOUNT-WAS-FOUND   VALUE "Y".

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HOLD-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-HOLD-MAX                PIC 9(4) COMP VALUE 500.
           05  WS-HOLD-SUB                PIC 9(4) COMP VALUE ZERO.
           05  WS-READ-COUNT              PIC 9(6) COMP VALUE ZERO.
           05  WS-APPLIED-COUNT           PIC 9(6) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC 9(6) COMP VALUE ZERO.

      *    The whole hold file is worked in storage and written
      *    back in one staged pass, like STANDING-MAINT's orders.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-TE-HOLD-NUMBER      PIC 9(6).
               10  WS-TE-ACCOUNT-NUMBER   PIC 9(6).
               10  WS-TE-HOLD-TYPE        PIC X(01).
               10  WS-TE-HOLD-AMOUNT      PIC 9(9)V99.
               10  WS-TE-REASON           PIC X(30).
               10  WS-TE-PLACED-BY        PIC X(08).
               10  WS-TE-PLACED-DATE      PIC 9(8).
               10  WS-TE-EXPIRY-DATE      PIC 9(8).
               10  WS-TE-HOLD-STATUS      PIC X(01).
               10  WS-TE-RELEASED-BY      PIC X(08).
               10  WS-TE-RELEASED-DATE    PIC 9(8).

       01  WS-AMOUNT-EDIT                 PIC Z(8)9.99.
       01  WS-REJECT-REASON               PIC X(30).

       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS            PIC X(02).
           05  WS-HOLDS-STATUS            PIC X(02).
           05  WS-STAGING-STATUS          PIC X(02).
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           IF SP-SIGNON-OK
               PERFORM READ-BUSINESS-DATE
               PERFORM LOAD-HOLD-TABLE
               PERFORM OPEN-MASTER-OR-STOP
               EVALUATE TRUE
                   WHEN WS-TABLE-OVERFLOWED
                       DISPLAY "Demasiadas retenciones en ACCTHOLD"
                           " (mas de " WS-HOLD-MAX "), no se"
                           " modifica nada."
                       MOVE "ACCTHOLD" TO WS-AUDIT-KEY-INPUT
                       MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
                       MOVE 12 TO RETURN-CODE
                   WHEN WS-MASTER-OPEN-FAILED
                       MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
                       MOVE "MAESTRO NO DISPONIBLE"
                           TO WS-AUDIT-OUTCOME
                       MOVE 12 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM PRINT-REPORT-HEADING
                       PERFORM APPLY-MAINT-ACTIONS
                       PERFORM REWRITE-HOLD-FILE
                       PERFORM PRINT-REPORT-TOTALS
                       MOVE WS-APPLIED-COUNT TO WS-AUDIT-KEY-INPUT
                       MOVE "MANTENIMIENTO COMPLETADO"
                           TO WS-AUDIT-OUTCOME
               END-EVALUATE
               IF NOT WS-MASTER-OPEN-FAILED
                   CLOSE ACCT-MASTER-FILE
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "Acceso denegado. Fin del trabajo."
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Every hold names the operator who placed it, and lifting
      *    one is gated on supervisor authority, so the run signs
      *    on through OPER-SIGNON like ACCT-MAINT does.
       INITIALIZE-RUN.
           MOVE "HOLD-MAINT" TO RH-JOB-NAME.
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

       OPEN-MASTER-OR-STOP.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
           END-IF.

       LOAD-HOLD-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ACCOUNT-HOLD-FILE.
           IF WS-HOLDS-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HOLD
           END-IF.
           PERFORM LOAD-ONE-HOLD
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED.
           IF WS-HOLDS-STATUS NOT = "35"
               CLOSE ACCOUNT-HOLD-FILE
           END-IF.

       READ-NEXT-HOLD.
           READ ACCOUNT-HOLD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-HOLD.
           IF WS-HOLD-COUNT NOT LESS THAN WS-HOLD-MAX
               SET WS-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE HD-HOLD-NUMBER
                   TO WS-TE-HOLD-NUMBER (WS-HOLD-COUNT)
               MOVE HD-ACCOUNT-NUMBER
                   TO WS-TE-ACCOUNT-NUMBER (WS-HOLD-COUNT)
               MOVE HD-HOLD-TYPE TO WS-TE-HOLD-TYPE (WS-HOLD-COUNT)
               MOVE HD-HOLD-AMOUNT
                   TO WS-TE-HOLD-AMOUNT (WS-HOLD-COUNT)
               MOVE HD-REASON TO WS-TE-REASON (WS-HOLD-COUNT)
               MOVE HD-PLACED-BY TO WS-TE-PLACED-BY (WS-HOLD-COUNT)
               MOVE HD-PLACED-DATE
                   TO WS-TE-PLACED-DATE (WS-HOLD-COUNT)
               MOVE HD-EXPIRY-DATE
                   TO WS-TE-EXPIRY-DATE (WS-HOLD-COUNT)
               MOVE HD-HOLD-STATUS
                   TO WS-TE-HOLD-STATUS (WS-HOLD-COUNT)
               MOVE HD-RELEASED-BY
                   TO WS-TE-RELEASED-BY (WS-HOLD-COUNT)
               MOVE HD-RELEASED-DATE
                   TO WS-TE-RELEASED-DATE (WS-HOLD-COUNT)
               PERFORM READ-NEXT-HOLD
           END-IF.

       APPLY-MAINT-ACTIONS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MAINT-IN-FILE.
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HOLDMNT (estado "
                   WS-MAINT-STATUS "), no hay acciones que aplicar."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-MAINT-RECORD
           END-IF.
           PERFORM APPLY-ONE-ACTION
               UNTIL WS-END-OF-FILE.
           IF WS-MAINT-STATUS NOT = "35"
               CLOSE MAINT-IN-FILE
           END-IF.

       READ-NEXT-MAINT-RECORD.
           READ MAINT-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       APPLY-ONE-ACTION.
           PERFORM FIND-HOLD-SLOT.
           SET WS-ACTION-APPLIED-SWITCH TO "N".
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN HM-ACTION-PLACE
                   PERFORM APPLY-PLACE-ACTION
               WHEN HM-ACTION-CHANGE
                   PERFORM APPLY-CHANGE-ACTION
               WHEN HM-ACTION-RELEASE
                   PERFORM APPLY-RELEASE-ACTION
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
               DISPLAY "  RECHAZADA " HM-ACTION-CODE " retencion "
                   HM-HOLD-NUMBER " - " WS-REJECT-REASON
           END-IF.
           PERFORM READ-NEXT-MAINT-RECORD.

       FIND-HOLD-SLOT.
           SET WS-HOLD-FOUND-SWITCH TO "N".
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM CHECK-ONE-HOLD-SLOT
               UNTIL WS-HOLD-WAS-FOUND
               OR WS-HOLD-SUB NOT LESS THAN WS-HOLD-COUNT.

       CHECK-ONE-HOLD-SLOT.
           ADD 1 TO WS-HOLD-SUB.
           IF WS-TE-HOLD-NUMBER (WS-HOLD-SUB) = HM-HOLD-NUMBER
               SET WS-HOLD-WAS-FOUND TO TRUE
           END-IF.

       LOOKUP-ACCOUNT.
           SET WS-ACCOUNT-FOUND-SWITCH TO "N".
           MOVE HM-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ACCOUNT-WAS-FOUND TO TRUE
           END-READ.

      *    A hold may go on a closed or dormant account too - a
      *    garnishment must survive a later reopen - but the
      *    account has to be on the master.
       APPLY-PLACE-ACTION.
           PERFORM LOOKUP-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-HOLD-WAS-FOUND
                   MOVE "RETENCION YA EXISTE" TO WS-REJECT-REASON
               WHEN WS-HOLD-COUNT NOT LESS THAN WS-HOLD-MAX
                   MOVE "FICHERO DE RETENCIONES LLENO"
                       TO WS-REJECT-REASON
               WHEN NOT WS-ACCOUNT-WAS-FOUND
                   MOVE "CUENTA NO ENCONTRADA" TO WS-REJECT-REASON
               WHEN HM-HOLD-TYPE NOT = "F" AND HM-HOLD-TYPE NOT = "A"
                   MOVE "TIPO DE RETENCION INVALIDO"
                       TO WS-REJECT-REASON
               WHEN HM-HOLD-TYPE = "A" AND HM-HOLD-AMOUNT = ZERO
                   MOVE "FALTA IMPORTE RETENIDO" TO WS-REJECT-REASON
               WHEN HM-REASON = SPACES
                   MOVE "FALTA MOTIVO" TO WS-REJECT-REASON
               WHEN HM-EXPIRY-DATE NOT = ZERO
                       AND HM-EXPIRY-DATE < WS-BUSINESS-DATE
                   MOVE "CADUCIDAD YA VENCIDA" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO WS-HOLD-SUB
                   MOVE HM-HOLD-NUMBER
                       TO WS-TE-HOLD-NUMBER (WS-HOLD-SUB)
                   MOVE HM-ACCOUNT-NUMBER
                       TO WS-TE-ACCOUNT-NUMBER (WS-HOLD-SUB)
                   MOVE HM-HOLD-TYPE TO WS-TE-HOLD-TYPE (WS-HOLD-SUB)
                   IF HM-HOLD-TYPE = "F"
                       MOVE ZERO TO WS-TE-HOLD-AMOUNT (WS-HOLD-SUB)
                   ELSE
                       MOVE HM-HOLD-AMOUNT
                           TO WS-TE-HOLD-AMOUNT (WS-HOLD-SUB)
                   END-IF
                   MOVE HM-REASON TO WS-TE-REASON (WS-HOLD-SUB)
                   MOVE RH-OPERATOR-ID
                       TO WS-TE-PLACED-BY (WS-HOLD-SUB)
                   MOVE WS-BUSINESS-DATE
                       TO WS-TE-PLACED-DATE (WS-HOLD-SUB)
                   MOVE HM-EXPIRY-DATE
                       TO WS-TE-EXPIRY-DATE (WS-HOLD-SUB)
                   MOVE "A" TO WS-TE-HOLD-STATUS (WS-HOLD-SUB)
                   MOVE SPACES TO WS-TE-RELEASED-BY (WS-HOLD-SUB)
                   MOVE ZERO TO WS-TE-RELEASED-DATE (WS-HOLD-SUB)
                   SET WS-ACTION-WAS-APPLIED TO TRUE
           END-EVALUATE.

      *    A change may alter an amount hold's amount, the reason
      *    or the expiry; blank or zero fields leave the hold as it
      *    stands.  The type of a hold never changes - a freeze is
      *    released and an amount hold placed instead.
       APPLY-CHANGE-ACTION.
           EVALUATE TRUE
               WHEN NOT WS-HOLD-WAS-FOUND
                   MOVE "RETENCION NO ENCONTRADA" TO WS-REJECT-REASON
               WHEN WS-TE-HOLD-STATUS (WS-HOLD-SUB) NOT = "A"
                   MOVE "RETENCION NO ACTIVA" TO WS-REJECT-REASON
               WHEN NOT SP-AUTH-SUPERVISOR
                   MOVE "CAMBIO SOLO SUPERVISOR" TO WS-REJECT-REASON
               WHEN HM-EXPIRY-DATE NOT = ZERO
                       AND HM-EXPIRY-DATE < WS-BUSINESS-DATE
                   MOVE "CADUCIDAD YA VENCIDA" TO WS-REJECT-REASON
               WHEN OTHER
                   IF HM-HOLD-AMOUNT NOT = ZERO
                           AND WS-TE-HOLD-TYPE (WS-HOLD-SUB) = "A"
                       MOVE HM-HOLD-AMOUNT
                           TO WS-TE-HOLD-AMOUNT (WS-HOLD-SUB)
                   END-IF
                   IF HM-REASON NOT = SPACES
                       MOVE HM-REASON TO WS-TE-REASON (WS-HOLD-SUB)
                   END-IF
                   IF HM-EXPIRY-DATE NOT = ZERO
                       MOVE HM-EXPIRY-DATE
                           TO WS-TE-EXPIRY-DATE (WS-HOLD-SUB)
                   END-IF
                   SET WS-ACTION-WAS-APPLIED TO TRUE
           END-EVALUATE.

       APPLY-RELEASE-ACTION.
           EVALUATE TRUE
               WHEN NOT WS-HOLD-WAS-FOUND
                   MOVE "RETENCION NO ENCONTRADA" TO WS-REJECT-REASON
               WHEN WS-TE-HOLD-STATUS (WS-HOLD-SUB) NOT = "A"
                   MOVE "RETENCION NO ACTIVA" TO WS-REJECT-REASON
               WHEN NOT SP-AUTH-SUPERVISOR
                   MOVE "RETIRADA SOLO SUPERVISOR"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "R" TO WS-TE-HOLD-STATUS (WS-HOLD-SUB)
                   MOVE RH-OPERATOR-ID
                       TO WS-TE-RELEASED-BY (WS-HOLD-SUB)
                   MOVE WS-BUSINESS-DATE
                       TO WS-TE-RELEASED-DATE (WS-HOLD-SUB)
                   SET WS-ACTION-WAS-APPLIED TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------*
      * WRITE THE UPDATED FILE BACK                           *
      * Staged on HOLDTMP first, then copied over the live     *
      * ACCTHOLD, so a crash mid-write leaves either the old   *
      * file or the staged copy intact.                        *
      *----------------------------------------------------------*
       REWRITE-HOLD-FILE.
           IF WS-HOLD-COUNT > ZERO OR WS-APPLIED-COUNT > ZERO
               PERFORM STAGE-UPDATED-HOLDS
               PERFORM COPY-STAGE-TO-LIVE
           END-IF.

       STAGE-UPDATED-HOLDS.
           OPEN OUTPUT STAGING-FILE.
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM WRITE-ONE-STAGED
               UNTIL WS-HOLD-SUB NOT LESS THAN WS-HOLD-COUNT.
           CLOSE STAGING-FILE.

       WRITE-ONE-STAGED.
           ADD 1 TO WS-HOLD-SUB.
           MOVE WS-TE-HOLD-NUMBER (WS-HOLD-SUB) TO SG-HOLD-NUMBER.
           MOVE WS-TE-ACCOUNT-NUMBER (WS-HOLD-SUB)
               TO SG-ACCOUNT-NUMBER.
           MOVE WS-TE-HOLD-TYPE (WS-HOLD-SUB) TO SG-HOLD-TYPE.
           MOVE WS-TE-HOLD-AMOUNT (WS-HOLD-SUB) TO SG-HOLD-AMOUNT.
           MOVE WS-TE-REASON (WS-HOLD-SUB) TO SG-REASON.
           MOVE WS-TE-PLACED-BY (WS-HOLD-SUB) TO SG-PLACED-BY.
           MOVE WS-TE-PLACED-DATE (WS-HOLD-SUB) TO SG-PLACED-DATE.
           MOVE WS-TE-EXPIRY-DATE (WS-HOLD-SUB) TO SG-EXPIRY-DATE.
           MOVE WS-TE-HOLD-STATUS (WS-HOLD-SUB) TO SG-HOLD-STATUS.
           MOVE WS-TE-RELEASED-BY (WS-HOLD-SUB) TO SG-RELEASED-BY.
           MOVE WS-TE-RELEASED-DATE (WS-HOLD-SUB)
               TO SG-RELEASED-DATE.
           WRITE STAGED-HOLD-RECORD.

       COPY-STAGE-TO-LIVE.
           OPEN INPUT STAGING-FILE.
           OPEN OUTPUT ACCOUNT-HOLD-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-NEXT-STAGED.
           PERFORM COPY-ONE-STAGED
               UNTIL WS-END-OF-FILE.
           CLOSE STAGING-FILE.
           CLOSE ACCOUNT-HOLD-FILE.

       READ-NEXT-STAGED.
           READ STAGING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-STAGED.
           MOVE STAGED-HOLD-RECORD TO ACCOUNT-HOLD-RECORD.
           WRITE ACCOUNT-HOLD-RECORD.
           PERFORM READ-NEXT-STAGED.

      *----------------------------------------------------------*
      * MAINTENANCE REPORT                                    *
      *----------------------------------------------------------*
       PRINT-REPORT-HEADING.
           DISPLAY "=============================================".
           DISPLAY "  HOLD-MAINT - RETENCIONES DE CUENTAS".
           DISPLAY "  Dia de negocio: " WS-BUSINESS-DATE.
           DISPLAY "=============================================".

       PRINT-ACTION-LINE.
           MOVE WS-TE-HOLD-AMOUNT (WS-HOLD-SUB) TO WS-AMOUNT-EDIT.
           DISPLAY "  APLICADA  " HM-ACTION-CODE " retencion "
               WS-TE-HOLD-NUMBER (WS-HOLD-SUB) " cuenta "
               WS-TE-ACCOUNT-NUMBER (WS-HOLD-SUB).
           DISPLAY "    Tipo " WS-TE-HOLD-TYPE (WS-HOLD-SUB)
               " importe " WS-AMOUNT-EDIT " estado "
               WS-TE-HOLD-STATUS (WS-HOLD-SUB) " caduca "
               WS-TE-EXPIRY-DATE (WS-HOLD-SUB).
           DISPLAY "    Motivo: " WS-TE-REASON (WS-HOLD-SUB).

       PRINT-REPORT-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  Acciones leidas      : " WS-READ-COUNT.
           DISPLAY "  Acciones aplicadas   : " WS-APPLIED-COUNT.
           DISPLAY "  Acciones rechazadas  : " WS-REJECTED-COUNT.
           DISPLAY "  Retenciones en fich. : " WS-HOLD-COUNT.
           DISPLAY "=============================================".

      *----------------------------------------------------------*
      * SHARED AUDIT LOG                                      *
      *----------------------------------------------------------*
       WRITE-ACTION-AUDIT.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING HM-ACTION-CODE " " HM-HOLD-NUMBER " "
               WS-TE-ACCOUNT-NUMBER (WS-HOLD-SUB)
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           MOVE "ACCION APLICADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "HOLD-MAINT" TO AL-PROGRAM-NAME.
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

       END PROGRAM HOLD-MAINT.
