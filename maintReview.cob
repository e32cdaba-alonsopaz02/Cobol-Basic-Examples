       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-REVIEW.
      *Checker screen over the MAINTPND pending-maintenance queue.
      *ACCT-MAINT and OPER-MAINT queue every account and operator
      *maintenance action there under the operator who submitted
      *it (the maker) instead of applying it.  A supervisor signed
      *on through OPER-SIGNON walks each pending item and approves
      *or rejects it; the next ACCT-MAINT or OPER-MAINT run applies
      *only the approved ones.  Nobody checks their own work: an
      *item the signed-on supervisor made, or an operator action
      *against the supervisor's own operator ID, is shown but
      *left pending for another supervisor.  Each decision is
      *stamped on the item with the checker and the business date
      *and written back through the MNTPTMP staging file, the same
      *crash-safe rebuild APPR-REVIEW uses, and every decision
      *lands in AUDITLOG under the checker with the maker in the
      *key.  The new operator's PIN on an operator action is never
      *shown.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-PENDING-FILE ASSIGN TO "MAINTPND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT STAGING-FILE ASSIGN TO "MNTPTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGING-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTPNR.

       FD  STAGING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STAGED-PENDING-RECORD          PIC X(105).

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
           05  WS-WALK-CONTINUE-SW        PIC X(01) VALUE "Y".
               88  WS-WALK-CONTINUE       VALUE "Y".
           05  WS-TABLE-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOWED    VALUE "Y".
           05  WS-OWN-ITEM-SWITCH         PIC X(01) VALUE "N".
               88  WS-ITEM-IS-OWN         VALUE "Y".

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ITEM-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-ITEM-MAX                PIC 9(4) COMP VALUE 2000.
           05  WS-ITEM-SUB                PIC 9(4) COMP VALUE ZERO.
           05  WS-PENDING-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-APPROVED-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-OWN-COUNT               PIC 9(4) COMP VALUE ZERO.

      *    The whole queue is worked in storage and written back
      *    in one staged pass at the end, like APPR-REVIEW; each
      *    slot holds one queue record image.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-TE-PENDING-IMAGE    PIC X(105).

       01  WS-APPROVED-EDIT               PIC ZZZ9.
       01  WS-REJECTED-EDIT               PIC ZZZ9.

       01  WS-ACTION-DESCRIPTION          PIC X(20).
       01  WS-TARGET-KEY                  PIC X(08).

       01  WS-DECISION                    PIC X(01).
           88  WS-DECIDE-APPROVE          VALUE "A" "a".
           88  WS-DECIDE-REJECT           VALUE "R" "r".
           88  WS-DECIDE-SKIP             VALUE "S" "s".
           88  WS-DECIDE-QUIT             VALUE "F" "f".

       01  WS-FILE-STATUSES.
           05  WS-PENDING-STATUS          PIC X(02).
           05  WS-STAGING-STATUS          PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           IF NOT SP-SIGNON-OK
               DISPLAY "Acceso denegado. Fin del trabajo."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT SP-AUTH-SUPERVISOR
               DISPLAY "La aprobacion de mantenimiento esta"
                   " reservada a supervisores."
               MOVE "MAINTPND" TO WS-AUDIT-KEY-INPUT
               MOVE "AUTORIDAD INSUFICIENTE" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-ITEM-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "Demasiadas acciones en MAINTPND (mas de "
                   WS-ITEM-MAX "), no se modifica nada."
               MOVE "MAINTPND" TO WS-AUDIT-KEY-INPUT
               MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WALK-PENDING-ITEMS
               PERFORM REWRITE-ITEM-FILE
               PERFORM PRINT-SESSION-TOTALS
               MOVE SPACES TO WS-AUDIT-KEY-INPUT
               MOVE WS-APPROVED-COUNT TO WS-APPROVED-EDIT
               MOVE WS-REJECTED-COUNT TO WS-REJECTED-EDIT
               STRING WS-APPROVED-EDIT " " WS-REJECTED-EDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
               MOVE "REVISION COMPLETADA" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "MAINT-REVIEW" TO RH-JOB-NAME.
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

       LOAD-ITEM-TABLE.
           OPEN INPUT MAINT-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "Sin fichero de mantenimiento pendiente"
                   " (estado " WS-PENDING-STATUS ")."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-PENDING
           END-IF.
           PERFORM LOAD-ONE-ITEM
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED.
           IF WS-PENDING-STATUS NOT = "35"
               CLOSE MAINT-PENDING-FILE
           END-IF.

       READ-NEXT-PENDING.
           READ MAINT-PENDING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-ITEM.
           IF WS-ITEM-COUNT NOT LESS THAN WS-ITEM-MAX
               SET WS-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE MAINT-PENDING-RECORD
                   TO WS-TE-PENDING-IMAGE (WS-ITEM-COUNT)
               IF MP-STATUS-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               PERFORM READ-NEXT-PENDING
           END-IF.

      *----------------------------------------------------------*
      * WALK THE PENDING ITEMS                                *
      *----------------------------------------------------------*
       WALK-PENDING-ITEMS.
           DISPLAY "Acciones pendientes: " WS-PENDING-COUNT.
           MOVE ZERO TO WS-ITEM-SUB.
           SET WS-WALK-CONTINUE-SW TO "Y".
           PERFORM WORK-ONE-ITEM
               UNTIL WS-ITEM-SUB NOT LESS THAN WS-ITEM-COUNT
               OR NOT WS-WALK-CONTINUE.

      *    The item is worked in the queue record area and put
      *    back into its slot once decided.  The checker's own
      *    items are shown so the supervisor knows they are there,
      *    but no decision is taken on them.
       WORK-ONE-ITEM.
           ADD 1 TO WS-ITEM-SUB.
           MOVE WS-TE-PENDING-IMAGE (WS-ITEM-SUB)
               TO MAINT-PENDING-RECORD.
           IF MP-STATUS-PENDING
               PERFORM SHOW-ONE-ITEM
               PERFORM CHECK-OWN-ITEM
               IF WS-ITEM-IS-OWN
                   ADD 1 TO WS-OWN-COUNT
               ELSE
                   PERFORM GET-DECISION
                   EVALUATE TRUE
                       WHEN WS-DECIDE-APPROVE
                           PERFORM APPROVE-ITEM
                       WHEN WS-DECIDE-REJECT
                           PERFORM REJECT-ITEM
                       WHEN WS-DECIDE-QUIT
                           MOVE "N" TO WS-WALK-CONTINUE-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       SHOW-ONE-ITEM.
           DISPLAY "---------------------------------------------".
           DISPLAY "Pendiente " MP-ITEM-NUMBER " (" WS-ITEM-SUB
               " de " WS-ITEM-COUNT "):".
           IF MP-FOR-ACCOUNT
               PERFORM SHOW-ACCOUNT-ITEM
           ELSE
               PERFORM SHOW-OPERATOR-ITEM
           END-IF.
           DISPLAY "  Preparada : " MP-MAKER-ID " el "
               MP-QUEUED-DATE.

       SHOW-ACCOUNT-ITEM.
           EVALUATE MP-ACCT-ACTION-CODE
               WHEN "A"
                   MOVE "ALTA" TO WS-ACTION-DESCRIPTION
               WHEN "N"
                   MOVE "CAMBIO DE NOMBRE" TO WS-ACTION-DESCRIPTION
               WHEN "C"
                   MOVE "CIERRE" TO WS-ACTION-DESCRIPTION
               WHEN "R"
                   MOVE "REAPERTURA" TO WS-ACTION-DESCRIPTION
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO WS-ACTION-DESCRIPTION
           END-EVALUATE.
           DISPLAY "  Maestro   : ACCTMAST (cuentas)".
           DISPLAY "  Accion    : " MP-ACCT-ACTION-CODE " "
               WS-ACTION-DESCRIPTION.
           DISPLAY "  Cuenta    : " MP-ACCT-NUMBER.
           DISPLAY "  Nombre    : " MP-ACCT-NAME.
           DISPLAY "  Categoria : " MP-ACCT-CATEGORY.
           DISPLAY "  Cliente   : " MP-ACCT-CUSTOMER.

       SHOW-OPERATOR-ITEM.
           EVALUATE MP-OPER-ACTION-CODE
               WHEN "A"
                   MOVE "ALTA" TO WS-ACTION-DESCRIPTION
               WHEN "U"
                   MOVE "ACTUALIZACION" TO WS-ACTION-DESCRIPTION
               WHEN "C"
                   MOVE "BAJA" TO WS-ACTION-DESCRIPTION
               WHEN "R"
                   MOVE "REACTIVACION" TO WS-ACTION-DESCRIPTION
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO WS-ACTION-DESCRIPTION
           END-EVALUATE.
           DISPLAY "  Maestro   : OPERMAST (operadores)".
           DISPLAY "  Accion    : " MP-OPER-ACTION-CODE " "
               WS-ACTION-DESCRIPTION.
           DISPLAY "  Operador  : " MP-OPER-ID.
           DISPLAY "  Nombre    : " MP-OPER-NAME.
           DISPLAY "  Autoridad : " MP-OPER-AUTHORITY.

      *    Separation of duties: the maker cannot check their own
      *    item, and no supervisor approves a change to their own
      *    operator entry.
       CHECK-OWN-ITEM.
           SET WS-OWN-ITEM-SWITCH TO "N".
           IF MP-MAKER-ID = RH-OPERATOR-ID
               SET WS-ITEM-IS-OWN TO TRUE
               DISPLAY "Preparada por usted: debe revisarla otro"
                   " supervisor."
           ELSE
               IF MP-FOR-OPERATOR AND MP-OPER-ID = RH-OPERATOR-ID
                   SET WS-ITEM-IS-OWN TO TRUE
                   DISPLAY "Afecta a su propio operador: debe"
                       " revisarla otro supervisor."
               END-IF
           END-IF.

       GET-DECISION.
           DISPLAY "(A)probar (R)echazar (S)altar (F)in: ".
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           IF NOT WS-DECIDE-APPROVE AND NOT WS-DECIDE-REJECT
                   AND NOT WS-DECIDE-SKIP AND NOT WS-DECIDE-QUIT
               DISPLAY "Opcion invalida, la accion queda"
                   " pendiente."
               MOVE "S" TO WS-DECISION
           END-IF.

       APPROVE-ITEM.
           SET MP-STATUS-APPROVED TO TRUE.
           PERFORM STAMP-DECISION.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE "MANTENIMIENTO APROBADO" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-DECISION-AUDIT.

       REJECT-ITEM.
           SET MP-STATUS-REJECTED TO TRUE.
           MOVE "RECHAZADA POR SUPERVISOR" TO MP-RESULT.
           PERFORM STAMP-DECISION.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "MANTENIMIENTO RECHAZADO" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-DECISION-AUDIT.

       STAMP-DECISION.
           MOVE RH-OPERATOR-ID TO MP-CHECKER-ID.
           MOVE WS-BUSINESS-DATE TO MP-DECIDED-DATE.
           MOVE MAINT-PENDING-RECORD
               TO WS-TE-PENDING-IMAGE (WS-ITEM-SUB).

      *    The checker is the audit record's operator; the key
      *    names the item, the master, its target and the maker.
       WRITE-DECISION-AUDIT.
           IF MP-FOR-ACCOUNT
               MOVE MP-ACCT-NUMBER TO WS-TARGET-KEY
           ELSE
               MOVE MP-OPER-ID TO WS-TARGET-KEY
           END-IF.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING MP-ITEM-NUMBER " " MP-MASTER-CODE " "
               WS-TARGET-KEY " " MP-MAKER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           PERFORM WRITE-AUDIT-RECORD.

      *----------------------------------------------------------*
      * WRITE THE DECISIONS BACK                              *
      *----------------------------------------------------------*
       REWRITE-ITEM-FILE.
           IF WS-APPROVED-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
               PERFORM STAGE-UPDATED-QUEUE
               PERFORM COPY-STAGE-TO-LIVE
           END-IF.

       STAGE-UPDATED-QUEUE.
           OPEN OUTPUT STAGING-FILE.
           MOVE ZERO TO WS-ITEM-SUB.
           PERFORM WRITE-ONE-STAGED
               UNTIL WS-ITEM-SUB NOT LESS THAN WS-ITEM-COUNT.
           CLOSE STAGING-FILE.

       WRITE-ONE-STAGED.
           ADD 1 TO WS-ITEM-SUB.
           MOVE WS-TE-PENDING-IMAGE (WS-ITEM-SUB)
               TO STAGED-PENDING-RECORD.
           WRITE STAGED-PENDING-RECORD.

       COPY-STAGE-TO-LIVE.
           OPEN INPUT STAGING-FILE.
           OPEN OUTPUT MAINT-PENDING-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-NEXT-STAGED.
           PERFORM COPY-ONE-STAGED
               UNTIL WS-END-OF-FILE.
           CLOSE STAGING-FILE.
           CLOSE MAINT-PENDING-FILE.

       READ-NEXT-STAGED.
           READ STAGING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-STAGED.
           MOVE STAGED-PENDING-RECORD TO MAINT-PENDING-RECORD.
           WRITE MAINT-PENDING-RECORD.
           PERFORM READ-NEXT-STAGED.

       PRINT-SESSION-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  Acciones en fichero  : " WS-ITEM-COUNT.
           DISPLAY "  Pendientes al entrar : " WS-PENDING-COUNT.
           DISPLAY "  Aprobadas            : " WS-APPROVED-COUNT.
           DISPLAY "  Rechazadas           : " WS-REJECTED-COUNT.
           DISPLAY "  Propias (sin decidir): " WS-OWN-COUNT.
           DISPLAY "=============================================".

      *----------------------------------------------------------*
      * SHARED AUDIT LOG                                      *
      *----------------------------------------------------------*
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "MAINT-REVIEW" TO AL-PROGRAM-NAME.
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

       END PROGRAM MAINT-REVIEW.
