      *   security master genuinely does not exist (estado 35);
      *   any other open failure stops the run with return code
      *   12 instead of quietly starting an empty OPERMAST.
      * - OPERMAST carries the PIN-changed and last-sign-on dates
      *   and the previous PINs.  A PIN set here (alta, or an
      *   update that changes it) is an assigned PIN: the changed
      *   date is cleared so OPER-SIGNON makes the operator
      *   choose their own at the next sign-on, and the replaced
      *   PIN joins the history.  Alta and reactivation stamp the
      *   last-sign-on date with today, so OPER-IDLE-REVIEW does
      *   not deactivate the operator again before they have had
      *   the chance to sign on.
      * - Dual control: the run now signs on through OPER-SIGNON
      *   and no longer applies what it reads from OPERMNT.  Each
      *   action is queued on MAINTPND stamped with the signed-on
      *   operator as maker, and OPERMNT is emptied once queued.
      *   A second supervisor approves or rejects it in MAINT-
      *   REVIEW, and the next OPER-MAINT run applies only the
      *   approved items to OPERMAST, naming maker and checker on
      *   the report and in AUDITLOG.  The one exception is the
      *   bootstrap: while OPERMAST does not exist nobody can sign
      *   on or check anything, so that first load is applied
      *   directly as before and audited as a carga inicial.  It
      *   should bring in at least two supervisors.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT MAINT-PENDING-FILE ASSIGN TO "MAINTPND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-STAGE-FILE ASSIGN TO "MNTPTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  MAINT-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTPNR.

       FD  PENDING-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  STAGED-PENDING-RECORD          PIC X(105).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY SIGNONPR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-MASTER-WAS-FOUND    VALUE "Y".
           05  WS-ACTION-APPLIED-SWITCH   PIC X(01) VALUE "N".
               88  WS-ACTION-WAS-APPLIED  VALUE "Y".
           05  WS-BOOTSTRAP-SWITCH        PIC X(01) VALUE "N".
               88  WS-BOOTSTRAP-LOAD      VALUE "Y".
           05  WS-QUEUE-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-END-OF-QUEUE        VALUE "Y".
           05  WS-TABLE-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOWED    VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
           05  WS-APPLIED-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC 9(8) COMP VALUE ZERO.
           05  WS-QUEUED-COUNT            PIC 9(8) COMP VALUE ZERO.
           05  WS-ITEM-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-ITEM-MAX                PIC 9(4) COMP VALUE 2000.
           05  WS-ITEM-SUB                PIC 9(4) COMP VALUE ZERO.
           05  WS-DECIDED-COUNT           PIC 9(4) COMP VALUE ZERO.

       01  WS-LAST-ITEM-NUMBER            PIC 9(6) VALUE ZERO.

      *    The queue is loaded whole so the approved operator items
      *    can be marked applied or refused and written back in one
      *    staged pass, like ACCT-MAINT; each slot holds one queue
      *    record image.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-TE-PENDING-IMAGE    PIC X(105).

       01  WS-REJECT-REASON               PIC X(30).
       01  WS-PIN-SUB                     PIC 9(2) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS            PIC X(02).
           05  WS-OPERMAST-STATUS         PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).
           05  WS-PENDING-STATUS          PIC X(02).
           05  WS-STAGE-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           IF NOT WS-BOOTSTRAP-LOAD AND NOT SP-SIGNON-OK
               DISPLAY "Acceso denegado. Fin del trabajo."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           IF WS-BOOTSTRAP-LOAD
               PERFORM READ-NEXT-MAINT-RECORD
               PERFORM APPLY-BOOTSTRAP-ACTION
                   UNTIL WS-END-OF-FILE
           ELSE
               IF NOT WS-MASTER-OPEN-FAILED
                   PERFORM LOAD-QUEUE-TABLE
               END-IF
               IF NOT WS-MASTER-OPEN-FAILED
                       AND NOT WS-TABLE-OVERFLOWED
                   PERFORM APPLY-APPROVED-ITEMS
                   PERFORM REWRITE-QUEUE-FILE
                   PERFORM QUEUE-NEW-ACTIONS
               END-IF
           END-IF.
           PERFORM CLOSE-FILES.
           PERFORM PRINT-REPORT-TOTALS.
           EVALUATE TRUE
               WHEN WS-MASTER-OPEN-FAILED
                   MOVE "OPERMAST" TO WS-AUDIT-KEY-INPUT
                   MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-TABLE-OVERFLOWED
                   DISPLAY "Demasiadas acciones en MAINTPND (mas de "
                       WS-ITEM-MAX "), no se modifica nada."
                   MOVE "MAINTPND" TO WS-AUDIT-KEY-INPUT
                   MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-APPLIED-COUNT TO WS-AUDIT-KEY-INPUT
                   MOVE "MANTENIMIENTO COMPLETADO"
                       TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RECORD.
           GOBACK.

      *    A security master that does not exist yet (estado 35)
      *    means the bootstrap load: there is nobody to sign on or
      *    to check the load, so it runs as SYSTEM.  Otherwise the
      *    maker must sign on like every other maintenance run.
       INITIALIZE-RUN.
           MOVE "OPER-MAINT" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           OPEN INPUT OPER-MASTER-FILE.
           IF WS-OPERMAST-STATUS = "35"
               SET WS-BOOTSTRAP-LOAD TO TRUE
               MOVE "SYSTEM" TO RH-OPERATOR-ID
               MOVE SPACES TO MAINT-PENDING-RECORD
               MOVE "SYSTEM" TO MP-MAKER-ID
               DISPLAY "OPERMAST no existe: carga inicial sin doble"
                   " control."
           ELSE
               IF WS-OPERMAST-STATUS = "00"
                   CLOSE OPER-MASTER-FILE
               END-IF
               CALL "OPER-SIGNON" USING SIGNON-PARAMETERS
               IF SP-SIGNON-OK
                   MOVE SP-OPERATOR-ID TO RH-OPERATOR-ID
               END-IF
           END-IF.
           IF WS-BOOTSTRAP-LOAD OR SP-SIGNON-OK
               DISPLAY "============================================="
               DISPLAY "  " RH-JOB-NAME " - Operador: "
                   RH-OPERATOR-ID " - Fecha: " RH-RUN-DATE
               DISPLAY "============================================="
           END-IF.

      *    OPER-MAINT is the program that is allowed to create a
      *    brand-new OPERMAST, but only when the security master
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       APPLY-BOOTSTRAP-ACTION.
           PERFORM APPLY-ONE-ACTION.
           PERFORM READ-NEXT-MAINT-RECORD.

      *    Apply the approved items from the queue.
       LOAD-QUEUE-TABLE.
           OPEN INPUT MAINT-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               SET WS-END-OF-QUEUE TO TRUE
           ELSE
               PERFORM READ-NEXT-QUEUE-ITEM
           END-IF.
           PERFORM LOAD-ONE-QUEUE-ITEM
               UNTIL WS-END-OF-QUEUE OR WS-TABLE-OVERFLOWED.
           IF WS-PENDING-STATUS NOT = "35"
               CLOSE MAINT-PENDING-FILE
           END-IF.

       READ-NEXT-QUEUE-ITEM.
           READ MAINT-PENDING-FILE
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
           END-READ.

      *    Item numbers are shared with ACCT-MAINT's items, so the
      *    next number follows the highest one in the whole queue.
       LOAD-ONE-QUEUE-ITEM.
           IF WS-ITEM-COUNT NOT LESS THAN WS-ITEM-MAX
               SET WS-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE MAINT-PENDING-RECORD
                   TO WS-TE-PENDING-IMAGE (WS-ITEM-COUNT)
               IF MP-ITEM-NUMBER > WS-LAST-ITEM-NUMBER
                   MOVE MP-ITEM-NUMBER TO WS-LAST-ITEM-NUMBER
               END-IF
               PERFORM READ-NEXT-QUEUE-ITEM
           END-IF.

       APPLY-APPROVED-ITEMS.
           MOVE ZERO TO WS-ITEM-SUB.
           PERFORM APPLY-ONE-QUEUE-ITEM
               UNTIL WS-ITEM-SUB NOT LESS THAN WS-ITEM-COUNT.

       APPLY-ONE-QUEUE-ITEM.
           ADD 1 TO WS-ITEM-SUB.
           MOVE WS-TE-PENDING-IMAGE (WS-ITEM-SUB)
               TO MAINT-PENDING-RECORD.
           IF MP-FOR-OPERATOR AND MP-STATUS-APPROVED
               MOVE MP-TRANSACTION TO OPER-MAINT-RECORD
               PERFORM APPLY-ONE-ACTION
               IF WS-ACTION-WAS-APPLIED
                   SET MP-STATUS-APPLIED TO TRUE
                   MOVE "APLICADA" TO MP-RESULT
               ELSE
                   SET MP-STATUS-REFUSED TO TRUE
                   MOVE WS-REJECT-REASON TO MP-RESULT
               END-IF
               MOVE MAINT-PENDING-RECORD
                   TO WS-TE-PENDING-IMAGE (WS-ITEM-SUB)
               ADD 1 TO WS-DECIDED-COUNT
           END-IF.

       REWRITE-QUEUE-FILE.
           IF WS-DECIDED-COUNT > ZERO
               PERFORM STAGE-UPDATED-QUEUE
               PERFORM COPY-STAGE-TO-QUEUE
           END-IF.

       STAGE-UPDATED-QUEUE.
           OPEN OUTPUT PENDING-STAGE-FILE.
           MOVE ZERO TO WS-ITEM-SUB.
           PERFORM WRITE-ONE-STAGED
               UNTIL WS-ITEM-SUB NOT LESS THAN WS-ITEM-COUNT.
           CLOSE PENDING-STAGE-FILE.

       WRITE-ONE-STAGED.
           ADD 1 TO WS-ITEM-SUB.
           MOVE WS-TE-PENDING-IMAGE (WS-ITEM-SUB)
               TO STAGED-PENDING-RECORD.
           WRITE STAGED-PENDING-RECORD.

       COPY-STAGE-TO-QUEUE.
           OPEN INPUT PENDING-STAGE-FILE.
           OPEN OUTPUT MAINT-PENDING-FILE.
           MOVE "N" TO WS-QUEUE-EOF-SWITCH.
           PERFORM READ-NEXT-STAGED.
           PERFORM COPY-ONE-STAGED
               UNTIL WS-END-OF-QUEUE.
           CLOSE PENDING-STAGE-FILE.
           CLOSE MAINT-PENDING-FILE.

       READ-NEXT-STAGED.
           READ PENDING-STAGE-FILE
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
           END-READ.

       COPY-ONE-STAGED.
           MOVE STAGED-PENDING-RECORD TO MAINT-PENDING-RECORD.
           WRITE MAINT-PENDING-RECORD.
           PERFORM READ-NEXT-STAGED.

      *    Today's OPERMNT actions join the end of the queue as
      *    pending items under the signed-on maker; only an
      *    unknown action code is turned away here.
       QUEUE-NEW-ACTIONS.
           OPEN EXTEND MAINT-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               OPEN OUTPUT MAINT-PENDING-FILE
           END-IF.
           PERFORM READ-NEXT-MAINT-RECORD.
           PERFORM QUEUE-ONE-ACTION
               UNTIL WS-END-OF-FILE.
           CLOSE MAINT-PENDING-FILE.

       READ-NEXT-MAINT-RECORD.
           READ MAINT-IN-FILE
               AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       QUEUE-ONE-ACTION.
           IF OT-ACTION-ADD OR OT-ACTION-UPDATE
                   OR OT-ACTION-DEACTIVATE OR OT-ACTION-REACTIVATE
               ADD 1 TO WS-LAST-ITEM-NUMBER
               MOVE WS-LAST-ITEM-NUMBER TO MP-ITEM-NUMBER
               SET MP-FOR-OPERATOR TO TRUE
               MOVE OPER-MAINT-RECORD TO MP-TRANSACTION
               MOVE RH-OPERATOR-ID TO MP-MAKER-ID
               MOVE RH-RUN-DATE TO MP-QUEUED-DATE
               MOVE SPACES TO MP-CHECKER-ID
               MOVE ZERO TO MP-DECIDED-DATE
               SET MP-STATUS-PENDING TO TRUE
               MOVE SPACES TO MP-RESULT
               WRITE MAINT-PENDING-RECORD
               ADD 1 TO WS-QUEUED-COUNT
               DISPLAY "  EN COLA   " OT-ACTION-CODE " "
                   OT-OPERATOR-ID " - pendiente numero "
                   MP-ITEM-NUMBER
               MOVE SPACES TO WS-AUDIT-KEY-INPUT
               STRING MP-ITEM-NUMBER " " OT-ACTION-CODE " "
                   OT-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
               MOVE "PENDIENTE DE APROBACION" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "  RECHAZADA " OT-ACTION-CODE " "
                   OT-OPERATOR-ID " - CODIGO DE ACCION INVALIDO"
           END-IF.
           PERFORM READ-NEXT-MAINT-RECORD.

       APPLY-ONE-ACTION.
           PERFORM LOOKUP-MASTER.
           SET WS-ACTION-APPLIED-SWITCH TO "N".
               DISPLAY "  RECHAZADA " OT-ACTION-CODE " "
                   OT-OPERATOR-ID " - " WS-REJECT-REASON
           END-IF.
           DISPLAY "    Pendiente " MP-ITEM-NUMBER " preparada por "
               MP-MAKER-ID " aprobada por " MP-CHECKER-ID.

       LOOKUP-MASTER.
           SET WS-MASTER-FOUND-SWITCH TO "N".
               MOVE OT-OPERATOR-PIN TO OM-OPERATOR-PIN
               MOVE OT-AUTHORITY TO OM-AUTHORITY
               SET OM-IS-ACTIVE TO TRUE
               MOVE ZERO TO OM-PIN-CHANGED-DATE
               MOVE RH-RUN-DATE TO OM-LAST-SIGNON-DATE
               MOVE SPACES TO OM-PIN-HISTORY
               WRITE OPERATOR-MASTER-RECORD
                   INVALID KEY
                       MOVE "NO SE PUDO GRABAR EL ALTA"
               MOVE "OPERADOR NO ENCONTRADO" TO WS-REJECT-REASON
           ELSE
               MOVE OT-OPERATOR-NAME TO OM-OPERATOR-NAME
               IF OT-OPERATOR-PIN NOT = OM-OPERATOR-PIN
                   PERFORM RETIRE-CURRENT-PIN
                   MOVE OT-OPERATOR-PIN TO OM-OPERATOR-PIN
                   MOVE ZERO TO OM-PIN-CHANGED-DATE
               END-IF
               MOVE OT-AUTHORITY TO OM-AUTHORITY
               PERFORM REWRITE-MASTER-RECORD
           END-IF.
                   MOVE "OPERADOR YA ACTIVO" TO WS-REJECT-REASON
               ELSE
                   SET OM-IS-ACTIVE TO TRUE
                   MOVE RH-RUN-DATE TO OM-LAST-SIGNON-DATE
                   PERFORM REWRITE-MASTER-RECORD
               END-IF
           END-IF.

      *    The PIN being replaced goes to the front of the history
      *    and the oldest one drops off the end.
       RETIRE-CURRENT-PIN.
           MOVE 5 TO WS-PIN-SUB.
           PERFORM SHIFT-ONE-PREVIOUS-PIN
               UNTIL WS-PIN-SUB < 2.
           MOVE OM-OPERATOR-PIN TO OM-PREVIOUS-PIN (1).

       SHIFT-ONE-PREVIOUS-PIN.
           MOVE OM-PREVIOUS-PIN (WS-PIN-SUB - 1)
               TO OM-PREVIOUS-PIN (WS-PIN-SUB).
           SUBTRACT 1 FROM WS-PIN-SUB.

       REWRITE-MASTER-RECORD.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
       PRINT-REPORT-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  Acciones leidas    : " WS-READ-COUNT.
           DISPLAY "  Acciones en cola   : " WS-QUEUED-COUNT.
           DISPLAY "  Acciones aplicadas : " WS-APPLIED-COUNT.
           DISPLAY "  Acciones rechazadas: " WS-REJECTED-COUNT.
           DISPLAY "=============================================".

      *    Once its actions are on the queue (or, on the bootstrap,
      *    applied) OPERMNT is emptied, so a rerun cannot submit the
      *    same actions twice.
       CLOSE-FILES.
           CLOSE MAINT-IN-FILE.
           IF WS-READ-COUNT > ZERO
               OPEN OUTPUT MAINT-IN-FILE
               CLOSE MAINT-IN-FILE
           END-IF.
           CLOSE OPER-MASTER-FILE.

       WRITE-ACTION-AUDIT.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING OT-ACTION-CODE " " OT-OPERATOR-ID " "
               MP-MAKER-ID " " MP-CHECKER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           IF WS-BOOTSTRAP-LOAD
               MOVE "CARGA INICIAL APLICADA" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "ACCION APLICADA" TO WS-AUDIT-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

