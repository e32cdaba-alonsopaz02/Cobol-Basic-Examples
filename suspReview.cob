       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-REVIEW.
      *Supervisor review screen over the ALERTQ suspicious-
      *activity alert queue SUSP-MONITOR raises.  A supervisor
      *signed on through OPER-SIGNON walks each pending alert -
      *the account, the rule it tripped, the posting count behind
      *it and, for velocity, the account's own norm - and marks it
      *cleared (nothing to pursue) or escalated (handed on for
      *investigation).  Each decision is stamped on the alert with
      *the deciding supervisor and the business date and written
      *back through the ALRTTMP staging file, the same crash-safe
      *rebuild APPR-REVIEW uses, so the same alert is never
      *reviewed twice; every decision lands in AUDITLOG under the
      *deciding operator.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT STAGING-FILE ASSIGN TO "ALRTTMP"
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
       FD  ALERT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPALRR.

       FD  STAGING-FILE
           LABEL RECORDS ARE STANDARD.
       01  STAGED-ALERT-RECORD            PIC X(86).

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

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ITEM-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-ITEM-MAX                PIC 9(4) COMP VALUE 2000.
           05  WS-ITEM-SUB                PIC 9(4) COMP VALUE ZERO.
           05  WS-PENDING-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-CLEARED-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-ESCALATED-COUNT         PIC 9(4) COMP VALUE ZERO.

      *    The whole queue is worked in storage and written back
      *    in one staged pass at the end, like APPR-REVIEW; each
      *    slot holds one alert record image.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-TE-ALERT-IMAGE      PIC X(86).

       01  WS-CLEARED-EDIT                PIC ZZZ9.
       01  WS-ESCALATED-EDIT              PIC ZZZ9.

       01  WS-RULE-DESCRIPTION            PIC X(30).

       01  WS-DECISION                    PIC X(01).
           88  WS-DECIDE-CLEAR            VALUE "D" "d".
           88  WS-DECIDE-ESCALATE         VALUE "E" "e".
           88  WS-DECIDE-SKIP             VALUE "S" "s".
           88  WS-DECIDE-QUIT             VALUE "F" "f".

       01  WS-FILE-STATUSES.
           05  WS-ALERT-STATUS            PIC X(02).
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
               DISPLAY "La revision de alertas esta reservada"
                   " a supervisores."
               MOVE "ALERTQ" TO WS-AUDIT-KEY-INPUT
               MOVE "AUTORIDAD INSUFICIENTE" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-ITEM-TABLE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "Demasiadas alertas en ALERTQ (mas de "
                   WS-ITEM-MAX "), no se modifica nada."
               MOVE "ALERTQ" TO WS-AUDIT-KEY-INPUT
               MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WALK-PENDING-ALERTS
               PERFORM REWRITE-ITEM-FILE
               PERFORM PRINT-SESSION-TOTALS
               MOVE SPACES TO WS-AUDIT-KEY-INPUT
               MOVE WS-CLEARED-COUNT TO WS-CLEARED-EDIT
               MOVE WS-ESCALATED-COUNT TO WS-ESCALATED-EDIT
               STRING WS-CLEARED-EDIT " " WS-ESCALATED-EDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
               MOVE "REVISION COMPLETADA" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "SUSP-REVIEW" TO RH-JOB-NAME.
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
           OPEN INPUT ALERT-QUEUE-FILE.
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "Sin fichero de alertas (estado "
                   WS-ALERT-STATUS ")."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ALERT
           END-IF.
           PERFORM LOAD-ONE-ITEM
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED.
           IF WS-ALERT-STATUS NOT = "35"
               CLOSE ALERT-QUEUE-FILE
           END-IF.

       READ-NEXT-ALERT.
           READ ALERT-QUEUE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-ITEM.
           IF WS-ITEM-COUNT NOT LESS THAN WS-ITEM-MAX
               SET WS-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE SUSPICIOUS-ALERT-RECORD
                   TO WS-TE-ALERT-IMAGE (WS-ITEM-COUNT)
               IF SA-STATUS-PENDING
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               PERFORM READ-NEXT-ALERT
           END-IF.

      *----------------------------------------------------------*
      * WALK THE PENDING ALERTS                               *
      *----------------------------------------------------------*
       WALK-PENDING-ALERTS.
           DISPLAY "Alertas pendientes: " WS-PENDING-COUNT.
           MOVE ZERO TO WS-ITEM-SUB.
           SET WS-WALK-CONTINUE-SW TO "Y".
           PERFORM WORK-ONE-ITEM
               UNTIL WS-ITEM-SUB NOT LESS THAN WS-ITEM-COUNT
               OR NOT WS-WALK-CONTINUE.

      *    The alert is worked in the queue record area and put
      *    back into its slot once decided.
       WORK-ONE-ITEM.
           ADD 1 TO WS-ITEM-SUB.
           MOVE WS-TE-ALERT-IMAGE (WS-ITEM-SUB)
               TO SUSPICIOUS-ALERT-RECORD.
           IF SA-STATUS-PENDING
               PERFORM SHOW-ONE-ITEM
               PERFORM GET-DECISION
               EVALUATE TRUE
                   WHEN WS-DECIDE-CLEAR
                       PERFORM CLEAR-ITEM
                   WHEN WS-DECIDE-ESCALATE
                       PERFORM ESCALATE-ITEM
                   WHEN WS-DECIDE-QUIT
                       MOVE "N" TO WS-WALK-CONTINUE-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SHOW-ONE-ITEM.
           EVALUATE TRUE
               WHEN SA-RULE-STRUCTURING
                   MOVE "ESTRUCTURACION" TO WS-RULE-DESCRIPTION
               WHEN SA-RULE-VELOCITY
                   MOVE "VELOCIDAD" TO WS-RULE-DESCRIPTION
               WHEN SA-RULE-REACTIVATION
                   MOVE "REACTIVACION" TO WS-RULE-DESCRIPTION
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO WS-RULE-DESCRIPTION
           END-EVALUATE.
           DISPLAY "---------------------------------------------".
           DISPLAY "Alerta " SA-ALERT-NUMBER " (" WS-ITEM-SUB " de "
               WS-ITEM-COUNT "):".
           DISPLAY "  Cuenta     : " SA-ACCOUNT-NUMBER.
           DISPLAY "  Regla      : " SA-RULE-CODE " "
               WS-RULE-DESCRIPTION.
           DISPLAY "  Motivo     : " SA-REASON.
           DISPLAY "  Movimientos: " SA-POSTING-COUNT
               " desde " SA-REFERENCE-DATE.
           IF SA-RULE-VELOCITY
               DISPLAY "  Norma      : " SA-BASELINE-COUNT
                   " movimientos en el periodo anterior"
           END-IF.
           DISPLAY "  Levantada  : " SA-RAISED-DATE.

       GET-DECISION.
           DISPLAY "(D)escartar (E)scalar (S)altar (F)in: ".
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           IF NOT WS-DECIDE-CLEAR AND NOT WS-DECIDE-ESCALATE
                   AND NOT WS-DECIDE-SKIP AND NOT WS-DECIDE-QUIT
               DISPLAY "Opcion invalida, la alerta queda"
                   " pendiente."
               MOVE "S" TO WS-DECISION
           END-IF.

       CLEAR-ITEM.
           SET SA-STATUS-CLEARED TO TRUE.
           PERFORM STAMP-DECISION.
           ADD 1 TO WS-CLEARED-COUNT.
           MOVE "ALERTA DESCARTADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-DECISION-AUDIT.

       ESCALATE-ITEM.
           SET SA-STATUS-ESCALATED TO TRUE.
           PERFORM STAMP-DECISION.
           ADD 1 TO WS-ESCALATED-COUNT.
           MOVE "ALERTA ESCALADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-DECISION-AUDIT.

       STAMP-DECISION.
           MOVE RH-OPERATOR-ID TO SA-REVIEWED-BY.
           MOVE WS-BUSINESS-DATE TO SA-REVIEWED-DATE.
           MOVE SUSPICIOUS-ALERT-RECORD
               TO WS-TE-ALERT-IMAGE (WS-ITEM-SUB).

       WRITE-DECISION-AUDIT.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING SA-ALERT-NUMBER " " SA-RULE-CODE " "
               SA-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           PERFORM WRITE-AUDIT-RECORD.

      *----------------------------------------------------------*
      * WRITE THE DECISIONS BACK                              *
      *----------------------------------------------------------*
       REWRITE-ITEM-FILE.
           IF WS-CLEARED-COUNT > ZERO OR WS-ESCALATED-COUNT > ZERO
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
           MOVE WS-TE-ALERT-IMAGE (WS-ITEM-SUB)
               TO STAGED-ALERT-RECORD.
           WRITE STAGED-ALERT-RECORD.

       COPY-STAGE-TO-LIVE.
           OPEN INPUT STAGING-FILE.
           OPEN OUTPUT ALERT-QUEUE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-NEXT-STAGED.
           PERFORM COPY-ONE-STAGED
               UNTIL WS-END-OF-FILE.
           CLOSE STAGING-FILE.
           CLOSE ALERT-QUEUE-FILE.

       READ-NEXT-STAGED.
           READ STAGING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-STAGED.
           MOVE STAGED-ALERT-RECORD TO SUSPICIOUS-ALERT-RECORD.
           WRITE SUSPICIOUS-ALERT-RECORD.
           PERFORM READ-NEXT-STAGED.

       PRINT-SESSION-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  Alertas en fichero   : " WS-ITEM-COUNT.
           DISPLAY "  Pendientes al entrar : " WS-PENDING-COUNT.
           DISPLAY "  Descartadas          : " WS-CLEARED-COUNT.
           DISPLAY "  Escaladas            : " WS-ESCALATED-COUNT.
           DISPLAY "=============================================".

      *----------------------------------------------------------*
      * SHARED AUDIT LOG                                      *
      *----------------------------------------------------------*
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "SUSP-REVIEW" TO AL-PROGRAM-NAME.
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

       END PROGRAM SUSP-REVIEW.
