      *   screen (ACCT-INQUIRY): master record, recent history,
      *   and open exceptions for one account, with every lookup
      *   audited.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - Added menu option 7, the keyed batch entry screen
      *   (BATCH-ENTRY): vouchers are keyed against the batch
      *   slip's control totals and only a balanced batch is
      *   released to TRANSRAW.
      * - Signs on as an inquiry caller.  An operator whose required
      *   training is outstanding gets in with inquiry-only access
      *   and may use the banner, the onboarding checkpoint and the
      *   account inquiry; the calculator, both maintenance
      *   screens and batch entry are refused and audited.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  WS-MENU-CONTINUE       VALUE "Y".
           05  WS-OPCION-VALIDA-SW        PIC X(01) VALUE "N".
               88  WS-OPCION-VALIDA       VALUE "Y".
           05  WS-OPCION-PERMITIDA-SW     PIC X(01) VALUE "Y".
               88  WS-OPCION-PERMITIDA    VALUE "Y".

       01  WS-RETRY-COUNT                 PIC 9(2) COMP VALUE ZERO.
       01  WS-AUDIT-STATUS                PIC X(02).
       01  WS-AVISO-BAJA                  PIC 9(3) VALUE ZERO.
       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE "CAPITULO11" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           SET SP-CALLER-INQUIRY TO TRUE.
           CALL "OPER-SIGNON" USING SIGNON-PARAMETERS.
           IF NOT SP-SIGNON-OK
               DISPLAY "Acceso denegado. Fin del trabajo."
           PERFORM VALIDA-OPCION-MENU.
           IF WS-OPCION-VALIDA
               MOVE ZERO TO WS-RETRY-COUNT
               PERFORM COMPRUEBA-ACCESO-CONSULTA
           END-IF.
           IF WS-OPCION-VALIDA AND WS-OPCION-PERMITIDA
               EVALUATE WS-MENU-OPTION
                   WHEN 1
                       PERFORM EJECUTA-BANNER
                       PERFORM EJECUTA-AVISOS
                   WHEN 6
                       PERFORM EJECUTA-CONSULTA
                   WHEN 7
                       PERFORM EJECUTA-GRABACION-LOTES
                   WHEN 0
                       MOVE "N" TO WS-MENU-CONTINUE-SW
               END-EVALUATE
           END-IF.
           IF NOT WS-OPCION-VALIDA
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "Opcion invalida. Intento " WS-RETRY-COUNT
                   " de 3."
           DISPLAY "  4 - Mantenimiento del umbral de la calculadora".
           DISPLAY "  5 - Mantenimiento de avisos del dia".
           DISPLAY "  6 - Consulta de cuentas (ACCT-INQUIRY)".
           DISPLAY "  7 - Grabacion de lotes (BATCH-ENTRY)".
           DISPLAY "  0 - Salir".
           DISPLAY "=============================================".
           DISPLAY "Selecciona una opcion: ".
           MOVE "N" TO WS-OPCION-VALIDA-SW.
           ACCEPT WS-MENU-OPTION.
           IF WS-MENU-OPTION IS NUMERIC
                   AND WS-MENU-OPTION NOT GREATER THAN 7
               SET WS-OPCION-VALIDA TO TRUE
           END-IF.

      *    An inquiry-only sign-on (required training outstanding)
      *    may not reach anything that posts or maintains.
       COMPRUEBA-ACCESO-CONSULTA.
           SET WS-OPCION-PERMITIDA TO TRUE.
           IF SP-ACCESS-INQUIRY-ONLY
                   AND (WS-MENU-OPTION = 2 OR WS-MENU-OPTION = 4
                       OR WS-MENU-OPTION = 5 OR WS-MENU-OPTION = 7)
               DISPLAY "Acceso limitado a consultas: complete la"
                   " formacion obligatoria."
               MOVE "N" TO WS-OPCION-PERMITIDA-SW
               MOVE SPACES TO WS-AUDIT-KEY-INPUT
               STRING "OPCION " WS-MENU-OPTION DELIMITED BY SIZE
                   INTO WS-AUDIT-KEY-INPUT
               END-STRING
               MOVE "SOLO CONSULTA POR FORMACION" TO WS-AUDIT-OUTCOME
               PERFORM ESCRIBE-AUDITORIA
           END-IF.

       EJECUTA-BANNER.
           CALL "CAPITULO-7".
           MOVE "OPCION 1" TO WS-AUDIT-KEY-INPUT.
           MOVE "CONSULTA EJECUTADA" TO WS-AUDIT-OUTCOME.
           PERFORM ESCRIBE-AUDITORIA.

      *    The batch entry screen signs its operator on itself and
      *    logs every batch released or abandoned to AUDITLOG.
       EJECUTA-GRABACION-LOTES.
           CALL "BATCH-ENTRY".
           MOVE "OPCION 7" TO WS-AUDIT-KEY-INPUT.
           MOVE "GRABACION DE LOTES EJECUTADA" TO WS-AUDIT-OUTCOME.
           PERFORM ESCRIBE-AUDITORIA.

      *----------------------------------------------------------*
      * MAINTENANCE - CALCULATOR THRESHOLD                        *
      *----------------------------------------------------------*
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

