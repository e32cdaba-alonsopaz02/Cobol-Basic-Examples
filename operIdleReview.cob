       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-IDLE-REVIEW.
      *Periodic review of the OPERMAST security master.  An
      *operator who left used to keep a working sign-on until
      *somebody remembered an OPER-MAINT deactivation; now every
      *active operator whose last granted sign-on is older than
      *the SECPARM idle window (90 days when the file is missing)
      *is deactivated here, and OPER-MAINT's reactivation is the
      *only way back.  The SECEXRPT security exceptions report
      *for the auditors lists each operator deactivated today,
      *then each remaining active operator whose PIN is past the
      *SECPARM maximum age or was assigned by OPER-MAINT and
      *never changed - OPER-SIGNON forces the change at the next
      *sign-on, but until then the PIN stands.  Every
      *deactivation and the run totals go to AUDITLOG.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SECEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  SECURITY-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECPARMR.

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

       01  WS-PIN-MAX-AGE-DAYS            PIC 9(3) VALUE 90.
       01  WS-IDLE-DAYS                   PIC 9(3) VALUE 90.
       01  WS-IDLE-CUTOFF-DATE            PIC 9(8) VALUE ZERO.
       01  WS-RUN-INTEGER                 PIC 9(8) COMP VALUE ZERO.
       01  WS-DATE-INTEGER                PIC 9(8) COMP VALUE ZERO.
       01  WS-PIN-AGE-DAYS                PIC 9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-OPERATOR-COUNT          PIC 9(6) COMP VALUE ZERO.
           05  WS-ACTIVE-COUNT            PIC 9(6) COMP VALUE ZERO.
           05  WS-INACTIVE-COUNT          PIC 9(6) COMP VALUE ZERO.
           05  WS-DEACTIVATED-COUNT       PIC 9(6) COMP VALUE ZERO.
           05  WS-PIN-EXPIRED-COUNT       PIC 9(6) COMP VALUE ZERO.
           05  WS-PIN-ASSIGNED-COUNT      PIC 9(6) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-OPERMAST-STATUS         PIC X(02).
           05  WS-PARM-STATUS             PIC X(02).
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
               VALUE "SECEXRPT  ".
           05  FILLER                     PIC X(40) VALUE
               "EXCEPCIONES DE SEGURIDAD DE OPERADORES".
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
               "  OPERADOR".
           05  FILLER                     PIC X(22) VALUE "NOMBRE".
           05  FILLER                     PIC X(04) VALUE "AUT".
           05  FILLER                     PIC X(12) VALUE
               "ULT.ACCESO".
           05  FILLER                     PIC X(12) VALUE
               "PIN CAMBIO".
           05  FILLER                     PIC X(08) VALUE
               "DIAS PIN".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
               "EXCEPCION".
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-OPERATOR-ID         PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-OPERATOR-NAME       PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-AUTHORITY           PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RPT-LAST-SIGNON         PIC 9(8).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-RPT-PIN-CHANGED         PIC 9(8).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-RPT-PIN-AGE             PIC ZZZZ9 BLANK WHEN ZERO.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-RPT-EXCEPTION           PIC X(30).
           05  FILLER                     PIC X(30) VALUE SPACES.

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
           PERFORM READ-SECURITY-PARM.
           PERFORM COMPUTE-IDLE-CUTOFF.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-PAGE-NUMBER.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM REVIEW-OPERATOR-MASTER.
           PERFORM PRINT-REVIEW-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-MASTER-OPEN-FAILED
               MOVE "OPERMAST" TO WS-AUDIT-KEY-INPUT
               MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-DEACTIVATED-COUNT TO WS-AUDIT-KEY-INPUT
               MOVE "REVISION DE OPERADORES HECHA"
                   TO WS-AUDIT-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "OPER-IDLE-REVIEW" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

       READ-SECURITY-PARM.
           MOVE 90 TO WS-PIN-MAX-AGE-DAYS.
           MOVE 90 TO WS-IDLE-DAYS.
           OPEN INPUT SECURITY-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ SECURITY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-SECURITY-PARM
               END-READ
               CLOSE SECURITY-PARM-FILE
           END-IF.

       APPLY-SECURITY-PARM.
           IF SC-PIN-MAX-AGE-DAYS IS NUMERIC
                   AND SC-PIN-MAX-AGE-DAYS > ZERO
               MOVE SC-PIN-MAX-AGE-DAYS TO WS-PIN-MAX-AGE-DAYS
           END-IF.
           IF SC-IDLE-DAYS IS NUMERIC
                   AND SC-IDLE-DAYS > ZERO
               MOVE SC-IDLE-DAYS TO WS-IDLE-DAYS
           END-IF.

      *    Sign-ons are stamped with the calendar date, so the
      *    idle window is counted back from today's run date.
       COMPUTE-IDLE-CUTOFF.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (RH-RUN-DATE).
           COMPUTE WS-DATE-INTEGER = WS-RUN-INTEGER - WS-IDLE-DAYS.
           COMPUTE WS-IDLE-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           DISPLAY "  Ventana sin acceso: " WS-IDLE-DAYS
               " dias (corte " WS-IDLE-CUTOFF-DATE
               "); caducidad del PIN: " WS-PIN-MAX-AGE-DAYS " dias.".

       REVIEW-OPERATOR-MASTER.
           OPEN I-O OPER-MASTER-FILE.
           IF WS-OPERMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir OPERMAST (estado "
                   WS-OPERMAST-STATUS "); restaure el maestro de"
                   " operadores antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-OPERATOR
           END-IF.
           PERFORM REVIEW-ONE-OPERATOR
               UNTIL WS-END-OF-FILE.
           IF NOT WS-MASTER-OPEN-FAILED
               CLOSE OPER-MASTER-FILE
           END-IF.

       READ-NEXT-OPERATOR.
           READ OPER-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    A last-sign-on date before the cutoff (or none at all)
      *    deactivates the operator; an operator left active is
      *    then checked for a PIN the auditors should know about.
       REVIEW-ONE-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT.
           IF OM-IS-ACTIVE
               IF OM-LAST-SIGNON-DATE IS NOT NUMERIC
                       OR OM-LAST-SIGNON-DATE < WS-IDLE-CUTOFF-DATE
                   PERFORM DEACTIVATE-IDLE-OPERATOR
               ELSE
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM CHECK-PIN-AGE
               END-IF
           ELSE
               ADD 1 TO WS-INACTIVE-COUNT
           END-IF.
           PERFORM READ-NEXT-OPERATOR.

       DEACTIVATE-IDLE-OPERATOR.
           SET OM-IS-INACTIVE TO TRUE.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "  AVISO: no se pudo regrabar el operador "
                       OM-OPERATOR-ID "."
               NOT INVALID KEY
                   ADD 1 TO WS-DEACTIVATED-COUNT
                   MOVE ZERO TO WS-PIN-AGE-DAYS
                   MOVE "INACTIVADO POR FALTA DE USO"
                       TO WS-RPT-EXCEPTION
                   PERFORM PRINT-EXCEPTION-LINE
                   MOVE OM-OPERATOR-ID TO WS-AUDIT-KEY-INPUT
                   MOVE "OPERADOR INACTIVADO" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       CHECK-PIN-AGE.
           IF OM-PIN-CHANGED-DATE IS NOT NUMERIC
                   OR OM-PIN-CHANGED-DATE = ZERO
               ADD 1 TO WS-PIN-ASSIGNED-COUNT
               MOVE ZERO TO WS-PIN-AGE-DAYS
               MOVE "PIN ASIGNADO SIN CAMBIAR" TO WS-RPT-EXCEPTION
               PERFORM PRINT-EXCEPTION-LINE
           ELSE
               COMPUTE WS-PIN-AGE-DAYS = WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE (OM-PIN-CHANGED-DATE)
               IF WS-PIN-AGE-DAYS NOT LESS THAN WS-PIN-MAX-AGE-DAYS
                   ADD 1 TO WS-PIN-EXPIRED-COUNT
                   MOVE "PIN CADUCADO" TO WS-RPT-EXCEPTION
                   PERFORM PRINT-EXCEPTION-LINE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * SECEXRPT - THE SECURITY EXCEPTIONS REPORT                *
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

       PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE OM-OPERATOR-ID TO WS-RPT-OPERATOR-ID.
           MOVE OM-OPERATOR-NAME TO WS-RPT-OPERATOR-NAME.
           MOVE OM-AUTHORITY TO WS-RPT-AUTHORITY.
           IF OM-LAST-SIGNON-DATE IS NUMERIC
               MOVE OM-LAST-SIGNON-DATE TO WS-RPT-LAST-SIGNON
           ELSE
               MOVE ZERO TO WS-RPT-LAST-SIGNON
           END-IF.
           IF OM-PIN-CHANGED-DATE IS NUMERIC
               MOVE OM-PIN-CHANGED-DATE TO WS-RPT-PIN-CHANGED
           ELSE
               MOVE ZERO TO WS-RPT-PIN-CHANGED
           END-IF.
           MOVE WS-PIN-AGE-DAYS TO WS-RPT-PIN-AGE.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           DISPLAY "  " OM-OPERATOR-ID " " OM-OPERATOR-NAME " "
               WS-RPT-EXCEPTION.

       PRINT-REVIEW-TOTALS.
           MOVE "Operadores examinados" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-OPERATOR-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "Inactivados hoy por falta de uso"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-DEACTIVATED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Activos con PIN caducado" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-PIN-EXPIRED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Activos con PIN asignado sin cambiar"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-PIN-ASSIGNED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Siguen activos" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Ya inactivos" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-INACTIVE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY "=============================================".
           DISPLAY "  OPER-IDLE-REVIEW - TOTALES".
           DISPLAY "  Operadores examinados   : " WS-OPERATOR-COUNT.
           DISPLAY "  Inactivados hoy         : " WS-DEACTIVATED-COUNT.
           DISPLAY "  PIN caducado            : " WS-PIN-EXPIRED-COUNT.
           DISPLAY "  PIN asignado sin cambiar: "
               WS-PIN-ASSIGNED-COUNT.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "OPER-IDLE-REVIEW" TO AL-PROGRAM-NAME.
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

       END PROGRAM OPER-IDLE-REVIEW.
