       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-STATUS.
      *Morning operations status report.  Gathers on one page of
      *the OPSSTAT print file what the morning checklist used to
      *collect from a dozen reports and a search through AUDITLOG,
      *for one stream run date, each item flagged VERDE or ROJO:
      *  - the BUSDATE business date and whether it is open (a
      *    closed date means EOD-CLOSE stopped half way through
      *    the roll);
      *  - every JOBSCHED step's last STEPLOG status for the date
      *    (a step ending with the warning code 4 is red, since
      *    its report wants reading before sign-off);
      *  - the CALC-RECONCILIATION, TRIAL-BALANCE, BAL-VERIFY and
      *    GL-POSTING-JOURNAL verdicts, as each last wrote them to
      *    AUDITLOG for the date;
      *  - the open EXCPRPT exceptions in EXCP-AGING's age buckets
      *    against the EXCPPARM limit, and the PENDAPPR queue of
      *    approvals still pending;
      *  - the GL-ACK-MATCH unmatched counts and whether GL-
      *    TRANSMIT ran.
      *The date asked for defaults to the latest run date on
      *STEPLOG, so the report run the morning after still reads
      *last night's stream.  The page ends with the count of red
      *items and a line for the shift lead's signature; any red
      *item ends the run with return code 4.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT AGING-PARM-FILE ASSIGN TO "EXCPPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "OPSSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.

       FD  JOB-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOBSCHDR.

       FD  STEP-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOGR.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

       FD  AGING-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCAGPR.

       FD  PENDING-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDAPPR.

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
           05  WS-BUSDATE-SWITCH          PIC X(01) VALUE "N".
               88  WS-BUSDATE-WAS-FOUND   VALUE "Y".
           05  WS-SLOT-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-SLOT-WAS-FOUND      VALUE "Y".
           05  WS-FLAG-SWITCH             PIC X(01) VALUE "V".
               88  WS-FLAG-GREEN          VALUE "V".
               88  WS-FLAG-RED            VALUE "R".

       01  WS-REPORT-DATE                 PIC 9(8) VALUE ZERO.
       01  WS-LATEST-RUN-DATE             PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-STATE              PIC X(01) VALUE SPACE.
       01  WS-TODAY-INTEGER               PIC 9(8) COMP VALUE ZERO.
       01  WS-AGE-DAYS                    PIC S9(5) COMP VALUE ZERO.
       01  WS-MAX-OPEN-DAYS               PIC 9(3) VALUE 5.

      *    The schedule's steps, with the last STEPLOG record each
      *    one has for the report date.  A step on the log but no
      *    longer on the schedule is added at the end.
       01  WS-STEP-TABLE.
           05  WS-STP-COUNT               PIC 9(3) COMP VALUE ZERO.
           05  WS-STP-ENTRY OCCURS 50 TIMES.
               10  WS-STP-NUMBER          PIC 9(3).
               10  WS-STP-PROGRAM         PIC X(20).
               10  WS-STP-FREQUENCY       PIC X(01).
               10  WS-STP-STATUS          PIC X(01).
               10  WS-STP-RETURN-CODE     PIC 9(4).
       01  WS-STP-SUB                     PIC 9(3) COMP VALUE ZERO.
       01  WS-STP-MAX                     PIC 9(3) COMP VALUE 50.

      *    The verdicts read back off AUDITLOG, with the outcome
      *    that makes each one green; a blank green outcome means
      *    any record for the date will do (the program ran).
       01  WS-CONTROL-TABLE.
           05  WS-CTL-ENTRY OCCURS 6 TIMES.
               10  WS-CTL-PROGRAM         PIC X(20).
               10  WS-CTL-GREEN-OUTCOME   PIC X(30).
               10  WS-CTL-FOUND-FLAG      PIC X(01).
               10  WS-CTL-KEY-INPUT       PIC X(30).
               10  WS-CTL-OUTCOME         PIC X(30).
       01  WS-CTL-COUNT                   PIC 9(3) COMP VALUE 6.
       01  WS-CTL-SUB                     PIC 9(3) COMP VALUE ZERO.
       01  WS-CTL-GL-ACK                  PIC 9(3) COMP VALUE 5.
       01  WS-CTL-GL-TRANSMIT             PIC 9(3) COMP VALUE 6.

           COPY GLACKKEY.

       01  WS-COUNTERS.
           05  WS-OPEN-COUNT              PIC 9(6) COMP VALUE ZERO.
           05  WS-BUCKET-1-COUNT          PIC 9(6) COMP VALUE ZERO.
           05  WS-BUCKET-2-5-COUNT        PIC 9(6) COMP VALUE ZERO.
           05  WS-BUCKET-OVER-5-COUNT     PIC 9(6) COMP VALUE ZERO.
           05  WS-BREACH-COUNT            PIC 9(6) COMP VALUE ZERO.
           05  WS-PENDING-COUNT           PIC 9(6) COMP VALUE ZERO.
           05  WS-OLDEST-PENDING-DATE     PIC 9(8) VALUE ZERO.
           05  WS-GREEN-COUNT             PIC 9(3) COMP VALUE ZERO.
           05  WS-RED-COUNT               PIC 9(3) COMP VALUE ZERO.

       01  WS-EDIT-FIELDS.
           05  WS-COUNT-EDIT-1            PIC Z(5)9.
           05  WS-COUNT-EDIT-2            PIC Z(5)9.
           05  WS-COUNT-EDIT-3            PIC Z(5)9.
           05  WS-COUNT-EDIT-4            PIC Z(5)9.
           05  WS-DAYS-EDIT               PIC ZZ9.

       01  WS-FILE-STATUSES.
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-SCHEDULE-STATUS         PIC X(02).
           05  WS-STEPLOG-STATUS          PIC X(02).
           05  WS-EXCP-STATUS             PIC X(02).
           05  WS-PARM-STATUS             PIC X(02).
           05  WS-PENDAPPR-STATUS         PIC X(02).
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
               VALUE "OPSSTAT   ".
           05  FILLER                     PIC X(40) VALUE
               "ESTADO OPERATIVO DE LA MANANA".
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
           05  FILLER                     PIC X(32) VALUE
               "  CADENA DEL DIA DE EJECUCION ".
           05  WS-RH2-REPORT-DATE         PIC 9(8).
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-RPT-HEADING-3.
           05  FILLER                     PIC X(32) VALUE
               "  CONTROL".
           05  FILLER                     PIC X(82) VALUE
               "ESTADO".
           05  FILLER                     PIC X(18) VALUE
               "SEMAFORO".

       01  WS-RPT-SECTION-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-SECTION-TITLE       PIC X(70).
           05  FILLER                     PIC X(60) VALUE SPACES.

       01  WS-RPT-ITEM-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-ITEM                PIC X(28).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-STATE               PIC X(80).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-FLAG                PIC X(05).
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-TOTAL-LABEL         PIC X(38).
           05  WS-RPT-TOTAL-COUNT         PIC Z(7)9.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-RPT-VERDICT-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-VERDICT             PIC X(70).
           05  FILLER                     PIC X(60) VALUE SPACES.

       01  WS-RPT-SIGNOFF-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(25) VALUE
               "FIRMA DEL JEFE DE TURNO: ".
           05  FILLER                     PIC X(35) VALUE ALL "_".
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(30) VALUE
               "HORA: __________".
           05  FILLER                     PIC X(36) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                     PIC X(30) VALUE
               "*** FIN DEL INFORME ***".
           05  FILLER                     PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM GET-REPORT-DATE.
           PERFORM LOAD-CONTROL-TABLE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-AGING-PARM.
           PERFORM LOAD-SCHEDULE-STEPS.
           PERFORM APPLY-STEP-LOG.
           PERFORM GATHER-AUDIT-VERDICTS.
           PERFORM AGE-OPEN-EXCEPTIONS.
           PERFORM COUNT-PENDING-APPROVALS.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-PAGE-NUMBER.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM PRINT-BUSINESS-DATE-SECTION.
           PERFORM PRINT-STREAM-SECTION.
           PERFORM PRINT-CONTROLS-SECTION.
           PERFORM PRINT-QUEUES-SECTION.
           PERFORM PRINT-GL-SECTION.
           PERFORM PRINT-STATUS-TOTALS.
           CLOSE REPORT-FILE.
           MOVE WS-REPORT-DATE TO WS-AUDIT-KEY-INPUT.
           IF WS-RED-COUNT > ZERO
               MOVE "ESTADO CON PUNTOS EN ROJO" TO WS-AUDIT-OUTCOME
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "ESTADO EN VERDE" TO WS-AUDIT-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "OPS-STATUS" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

      *    Zero takes the latest run date on STEPLOG - last night's
      *    stream, read the next morning - or today when the log
      *    is empty.
       GET-REPORT-DATE.
           DISPLAY "Fecha de ejecucion a informar (AAAAMMDD,"
               " 0 = ultima cadena): ".
           ACCEPT WS-REPORT-DATE.
           IF WS-REPORT-DATE NOT NUMERIC OR WS-REPORT-DATE = ZERO
               PERFORM FIND-LATEST-RUN-DATE
               IF WS-LATEST-RUN-DATE = ZERO
                   MOVE RH-RUN-DATE TO WS-REPORT-DATE
               ELSE
                   MOVE WS-LATEST-RUN-DATE TO WS-REPORT-DATE
               END-IF
           END-IF.
           DISPLAY "  Informe de la cadena del " WS-REPORT-DATE.

       FIND-LATEST-RUN-DATE.
           MOVE ZERO TO WS-LATEST-RUN-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT STEP-LOG-FILE.
           IF WS-STEPLOG-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-STEPLOG-RECORD
           END-IF.
           PERFORM NOTE-ONE-RUN-DATE
               UNTIL WS-END-OF-FILE.
           IF WS-STEPLOG-STATUS NOT = "35"
               CLOSE STEP-LOG-FILE
           END-IF.

       NOTE-ONE-RUN-DATE.
           IF SL-RUN-DATE IS NUMERIC
                   AND SL-RUN-DATE > WS-LATEST-RUN-DATE
               MOVE SL-RUN-DATE TO WS-LATEST-RUN-DATE
           END-IF.
           PERFORM READ-NEXT-STEPLOG-RECORD.

       READ-NEXT-STEPLOG-RECORD.
           READ STEP-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-CONTROL-TABLE.
           MOVE "CALC-RECONCILIATION" TO WS-CTL-PROGRAM (1).
           MOVE "CUADRADO" TO WS-CTL-GREEN-OUTCOME (1).
           MOVE "TRIAL-BALANCE" TO WS-CTL-PROGRAM (2).
           MOVE "CUADRADO" TO WS-CTL-GREEN-OUTCOME (2).
           MOVE "BAL-VERIFY" TO WS-CTL-PROGRAM (3).
           MOVE "SALDOS VERIFICADOS" TO WS-CTL-GREEN-OUTCOME (3).
           MOVE "GL-POSTING-JOURNAL" TO WS-CTL-PROGRAM (4).
           MOVE "GL CUADRADO" TO WS-CTL-GREEN-OUTCOME (4).
           MOVE "GL-ACK-MATCH" TO WS-CTL-PROGRAM (5).
           MOVE "GL ACUSADO COMPLETO" TO WS-CTL-GREEN-OUTCOME (5).
           MOVE "GL-TRANSMIT" TO WS-CTL-PROGRAM (6).
           MOVE SPACES TO WS-CTL-GREEN-OUTCOME (6).
           MOVE ZERO TO WS-CTL-SUB.
           PERFORM CLEAR-ONE-CONTROL
               UNTIL WS-CTL-SUB NOT LESS THAN WS-CTL-COUNT.

       CLEAR-ONE-CONTROL.
           ADD 1 TO WS-CTL-SUB.
           MOVE "N" TO WS-CTL-FOUND-FLAG (WS-CTL-SUB).
           MOVE SPACES TO WS-CTL-KEY-INPUT (WS-CTL-SUB).
           MOVE SPACES TO WS-CTL-OUTCOME (WS-CTL-SUB).

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-BUSDATE-WAS-FOUND TO TRUE
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE BD-DATE-STATUS TO WS-BUSINESS-STATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       READ-AGING-PARM.
           MOVE 5 TO WS-MAX-OPEN-DAYS.
           OPEN INPUT AGING-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ AGING-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AG-MAX-OPEN-DAYS IS NUMERIC
                               AND AG-MAX-OPEN-DAYS > ZERO
                           MOVE AG-MAX-OPEN-DAYS
                               TO WS-MAX-OPEN-DAYS
                       END-IF
               END-READ
               CLOSE AGING-PARM-FILE
           END-IF.

      *----------------------------------------------------------*
      * THE STREAM: JOBSCHED STEPS AND THEIR STEPLOG STATUS      *
      *----------------------------------------------------------*
       LOAD-SCHEDULE-STEPS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT JOB-SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-SCHEDULE-RECORD
           END-IF.
           PERFORM LOAD-ONE-SCHEDULE-STEP
               UNTIL WS-END-OF-FILE.
           IF WS-SCHEDULE-STATUS NOT = "35"
               CLOSE JOB-SCHEDULE-FILE
           END-IF.

       READ-NEXT-SCHEDULE-RECORD.
           READ JOB-SCHEDULE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-SCHEDULE-STEP.
           IF WS-STP-COUNT NOT LESS THAN WS-STP-MAX
               DISPLAY "AVISO: mas de " WS-STP-MAX " pasos en"
                   " JOBSCHED, el resto se ignora."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-STP-COUNT
               MOVE JS-STEP-NUMBER TO WS-STP-NUMBER (WS-STP-COUNT)
               MOVE JS-PROGRAM-NAME TO WS-STP-PROGRAM (WS-STP-COUNT)
               MOVE JS-FREQUENCY
                   TO WS-STP-FREQUENCY (WS-STP-COUNT)
               MOVE SPACE TO WS-STP-STATUS (WS-STP-COUNT)
               MOVE ZERO TO WS-STP-RETURN-CODE (WS-STP-COUNT)
               PERFORM READ-NEXT-SCHEDULE-RECORD
           END-IF.

      *    Records are appended in run order, so the last one a
      *    step has for the date is where it stands now.
       APPLY-STEP-LOG.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT STEP-LOG-FILE.
           IF WS-STEPLOG-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-STEPLOG-RECORD
           END-IF.
           PERFORM APPLY-ONE-STEPLOG-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-STEPLOG-STATUS NOT = "35"
               CLOSE STEP-LOG-FILE
           END-IF.

       APPLY-ONE-STEPLOG-RECORD.
           IF SL-RUN-DATE = WS-REPORT-DATE
               PERFORM FIND-STEP-SLOT
               IF WS-SLOT-WAS-FOUND
                   MOVE SL-STEP-STATUS TO WS-STP-STATUS (WS-STP-SUB)
                   MOVE SL-RETURN-CODE
                       TO WS-STP-RETURN-CODE (WS-STP-SUB)
               END-IF
           END-IF.
           PERFORM READ-NEXT-STEPLOG-RECORD.

       FIND-STEP-SLOT.
           MOVE "N" TO WS-SLOT-FOUND-SWITCH.
           MOVE ZERO TO WS-STP-SUB.
           PERFORM MATCH-STEP-SLOT
               UNTIL WS-SLOT-WAS-FOUND
               OR WS-STP-SUB NOT LESS THAN WS-STP-COUNT.
           IF NOT WS-SLOT-WAS-FOUND
                   AND WS-STP-COUNT < WS-STP-MAX
               ADD 1 TO WS-STP-COUNT
               MOVE WS-STP-COUNT TO WS-STP-SUB
               MOVE SL-STEP-NUMBER TO WS-STP-NUMBER (WS-STP-SUB)
               MOVE SL-PROGRAM-NAME TO WS-STP-PROGRAM (WS-STP-SUB)
               MOVE SPACE TO WS-STP-FREQUENCY (WS-STP-SUB)
               SET WS-SLOT-WAS-FOUND TO TRUE
           END-IF.

       MATCH-STEP-SLOT.
           ADD 1 TO WS-STP-SUB.
           IF WS-STP-NUMBER (WS-STP-SUB) = SL-STEP-NUMBER
               SET WS-SLOT-WAS-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * THE CONTROL VERDICTS ON AUDITLOG                         *
      *----------------------------------------------------------*
      *    The last verdict a program wrote for the date stands, so
      *    a control rerun clean after a fix reads green.
       GATHER-AUDIT-VERDICTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-AUDIT-RECORD
           END-IF.
           PERFORM CHECK-ONE-AUDIT-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-AUDIT-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-AUDIT-RECORD.
           IF AL-RUN-DATE = WS-REPORT-DATE
               MOVE ZERO TO WS-CTL-SUB
               PERFORM MATCH-ONE-CONTROL
                   UNTIL WS-CTL-SUB NOT LESS THAN WS-CTL-COUNT
           END-IF.
           PERFORM READ-NEXT-AUDIT-RECORD.

       MATCH-ONE-CONTROL.
           ADD 1 TO WS-CTL-SUB.
           IF WS-CTL-PROGRAM (WS-CTL-SUB) = AL-PROGRAM-NAME
               MOVE "Y" TO WS-CTL-FOUND-FLAG (WS-CTL-SUB)
               MOVE AL-KEY-INPUT TO WS-CTL-KEY-INPUT (WS-CTL-SUB)
               MOVE AL-OUTCOME TO WS-CTL-OUTCOME (WS-CTL-SUB)
           END-IF.

      *----------------------------------------------------------*
      * THE QUEUES: EXCEPTION AGE AND PENDING APPROVALS          *
      *----------------------------------------------------------*
      *    Aged the way EXCP-AGING ages them: against the BUSDATE
      *    business date, a zero raised date counting as stale.
       AGE-OPEN-EXCEPTIONS.
           IF WS-BUSDATE-WAS-FOUND
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           ELSE
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (RH-RUN-DATE)
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-EXCEPTION
           END-IF.
           PERFORM AGE-ONE-EXCEPTION
               UNTIL WS-END-OF-FILE.
           IF WS-EXCP-STATUS NOT = "35"
               CLOSE EXCEPTION-FILE
           END-IF.

       READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       AGE-ONE-EXCEPTION.
           IF EX-DISP-OPEN
               ADD 1 TO WS-OPEN-COUNT
               IF EX-RAISED-DATE = ZERO
                       OR EX-RAISED-DATE NOT NUMERIC
                   MOVE 999 TO WS-AGE-DAYS
               ELSE
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
                       FUNCTION INTEGER-OF-DATE (EX-RAISED-DATE)
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT GREATER THAN 1
                       ADD 1 TO WS-BUCKET-1-COUNT
                   WHEN WS-AGE-DAYS NOT GREATER THAN 5
                       ADD 1 TO WS-BUCKET-2-5-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-BUCKET-OVER-5-COUNT
               END-EVALUATE
               IF WS-AGE-DAYS > WS-MAX-OPEN-DAYS
                   ADD 1 TO WS-BREACH-COUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXCEPTION.

       COUNT-PENDING-APPROVALS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-APPROVAL
           END-IF.
           PERFORM COUNT-ONE-APPROVAL
               UNTIL WS-END-OF-FILE.
           IF WS-PENDAPPR-STATUS NOT = "35"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       READ-NEXT-APPROVAL.
           READ PENDING-APPROVAL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COUNT-ONE-APPROVAL.
           IF PA-STATUS-PENDING
               ADD 1 TO WS-PENDING-COUNT
               IF WS-OLDEST-PENDING-DATE = ZERO
                       OR PA-RAISED-DATE < WS-OLDEST-PENDING-DATE
                   MOVE PA-RAISED-DATE TO WS-OLDEST-PENDING-DATE
               END-IF
           END-IF.
           PERFORM READ-NEXT-APPROVAL.

      *----------------------------------------------------------*
      * OPSSTAT - THE STATUS PAGE                                *
      *----------------------------------------------------------*
       PRINT-BUSINESS-DATE-SECTION.
           MOVE "FECHA DE NEGOCIO" TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE "BUSDATE" TO WS-RPT-ITEM.
           MOVE SPACES TO WS-RPT-STATE.
           EVALUATE TRUE
               WHEN NOT WS-BUSDATE-WAS-FOUND
                   MOVE "SIN FECHA DE NEGOCIO EN BUSDATE"
                       TO WS-RPT-STATE
                   SET WS-FLAG-RED TO TRUE
               WHEN WS-BUSINESS-STATE = "O"
                   STRING "DIA " WS-BUSINESS-DATE " ABIERTO"
                       DELIMITED BY SIZE
                       INTO WS-RPT-STATE
                   END-STRING
                   SET WS-FLAG-GREEN TO TRUE
               WHEN OTHER
                   STRING "DIA " WS-BUSINESS-DATE " CERRADO SIN"
                       " ABRIR EL SIGUIENTE - REVISAR EOD-CLOSE"
                       DELIMITED BY SIZE
                       INTO WS-RPT-STATE
                   END-STRING
                   SET WS-FLAG-RED TO TRUE
           END-EVALUATE.
           PERFORM PRINT-ITEM-LINE.

       PRINT-STREAM-SECTION.
           MOVE "CADENA (STEPLOG)" TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           IF WS-STP-COUNT = ZERO
               MOVE "JOBSCHED" TO WS-RPT-ITEM
               MOVE "SIN PASOS PLANIFICADOS NI REGISTRADOS"
                   TO WS-RPT-STATE
               SET WS-FLAG-RED TO TRUE
               PERFORM PRINT-ITEM-LINE
           END-IF.
           MOVE ZERO TO WS-STP-SUB.
           PERFORM PRINT-ONE-STEP
               UNTIL WS-STP-SUB NOT LESS THAN WS-STP-COUNT.

      *    A step with nothing on the log is only green when its
      *    frequency may legitimately have left it out tonight.
       PRINT-ONE-STEP.
           ADD 1 TO WS-STP-SUB.
           MOVE SPACES TO WS-RPT-ITEM.
           STRING WS-STP-NUMBER (WS-STP-SUB) " "
               WS-STP-PROGRAM (WS-STP-SUB)
               DELIMITED BY SIZE
               INTO WS-RPT-ITEM
           END-STRING.
           MOVE SPACES TO WS-RPT-STATE.
           EVALUATE TRUE
               WHEN WS-STP-STATUS (WS-STP-SUB) = "C"
                       AND WS-STP-RETURN-CODE (WS-STP-SUB) = ZERO
                   MOVE "COMPLETADO" TO WS-RPT-STATE
                   SET WS-FLAG-GREEN TO TRUE
               WHEN WS-STP-STATUS (WS-STP-SUB) = "C"
                   STRING "COMPLETADO CON AVISO (CODIGO "
                       WS-STP-RETURN-CODE (WS-STP-SUB)
                       ") - LEER SU INFORME"
                       DELIMITED BY SIZE
                       INTO WS-RPT-STATE
                   END-STRING
                   SET WS-FLAG-RED TO TRUE
               WHEN WS-STP-STATUS (WS-STP-SUB) = "F"
                   STRING "FALLIDO (CODIGO "
                       WS-STP-RETURN-CODE (WS-STP-SUB)
                       ") - LA CADENA SE DETUVO AQUI"
                       DELIMITED BY SIZE
                       INTO WS-RPT-STATE
                   END-STRING
                   SET WS-FLAG-RED TO TRUE
               WHEN WS-STP-STATUS (WS-STP-SUB) = "A"
                   MOVE "INICIADO SIN REGISTRO DE FIN - ABORTADO"
                       TO WS-RPT-STATE
                   SET WS-FLAG-RED TO TRUE
               WHEN WS-STP-FREQUENCY (WS-STP-SUB) = "M"
                       OR WS-STP-FREQUENCY (WS-STP-SUB) = "W"
                   STRING "NO EJECUTADO (FRECUENCIA "
                       WS-STP-FREQUENCY (WS-STP-SUB) ")"
                       DELIMITED BY SIZE
                       INTO WS-RPT-STATE
                   END-STRING
                   SET WS-FLAG-GREEN TO TRUE
               WHEN OTHER
                   MOVE "NO EJECUTADO" TO WS-RPT-STATE
                   SET WS-FLAG-RED TO TRUE
           END-EVALUATE.
           PERFORM PRINT-ITEM-LINE.

       PRINT-CONTROLS-SECTION.
           MOVE "VEREDICTOS DE CONTROL (AUDITLOG)"
               TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE ZERO TO WS-CTL-SUB.
           PERFORM PRINT-ONE-VERDICT
               UNTIL WS-CTL-SUB NOT LESS THAN 4.

       PRINT-ONE-VERDICT.
           ADD 1 TO WS-CTL-SUB.
           MOVE WS-CTL-PROGRAM (WS-CTL-SUB) TO WS-RPT-ITEM.
           MOVE SPACES TO WS-RPT-STATE.
           IF WS-CTL-FOUND-FLAG (WS-CTL-SUB) = "N"
               MOVE "SIN VEREDICTO PARA LA FECHA - NO SE EJECUTO"
                   TO WS-RPT-STATE
               SET WS-FLAG-RED TO TRUE
           ELSE
               STRING WS-CTL-OUTCOME (WS-CTL-SUB) DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   WS-CTL-KEY-INPUT (WS-CTL-SUB) DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO WS-RPT-STATE
               END-STRING
               IF WS-CTL-OUTCOME (WS-CTL-SUB) =
                       WS-CTL-GREEN-OUTCOME (WS-CTL-SUB)
                   SET WS-FLAG-GREEN TO TRUE
               ELSE
                   SET WS-FLAG-RED TO TRUE
               END-IF
           END-IF.
           PERFORM PRINT-ITEM-LINE.

       PRINT-QUEUES-SECTION.
           MOVE "COLAS DE TRABAJO" TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE "EXCP-AGING" TO WS-RPT-ITEM.
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT-1.
           MOVE WS-BUCKET-1-COUNT TO WS-COUNT-EDIT-2.
           MOVE WS-BUCKET-2-5-COUNT TO WS-COUNT-EDIT-3.
           MOVE WS-BUCKET-OVER-5-COUNT TO WS-COUNT-EDIT-4.
           MOVE WS-MAX-OPEN-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO WS-RPT-STATE.
           STRING "ABIERTAS" WS-COUNT-EDIT-1
               ": 1 DIA" WS-COUNT-EDIT-2
               ", 2-5 DIAS" WS-COUNT-EDIT-3
               ", MAS DE 5" WS-COUNT-EDIT-4
               "; LIMITE" WS-DAYS-EDIT " DIAS"
               DELIMITED BY SIZE
               INTO WS-RPT-STATE
           END-STRING.
           IF WS-BREACH-COUNT > ZERO
               SET WS-FLAG-RED TO TRUE
           ELSE
               SET WS-FLAG-GREEN TO TRUE
           END-IF.
           PERFORM PRINT-ITEM-LINE.
           IF WS-BREACH-COUNT > ZERO
               MOVE SPACES TO WS-RPT-ITEM
               MOVE WS-BREACH-COUNT TO WS-COUNT-EDIT-1
               MOVE SPACES TO WS-RPT-STATE
               STRING WS-COUNT-EDIT-1 " SOBRE EL LIMITE -"
                   " TRABAJAR EN EXCP-REPAIR"
                   DELIMITED BY SIZE
                   INTO WS-RPT-STATE
               END-STRING
               PERFORM PRINT-NOTE-LINE
           END-IF.
           MOVE "PENDAPPR" TO WS-RPT-ITEM.
           MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT-1.
           MOVE SPACES TO WS-RPT-STATE.
           IF WS-PENDING-COUNT = ZERO
               MOVE "SIN APROBACIONES PENDIENTES" TO WS-RPT-STATE
               SET WS-FLAG-GREEN TO TRUE
           ELSE
               STRING WS-COUNT-EDIT-1 " PENDIENTES DE APPR-REVIEW,"
                   " LA MAS ANTIGUA DEL " WS-OLDEST-PENDING-DATE
                   DELIMITED BY SIZE
                   INTO WS-RPT-STATE
               END-STRING
               SET WS-FLAG-RED TO TRUE
           END-IF.
           PERFORM PRINT-ITEM-LINE.

       PRINT-GL-SECTION.
           MOVE "CONTABILIDAD GENERAL" TO WS-RPT-SECTION-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE WS-CTL-GL-ACK TO WS-CTL-SUB.
           MOVE "GL-ACK-MATCH" TO WS-RPT-ITEM.
           MOVE SPACES TO WS-RPT-STATE.
           IF WS-CTL-FOUND-FLAG (WS-CTL-SUB) = "N"
               MOVE "SIN VEREDICTO PARA LA FECHA - NO SE EJECUTO"
                   TO WS-RPT-STATE
               SET WS-FLAG-RED TO TRUE
           ELSE
               MOVE WS-CTL-KEY-INPUT (WS-CTL-SUB) TO GL-ACK-AUDIT-KEY
               PERFORM EDIT-ACK-COUNTS
               IF WS-CTL-OUTCOME (WS-CTL-SUB) =
                       WS-CTL-GREEN-OUTCOME (WS-CTL-SUB)
                   SET WS-FLAG-GREEN TO TRUE
               ELSE
                   SET WS-FLAG-RED TO TRUE
               END-IF
           END-IF.
           PERFORM PRINT-ITEM-LINE.
           MOVE WS-CTL-GL-TRANSMIT TO WS-CTL-SUB.
           MOVE "GL-TRANSMIT" TO WS-RPT-ITEM.
           MOVE SPACES TO WS-RPT-STATE.
           IF WS-CTL-FOUND-FLAG (WS-CTL-SUB) = "N"
               MOVE "NO SE EJECUTO - NADA TRANSMITIDO AL MAYOR"
                   TO WS-RPT-STATE
               SET WS-FLAG-RED TO TRUE
           ELSE
               STRING "EJECUTADO: " DELIMITED BY SIZE
                   WS-CTL-OUTCOME (WS-CTL-SUB) DELIMITED BY "  "
                   " (ASIENTOS " DELIMITED BY SIZE
                   WS-CTL-KEY-INPUT (WS-CTL-SUB) DELIMITED BY "  "
                   ")" DELIMITED BY SIZE
                   INTO WS-RPT-STATE
               END-STRING
               SET WS-FLAG-GREEN TO TRUE
           END-IF.
           PERFORM PRINT-ITEM-LINE.

      *    A verdict written before the key carried both counts
      *    has the unacknowledged count alone.
       EDIT-ACK-COUNTS.
           IF GK-UNACKED-COUNT IS NUMERIC
               MOVE GK-UNACKED-COUNT TO WS-COUNT-EDIT-1
           ELSE
               MOVE ZERO TO WS-COUNT-EDIT-1
           END-IF.
           IF GK-HAS-UNEXPECTED AND GK-UNEXPECTED-COUNT IS NUMERIC
               MOVE GK-UNEXPECTED-COUNT TO WS-COUNT-EDIT-2
               STRING WS-CTL-OUTCOME (WS-CTL-SUB) DELIMITED BY "  "
                   ": SIN ACUSE" WS-COUNT-EDIT-1
                   ", ACUSES INESPERADOS" WS-COUNT-EDIT-2
                   DELIMITED BY SIZE
                   INTO WS-RPT-STATE
               END-STRING
           ELSE
               STRING WS-CTL-OUTCOME (WS-CTL-SUB) DELIMITED BY "  "
                   ": SIN ACUSE" WS-COUNT-EDIT-1
                   DELIMITED BY SIZE
                   INTO WS-RPT-STATE
               END-STRING
           END-IF.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE RH-RUN-DATE TO WS-RH1-DATE.
           MOVE RH-RUN-TIME TO WS-RH1-TIME.
           MOVE WS-PAGE-NUMBER TO WS-RH1-PAGE.
           MOVE WS-REPORT-DATE TO WS-RH2-REPORT-DATE.
           IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING 0 LINES
           ELSE
               WRITE REPORT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-3
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO WS-LINE-COUNT.

       PRINT-SECTION-HEADING.
           IF WS-LINE-COUNT + 4 > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           DISPLAY "  " WS-RPT-SECTION-TITLE.

      *    Every item line is one green or red point on the page.
       PRINT-ITEM-LINE.
           IF WS-FLAG-GREEN
               MOVE "VERDE" TO WS-RPT-FLAG
               ADD 1 TO WS-GREEN-COUNT
           ELSE
               MOVE "ROJO" TO WS-RPT-FLAG
               ADD 1 TO WS-RED-COUNT
           END-IF.
           PERFORM WRITE-ITEM-LINE.
           DISPLAY "    " WS-RPT-FLAG " " WS-RPT-ITEM " "
               WS-RPT-STATE.

      *    A continuation line under an item, with no flag of its
      *    own.
       PRINT-NOTE-LINE.
           MOVE SPACES TO WS-RPT-FLAG.
           PERFORM WRITE-ITEM-LINE.
           DISPLAY "          " WS-RPT-STATE.

       WRITE-ITEM-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-ITEM-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-STATUS-TOTALS.
           IF WS-LINE-COUNT + 10 > WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE "Puntos en verde" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-GREEN-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "Puntos en rojo" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-RED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-RED-COUNT > ZERO
               MOVE "HAY PUNTOS EN ROJO: REVISAR ANTES DE FIRMAR"
                   TO WS-RPT-VERDICT
           ELSE
               MOVE "TODO EN VERDE: LISTO PARA LA FIRMA DEL TURNO"
                   TO WS-RPT-VERDICT
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-VERDICT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-RPT-SIGNOFF-LINE
               AFTER ADVANCING 3 LINES.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY "=============================================".
           DISPLAY "  OPS-STATUS - TOTALES".
           DISPLAY "  Cadena del dia          : " WS-REPORT-DATE.
           DISPLAY "  Puntos en verde         : " WS-GREEN-COUNT.
           DISPLAY "  Puntos en rojo          : " WS-RED-COUNT.
           DISPLAY "  " WS-RPT-VERDICT.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "OPS-STATUS" TO AL-PROGRAM-NAME.
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

       END PROGRAM OPS-STATUS.
