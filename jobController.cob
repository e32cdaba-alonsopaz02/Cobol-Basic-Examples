      *   steps stop depending on an operator remembering to
      *   submit them.  A skipped step is displayed but not
      *   logged to STEPLOG - it did not run.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - New W frequency: the step runs only on the last business
      *   day of the business week (the next business day falls
      *   in a later week), for the weekly integrity run.  A step
      *   ending with return code 4 is a warning, not a failure:
      *   it is logged completed with its code, the stream goes
      *   on, and a stream that otherwise ran clean ends with 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-BUSINESS-DAY-SWITCH     PIC X(01) VALUE "N".
               88  WS-IS-BUSINESS-DAY     VALUE "Y".
           05  WS-CAL-OVERRIDE            PIC X(01) VALUE SPACE.
           05  WS-WEEK-END-SWITCH         PIC X(01) VALUE "N".
               88  WS-IS-LAST-DAY-OF-WEEK VALUE "Y".
           05  WS-WARNING-SWITCH          PIC X(01) VALUE "N".
               88  WS-STEP-WARNED         VALUE "Y".

      *    The day's schedule, in step order.
       01  WS-STEP-TABLE.
       01  WS-STEP-MAX                    PIC 9(3) COMP VALUE 50.
       01  WS-CALL-PROGRAM                PIC X(20).
       01  WS-STEP-RC                     PIC 9(4) VALUE ZERO.
      *    A step ending with this code found something worth
      *    reading but did its job; the stream carries on.
       01  WS-WARNING-RC                  PIC 9(4) VALUE 4.

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-NEXT-YYYYMM             PIC 9(6).
           05  WS-NEXT-DD                 PIC 9(2).
       01  WS-DATE-INTEGER                PIC 9(8) COMP VALUE ZERO.
       01  WS-BUSINESS-WEEK               PIC 9(8) COMP VALUE ZERO.
       01  WS-NEXT-WEEK                   PIC 9(8) COMP VALUE ZERO.
       01  WS-DAY-OF-WEEK                 PIC 9(1) COMP VALUE ZERO.
       01  WS-ROLL-TRIES                  PIC 9(2) COMP VALUE ZERO.


       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

      * day is found on the BUSCAL calendar the same way EOD-  *
      * CLOSE rolls the date.  When that next business day is  *
      * in another month, today is month-end and the M-        *
      * frequency steps are due; when it is in a later week    *
      * (weeks run Monday to Sunday), today closes the week    *
      * and the W-frequency steps are due.                     *
      *----------------------------------------------------------*
       DECIDE-MONTH-END-DUE.
           MOVE RH-RUN-DATE TO WS-BUSINESS-DATE.
               DISPLAY "Ultimo dia laborable del mes: los pasos de"
                   " frecuencia M estan en plan."
           END-IF.
           COMPUTE WS-BUSINESS-WEEK =
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 1) / 7.
           COMPUTE WS-NEXT-WEEK = (WS-DATE-INTEGER - 1) / 7.
           IF WS-NEXT-WEEK NOT = WS-BUSINESS-WEEK
               SET WS-IS-LAST-DAY-OF-WEEK TO TRUE
               DISPLAY "Ultimo dia laborable de la semana: los pasos"
                   " de frecuencia W estan en plan."
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-DATE-INTEGER =
                   DISPLAY "Paso " WS-ST-STEP-NUMBER (WS-STEP-SUB)
                       " " WS-ST-PROGRAM-NAME (WS-STEP-SUB)
                       " es de fin de mes y hoy no toca, se salta."
               WHEN WS-ST-FREQUENCY (WS-STEP-SUB) = "W"
                       AND NOT WS-IS-LAST-DAY-OF-WEEK
                   DISPLAY "Paso " WS-ST-STEP-NUMBER (WS-STEP-SUB)
                       " " WS-ST-PROGRAM-NAME (WS-STEP-SUB)
                       " es de fin de semana y hoy no toca, se salta."
               WHEN OTHER
                   PERFORM EXECUTE-SCHEDULED-STEP
           END-EVALUATE.
           MOVE ZERO TO RETURN-CODE.
           PERFORM CLEAR-STEP-PARM-FILE.
           PERFORM WRITE-STEP-END-RECORD.
           EVALUATE TRUE
               WHEN WS-STEP-RC = ZERO
                   CONTINUE
               WHEN WS-STEP-RC = WS-WARNING-RC
                   DISPLAY "Paso " WS-ST-STEP-NUMBER (WS-STEP-SUB)
                       " termino con aviso (codigo " WS-STEP-RC
                       "), la cadena continua."
                   SET WS-STEP-WARNED TO TRUE
               WHEN OTHER
                   DISPLAY "Paso " WS-ST-STEP-NUMBER (WS-STEP-SUB)
                       " termino con codigo " WS-STEP-RC
                       ", la cadena se detiene."
                   SET WS-STREAM-STOPPED TO TRUE
           END-EVALUATE.

       WRITE-STEP-PARM-FILE.
           OPEN OUTPUT STEP-PARM-FILE.
               TO SL-PROGRAM-NAME.
           ACCEPT SL-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-STAMP-TIME FROM TIME.
           IF WS-STEP-RC = ZERO OR WS-STEP-RC = WS-WARNING-RC
               SET SL-STATUS-COMPLETE TO TRUE
           ELSE
               SET SL-STATUS-FAILED TO TRUE

      *    The submission script checks the controller's return
      *    code, so a stopped stream hands the failing step's code
      *    back out instead of ending clean, and a stream that ran
      *    through with a warning step ends with the warning code.
       REPORT-STREAM-RESULT.
           EVALUATE TRUE
               WHEN WS-STREAM-STOPPED
                   DISPLAY "Cadena interrumpida; resubmitir para"
                       " continuar en el paso fallido."
                   MOVE "CADENA INTERRUMPIDA" TO WS-AUDIT-OUTCOME
               WHEN WS-STEP-WARNED
                   DISPLAY "Cadena completada con avisos; revise"
                       " los pasos con codigo " WS-WARNING-RC "."
                   MOVE "CADENA COMPLETADA CON AVISOS"
                       TO WS-AUDIT-OUTCOME
               WHEN OTHER
                   DISPLAY "Cadena completada."
                   MOVE "CADENA COMPLETADA" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           MOVE WS-STEP-COUNT TO WS-AUDIT-KEY-INPUT.
           PERFORM WRITE-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN WS-STREAM-STOPPED
                   MOVE WS-STEP-RC TO RETURN-CODE
               WHEN WS-STEP-WARNED
                   MOVE WS-WARNING-RC TO RETURN-CODE
           END-EVALUATE.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

