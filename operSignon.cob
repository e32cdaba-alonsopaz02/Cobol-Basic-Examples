      *   caller in the same run unit used to inherit the first
      *   call's grant (returning OK with a blank operator and no
      *   authority) or its lockout.
      * - OPERMAST now carries the PIN-changed and last-sign-on
      *   dates.  A granted sign-on stamps the last-sign-on date;
      *   a PIN older than the SECPARM maximum age (or assigned
      *   by OPER-MAINT and never changed) must be replaced
      *   before the sign-on is granted, and the new PIN may not
      *   repeat the current one or the last few kept on the
      *   master.  A refused or abandoned change denies the
      *   sign-on.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - Training compliance: once the PIN checks pass, the
      *   operator's TRAINLOG completions are crossed against the
      *   TRNCATLG modules required for their role (OPERADOR, and
      *   SUPERVIS as well for supervisors).  A lapsed module only
      *   warns while it is within the grace period.  A module
      *   never done, or lapsed past the grace period, limits the
      *   operator to inquiry: a caller that updates anything is
      *   denied, and an inquiry caller signs them on inquiry
      *   only.  A supervisor may lift the restriction there and
      *   then with their own ID and PIN; the override is kept on
      *   TRNOVRD for a limited period.  Warnings, restrictions
      *   and overrides all go to AUDITLOG.
      * - A forced PIN change is written back to OPERMAST as soon
      *   as it is accepted: it used to ride on the last-sign-on
      *   REWRITE, so when the training check then denied the
      *   sign-on the new PIN was lost although AUDITLOG said it
      *   had been changed.  A change that cannot be written
      *   denies the sign-on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRAIN-CATALOG-FILE ASSIGN TO "TRNCATLG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT TRAINING-LOG-FILE ASSIGN TO "TRAINLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAINLOG-STATUS.

           SELECT TRAINING-OVERRIDE-FILE ASSIGN TO "TRNOVRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  SECURITY-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECPARMR.

       FD  TRAIN-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRNCATR.

       FD  TRAINING-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRAINREC.

       FD  TRAINING-OVERRIDE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRNOVRR.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
               88  WS-ATTEMPT-GRANTED     VALUE "Y".
           05  WS-MASTER-OPEN-SW          PIC X(01) VALUE "N".
               88  WS-MASTER-IS-OPEN      VALUE "Y".
           05  WS-PIN-MATCH-SW            PIC X(01) VALUE "N".
               88  WS-PIN-MATCHED         VALUE "Y".
           05  WS-CHANGE-RESULT-SW        PIC X(01) VALUE " ".
               88  WS-CHANGE-DONE         VALUE "Y".
               88  WS-CHANGE-REFUSED      VALUE "N".
           05  WS-NEW-PIN-VALID-SW        PIC X(01) VALUE "N".
               88  WS-NEW-PIN-IS-VALID    VALUE "Y".
           05  WS-TRAINING-REFUSED-SW     PIC X(01) VALUE "N".
               88  WS-TRAINING-REFUSED    VALUE "Y".
           05  WS-RESTRICTED-SW           PIC X(01) VALUE "N".
               88  WS-OPERATOR-RESTRICTED VALUE "Y".
           05  WS-OVERRIDE-SW             PIC X(01) VALUE "N".
               88  WS-OVERRIDE-IN-FORCE   VALUE "Y".
           05  WS-SUPERVISOR-OK-SW        PIC X(01) VALUE "N".
               88  WS-SUPERVISOR-CONFIRMED VALUE "Y".
           05  WS-TRAINING-EOF-SW         PIC X(01) VALUE "N".
               88  WS-TRAINING-EOF        VALUE "Y".

       01  WS-ATTEMPT-COUNT               PIC 9(2) COMP VALUE ZERO.
       01  WS-TRY-OPERATOR-ID             PIC X(08).
       01  WS-TRY-PIN                     PIC X(04).

      *    PIN-age and reuse controls off SECPARM; defaults are
      *    set in READ-SECURITY-PARM before the file is read.
       01  WS-PIN-MAX-AGE-DAYS            PIC 9(3) VALUE 90.
       01  WS-PIN-HISTORY-DEPTH           PIC 9(1) VALUE 3.
       01  WS-PIN-AGE-DAYS                PIC S9(8) COMP VALUE ZERO.
       01  WS-CHANGE-TRY-COUNT            PIC 9(2) COMP VALUE ZERO.
       01  WS-PIN-SUB                     PIC 9(2) COMP VALUE ZERO.
       01  WS-SPACE-TALLY                 PIC 9(2) COMP VALUE ZERO.
       01  WS-NEW-PIN                     PIC X(04).
       01  WS-CONFIRM-PIN                 PIC X(04).
       01  WS-PIN-REFUSAL                 PIC X(40).

      *    Training compliance.  Catalog modules for these two
      *    roles are enforced at sign-on; a lapsed module keeps
      *    working for the grace days after it lapses, and a
      *    supervisor's override lasts the override days.
       01  WS-ROLE-OPERATOR               PIC X(08) VALUE "OPERADOR".
       01  WS-ROLE-SUPERVISOR             PIC X(08) VALUE "SUPERVIS".
       01  WS-TRAINING-GRACE-DAYS         PIC 9(3) VALUE 30.
       01  WS-OVERRIDE-DAYS               PIC 9(3) VALUE 30.

       01  WS-REQUIRED-TABLE.
           05  WS-REQ-COUNT               PIC 9(3) COMP VALUE ZERO.
           05  WS-REQ-ENTRY OCCURS 50 TIMES.
               10  WS-REQ-CODE            PIC X(06).
               10  WS-REQ-TITLE           PIC X(29).
               10  WS-REQ-REFRESH         PIC 9(3).
               10  WS-REQ-DONE-DATE       PIC 9(8).
       01  WS-REQ-MAX                     PIC 9(3) COMP VALUE 50.
       01  WS-REQ-SUB                     PIC 9(3) COMP VALUE ZERO.
       01  WS-MISSING-COUNT               PIC 9(3) COMP VALUE ZERO.
       01  WS-LAPSED-COUNT                PIC 9(3) COMP VALUE ZERO.
       01  WS-MONTH-NUMBER                PIC 9(6) COMP VALUE ZERO.

       01  WS-DONE-DATE                   PIC 9(8) VALUE ZERO.
       01  WS-DONE-DATE-R REDEFINES WS-DONE-DATE.
           05  WS-DONE-YYYY               PIC 9(4).
           05  WS-DONE-MM                 PIC 9(2).
           05  WS-DONE-DD                 PIC 9(2).
       01  WS-LAPSE-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-LAPSE-DATE-R REDEFINES WS-LAPSE-DATE.
           05  WS-LAPSE-YYYY              PIC 9(4).
           05  WS-LAPSE-MM                PIC 9(2).
           05  WS-LAPSE-DD                PIC 9(2).
       01  WS-GRACE-END-DATE              PIC 9(8) VALUE ZERO.
       01  WS-OVERRIDE-EXPIRY             PIC 9(8) VALUE ZERO.
       01  WS-OVERRIDE-SUPERVISOR         PIC X(08).
       01  WS-SUPERVISOR-ID               PIC X(08).
       01  WS-SUPERVISOR-PIN              PIC X(04).
       01  WS-SAVED-OPERATOR-RECORD       PIC X(70).

       01  WS-OPERMAST-STATUS             PIC X(02).
       01  WS-PARM-STATUS                 PIC X(02).
       01  WS-CATALOG-STATUS              PIC X(02).
       01  WS-TRAINLOG-STATUS             PIC X(02).
       01  WS-OVERRIDE-STATUS             PIC X(02).
       01  WS-AUDIT-STATUS                PIC X(02).
       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       LINKAGE SECTION.
           COPY SIGNONPR.
           MOVE ZERO TO WS-ATTEMPT-COUNT.
           SET WS-ATTEMPT-RESULT TO "N".
           SET WS-MASTER-OPEN-SW TO "N".
           MOVE SPACE TO WS-CHANGE-RESULT-SW.
           MOVE "N" TO WS-TRAINING-REFUSED-SW.
           MOVE SPACES TO SP-OPERATOR-ID.
           MOVE SPACE TO SP-AUTHORITY.
           MOVE SPACE TO SP-ACCESS-LEVEL.
           MOVE "N" TO SP-SIGNON-STATUS.
           PERFORM READ-SECURITY-PARM.
           PERFORM OPEN-SECURITY-MASTER.
           IF WS-MASTER-IS-OPEN
               PERFORM TRY-ONE-SIGNON
                   UNTIL WS-ATTEMPT-GRANTED
                   OR WS-CHANGE-REFUSED
                   OR WS-TRAINING-REFUSED
                   OR WS-ATTEMPT-COUNT NOT LESS THAN 3
               CLOSE OPER-MASTER-FILE
               EVALUATE TRUE
                   WHEN WS-ATTEMPT-GRANTED
                       MOVE "Y" TO SP-SIGNON-STATUS
                   WHEN WS-CHANGE-REFUSED
                       CONTINUE
                   WHEN WS-TRAINING-REFUSED
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Demasiados intentos fallidos, acceso"
                           " bloqueado."
                       MOVE WS-TRY-OPERATOR-ID TO WS-AUDIT-KEY-INPUT
                       MOVE "ACCESO BLOQUEADO" TO WS-AUDIT-OUTCOME
                       PERFORM WRITE-AUDIT-RECORD
               END-EVALUATE
           END-IF.
           GOBACK.

           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE SPACES TO RH-OPERATOR-ID.

       READ-SECURITY-PARM.
           MOVE 90 TO WS-PIN-MAX-AGE-DAYS.
           MOVE 3 TO WS-PIN-HISTORY-DEPTH.
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
           IF SC-PIN-HISTORY-DEPTH IS NUMERIC
                   AND SC-PIN-HISTORY-DEPTH > ZERO
               MOVE SC-PIN-HISTORY-DEPTH TO WS-PIN-HISTORY-DEPTH
           END-IF.
           IF WS-PIN-HISTORY-DEPTH > 5
               MOVE 5 TO WS-PIN-HISTORY-DEPTH
           END-IF.

      *    The master is opened for update: a granted sign-on
      *    stamps the last-sign-on date and a forced PIN change is
      *    written back.
       OPEN-SECURITY-MASTER.
           OPEN I-O OPER-MASTER-FILE.
           IF WS-OPERMAST-STATUS = "00"
               SET WS-MASTER-IS-OPEN TO TRUE
           ELSE
           MOVE SPACES TO WS-TRY-PIN.
           ACCEPT WS-TRY-PIN.
           SET WS-ATTEMPT-RESULT TO "N".
           SET WS-PIN-MATCH-SW TO "N".
           MOVE WS-TRY-OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPER-MASTER-FILE
               INVALID KEY
               NOT INVALID KEY
                   IF OM-IS-ACTIVE
                           AND OM-OPERATOR-PIN = WS-TRY-PIN
                       SET WS-PIN-MATCHED TO TRUE
                   END-IF
           END-READ.
           IF WS-PIN-MATCHED
               PERFORM CHECK-PIN-AGE
               IF NOT WS-CHANGE-REFUSED
                   PERFORM CHECK-TRAINING-COMPLIANCE
               END-IF
               IF NOT WS-CHANGE-REFUSED
                       AND NOT WS-TRAINING-REFUSED
                   PERFORM GRANT-THE-SIGNON
               END-IF
           ELSE
               DISPLAY "ID o PIN incorrectos. Intento "
                   WS-ATTEMPT-COUNT " de 3."
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       GRANT-THE-SIGNON.
           SET WS-ATTEMPT-GRANTED TO TRUE.
           MOVE OM-OPERATOR-ID TO SP-OPERATOR-ID
               RH-OPERATOR-ID.
           MOVE OM-AUTHORITY TO SP-AUTHORITY.
           IF WS-OPERATOR-RESTRICTED
               SET SP-ACCESS-INQUIRY-ONLY TO TRUE
           ELSE
               SET SP-ACCESS-FULL TO TRUE
           END-IF.
           MOVE RH-RUN-DATE TO OM-LAST-SIGNON-DATE.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "AVISO: no se pudo anotar la fecha de"
                       " acceso en OPERMAST."
           END-REWRITE.
           DISPLAY "Bienvenido, " OM-OPERATOR-NAME ".".
           MOVE OM-OPERATOR-ID TO WS-AUDIT-KEY-INPUT.
           MOVE "ACCESO CONCEDIDO" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-OPERATOR-RESTRICTED
               DISPLAY "Acceso limitado a consultas hasta completar"
                   " la formacion obligatoria."
               MOVE "SOLO CONSULTA POR FORMACION"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *----------------------------------------------------------*
      * PIN AGE AND FORCED CHANGE                                *
      *----------------------------------------------------------*
      *    A zero PIN-changed date is a PIN OPER-MAINT assigned
      *    (or one set before the date was kept): it is treated as
      *    expired, so the operator chooses their own PIN at the
      *    first sign-on.
       CHECK-PIN-AGE.
           IF OM-PIN-CHANGED-DATE IS NOT NUMERIC
                   OR OM-PIN-CHANGED-DATE = ZERO
               MOVE 99999 TO WS-PIN-AGE-DAYS
           ELSE
               COMPUTE WS-PIN-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (RH-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (OM-PIN-CHANGED-DATE)
           END-IF.
           IF WS-PIN-AGE-DAYS NOT LESS THAN WS-PIN-MAX-AGE-DAYS
               DISPLAY "Su PIN ha caducado; debe elegir uno nuevo"
                   " para continuar."
               MOVE OM-OPERATOR-ID TO WS-AUDIT-KEY-INPUT
               MOVE "CAMBIO DE PIN OBLIGATORIO" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               PERFORM FORCE-PIN-CHANGE
           END-IF.

      *    Three tries to give an acceptable new PIN; after that
      *    the sign-on is denied and the old PIN stays expired.
       FORCE-PIN-CHANGE.
           MOVE ZERO TO WS-CHANGE-TRY-COUNT.
           MOVE SPACE TO WS-CHANGE-RESULT-SW.
           PERFORM TRY-ONE-PIN-CHANGE
               UNTIL WS-CHANGE-DONE
               OR WS-CHANGE-REFUSED
               OR WS-CHANGE-TRY-COUNT NOT LESS THAN 3.
           IF NOT WS-CHANGE-DONE
               SET WS-CHANGE-REFUSED TO TRUE
               DISPLAY "PIN no cambiado, acceso denegado."
               MOVE OM-OPERATOR-ID TO WS-AUDIT-KEY-INPUT
               MOVE "CAMBIO DE PIN NO HECHO" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       TRY-ONE-PIN-CHANGE.
           ADD 1 TO WS-CHANGE-TRY-COUNT.
           DISPLAY "Nuevo PIN (4 caracteres): ".
           MOVE SPACES TO WS-NEW-PIN.
           ACCEPT WS-NEW-PIN.
           DISPLAY "Repita el nuevo PIN: ".
           MOVE SPACES TO WS-CONFIRM-PIN.
           ACCEPT WS-CONFIRM-PIN.
           PERFORM VALIDATE-NEW-PIN.
           IF WS-NEW-PIN-IS-VALID
               PERFORM STORE-NEW-PIN
           ELSE
               DISPLAY WS-PIN-REFUSAL " Intento "
                   WS-CHANGE-TRY-COUNT " de 3."
           END-IF.

       VALIDATE-NEW-PIN.
           SET WS-NEW-PIN-VALID-SW TO "Y".
           MOVE ZERO TO WS-SPACE-TALLY.
           INSPECT WS-NEW-PIN TALLYING WS-SPACE-TALLY FOR ALL SPACE.
           EVALUATE TRUE
               WHEN WS-SPACE-TALLY > ZERO
                   MOVE "El PIN debe tener 4 caracteres."
                       TO WS-PIN-REFUSAL
                   SET WS-NEW-PIN-VALID-SW TO "N"
               WHEN WS-NEW-PIN NOT = WS-CONFIRM-PIN
                   MOVE "Los dos PIN no coinciden."
                       TO WS-PIN-REFUSAL
                   SET WS-NEW-PIN-VALID-SW TO "N"
               WHEN WS-NEW-PIN = OM-OPERATOR-PIN
                   MOVE "El nuevo PIN no puede ser el actual."
                       TO WS-PIN-REFUSAL
                   SET WS-NEW-PIN-VALID-SW TO "N"
               WHEN OTHER
                   MOVE ZERO TO WS-PIN-SUB
                   PERFORM CHECK-ONE-PREVIOUS-PIN
                       UNTIL NOT WS-NEW-PIN-IS-VALID
                       OR WS-PIN-SUB NOT LESS THAN
                           WS-PIN-HISTORY-DEPTH
           END-EVALUATE.

       CHECK-ONE-PREVIOUS-PIN.
           ADD 1 TO WS-PIN-SUB.
           IF WS-NEW-PIN = OM-PREVIOUS-PIN (WS-PIN-SUB)
               MOVE "Ese PIN ya se uso hace poco."
                   TO WS-PIN-REFUSAL
               SET WS-NEW-PIN-VALID-SW TO "N"
           END-IF.

      *    The PIN given up goes to the front of the history and
      *    the oldest one drops off the end.  The change is written
      *    back there and then, before the training check can turn
      *    the sign-on away.
       STORE-NEW-PIN.
           MOVE 5 TO WS-PIN-SUB.
           PERFORM SHIFT-ONE-PREVIOUS-PIN
               UNTIL WS-PIN-SUB < 2.
           MOVE OM-OPERATOR-PIN TO OM-PREVIOUS-PIN (1).
           MOVE WS-NEW-PIN TO OM-OPERATOR-PIN.
           MOVE RH-RUN-DATE TO OM-PIN-CHANGED-DATE.
           REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE OM-OPERATOR-ID TO WS-AUDIT-KEY-INPUT.
           IF WS-OPERMAST-STATUS = "00"
               SET WS-CHANGE-DONE TO TRUE
               DISPLAY "PIN cambiado."
               MOVE "PIN CAMBIADO" TO WS-AUDIT-OUTCOME
           ELSE
               SET WS-CHANGE-REFUSED TO TRUE
               DISPLAY "No se pudo grabar el nuevo PIN en OPERMAST"
                   " (estado " WS-OPERMAST-STATUS ")."
               MOVE "PIN NO GRABADO" TO WS-AUDIT-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       SHIFT-ONE-PREVIOUS-PIN.
           MOVE OM-PREVIOUS-PIN (WS-PIN-SUB - 1)
               TO OM-PREVIOUS-PIN (WS-PIN-SUB).
           SUBTRACT 1 FROM WS-PIN-SUB.

      *----------------------------------------------------------*
      * TRAINING COMPLIANCE                                      *
      *----------------------------------------------------------*
      *    Runs with the operator's master record in hand, after
      *    the PIN checks.  With no catalog nothing is required;
      *    with no training log every required module is missing.
       CHECK-TRAINING-COMPLIANCE.
           MOVE "N" TO WS-RESTRICTED-SW.
           MOVE "N" TO WS-OVERRIDE-SW.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE ZERO TO WS-LAPSED-COUNT.
           PERFORM LOAD-REQUIRED-MODULES.
           IF WS-REQ-COUNT > ZERO
               PERFORM FIND-OPERATOR-COMPLETIONS
               MOVE ZERO TO WS-REQ-SUB
               PERFORM GRADE-ONE-MODULE
                   UNTIL WS-REQ-SUB NOT LESS THAN WS-REQ-COUNT
           END-IF.
           IF WS-MISSING-COUNT > ZERO
               SET WS-OPERATOR-RESTRICTED TO TRUE
               PERFORM CHECK-STANDING-OVERRIDE
               IF NOT WS-OVERRIDE-IN-FORCE
                   PERFORM OFFER-SUPERVISOR-OVERRIDE
               END-IF
               IF WS-OVERRIDE-IN-FORCE
                   MOVE "N" TO WS-RESTRICTED-SW
               END-IF
           END-IF.
           IF WS-OPERATOR-RESTRICTED AND NOT SP-CALLER-INQUIRY
               SET WS-TRAINING-REFUSED TO TRUE
               DISPLAY "Formacion obligatoria pendiente: solo puede"
                   " usar las consultas. Acceso denegado."
               MOVE OM-OPERATOR-ID TO WS-AUDIT-KEY-INPUT
               MOVE "DENEGADO POR FORMACION" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       LOAD-REQUIRED-MODULES.
           MOVE ZERO TO WS-REQ-COUNT.
           MOVE "N" TO WS-TRAINING-EOF-SW.
           OPEN INPUT TRAIN-CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               SET WS-TRAINING-EOF TO TRUE
           ELSE
               PERFORM READ-NEXT-CATALOG-RECORD
           END-IF.
           PERFORM NOTE-ONE-CATALOG-MODULE
               UNTIL WS-TRAINING-EOF.
           IF WS-CATALOG-STATUS NOT = "35"
               CLOSE TRAIN-CATALOG-FILE
           END-IF.

       READ-NEXT-CATALOG-RECORD.
           READ TRAIN-CATALOG-FILE
               AT END
                   SET WS-TRAINING-EOF TO TRUE
           END-READ.

       NOTE-ONE-CATALOG-MODULE.
           IF TC-REQUIRED-ROLE = WS-ROLE-OPERATOR
                   OR (TC-REQUIRED-ROLE = WS-ROLE-SUPERVISOR
                       AND OM-AUTH-SUPERVISOR)
               IF WS-REQ-COUNT NOT LESS THAN WS-REQ-MAX
                   DISPLAY "AVISO: mas de " WS-REQ-MAX " modulos"
                       " obligatorios, el resto se ignora."
                   SET WS-TRAINING-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-REQ-COUNT
                   MOVE TC-MODULE-CODE TO WS-REQ-CODE (WS-REQ-COUNT)
                   MOVE TC-MODULE-TITLE
                       TO WS-REQ-TITLE (WS-REQ-COUNT)
                   MOVE TC-REFRESH-MONTHS
                       TO WS-REQ-REFRESH (WS-REQ-COUNT)
                   MOVE ZERO TO WS-REQ-DONE-DATE (WS-REQ-COUNT)
               END-IF
           END-IF.
           IF NOT WS-TRAINING-EOF
               PERFORM READ-NEXT-CATALOG-RECORD
           END-IF.

      *    Keep the operator's latest completion of each module.
       FIND-OPERATOR-COMPLETIONS.
           MOVE "N" TO WS-TRAINING-EOF-SW.
           OPEN INPUT TRAINING-LOG-FILE.
           IF WS-TRAINLOG-STATUS NOT = "00"
               SET WS-TRAINING-EOF TO TRUE
           ELSE
               PERFORM READ-NEXT-TRAINING-RECORD
           END-IF.
           PERFORM NOTE-ONE-COMPLETION
               UNTIL WS-TRAINING-EOF.
           IF WS-TRAINLOG-STATUS NOT = "35"
               CLOSE TRAINING-LOG-FILE
           END-IF.

       READ-NEXT-TRAINING-RECORD.
           READ TRAINING-LOG-FILE
               AT END
                   SET WS-TRAINING-EOF TO TRUE
           END-READ.

       NOTE-ONE-COMPLETION.
           IF TL-TRAINEE-ID = OM-OPERATOR-ID
                   AND TL-COMPLETION-DATE IS NUMERIC
               MOVE ZERO TO WS-REQ-SUB
               PERFORM MATCH-ONE-COMPLETION
                   UNTIL WS-REQ-SUB NOT LESS THAN WS-REQ-COUNT
           END-IF.
           PERFORM READ-NEXT-TRAINING-RECORD.

       MATCH-ONE-COMPLETION.
           ADD 1 TO WS-REQ-SUB.
           IF WS-REQ-CODE (WS-REQ-SUB) = TL-MODULE-CODE
                   AND TL-COMPLETION-DATE
                       > WS-REQ-DONE-DATE (WS-REQ-SUB)
               MOVE TL-COMPLETION-DATE
                   TO WS-REQ-DONE-DATE (WS-REQ-SUB)
           END-IF.

       GRADE-ONE-MODULE.
           ADD 1 TO WS-REQ-SUB.
           IF WS-REQ-DONE-DATE (WS-REQ-SUB) = ZERO
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "Falta el modulo obligatorio "
                   WS-REQ-CODE (WS-REQ-SUB) " "
                   WS-REQ-TITLE (WS-REQ-SUB)
           ELSE
               IF WS-REQ-REFRESH (WS-REQ-SUB) > ZERO
                   PERFORM CHECK-MODULE-LAPSE
               END-IF
           END-IF.

      *    As in TRAIN-COMPLIANCE, a completion lapses once the
      *    refresh interval in whole months has gone by, that is
      *    on the first day of the month the interval reaches.
      *    The grace period runs from that day.
       CHECK-MODULE-LAPSE.
           MOVE WS-REQ-DONE-DATE (WS-REQ-SUB) TO WS-DONE-DATE.
           COMPUTE WS-MONTH-NUMBER = WS-DONE-YYYY * 12
               + WS-DONE-MM - 1 + WS-REQ-REFRESH (WS-REQ-SUB).
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-LAPSE-YYYY
               REMAINDER WS-LAPSE-MM.
           ADD 1 TO WS-LAPSE-MM.
           MOVE 1 TO WS-LAPSE-DD.
           IF RH-RUN-DATE NOT LESS THAN WS-LAPSE-DATE
               COMPUTE WS-GRACE-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAPSE-DATE)
                       + WS-TRAINING-GRACE-DAYS)
               IF RH-RUN-DATE > WS-GRACE-END-DATE
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY "El modulo obligatorio "
                       WS-REQ-CODE (WS-REQ-SUB)
                       " caduco y el plazo de gracia termino el "
                       WS-GRACE-END-DATE "."
               ELSE
                   ADD 1 TO WS-LAPSED-COUNT
                   DISPLAY "AVISO: el modulo "
                       WS-REQ-CODE (WS-REQ-SUB)
                       " ha caducado; renuevelo antes del "
                       WS-GRACE-END-DATE "."
                   MOVE SPACES TO WS-AUDIT-KEY-INPUT
                   STRING OM-OPERATOR-ID DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-REQ-CODE (WS-REQ-SUB) DELIMITED BY SIZE
                       INTO WS-AUDIT-KEY-INPUT
                   END-STRING
                   MOVE "FORMACION CADUCADA EN PLAZO"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      *    The latest override still in force counts.
       CHECK-STANDING-OVERRIDE.
           MOVE ZERO TO WS-OVERRIDE-EXPIRY.
           MOVE "N" TO WS-TRAINING-EOF-SW.
           OPEN INPUT TRAINING-OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS NOT = "00"
               SET WS-TRAINING-EOF TO TRUE
           ELSE
               PERFORM READ-NEXT-OVERRIDE-RECORD
           END-IF.
           PERFORM NOTE-ONE-OVERRIDE
               UNTIL WS-TRAINING-EOF.
           IF WS-OVERRIDE-STATUS NOT = "35"
               CLOSE TRAINING-OVERRIDE-FILE
           END-IF.
           IF WS-OVERRIDE-IN-FORCE
               DISPLAY "Excepcion de formacion autorizada por "
                   WS-OVERRIDE-SUPERVISOR " hasta el "
                   WS-OVERRIDE-EXPIRY "."
               MOVE SPACES TO WS-AUDIT-KEY-INPUT
               STRING OM-OPERATOR-ID DELIMITED BY SPACE
                   " POR " DELIMITED BY SIZE
                   WS-OVERRIDE-SUPERVISOR DELIMITED BY SPACE
                   INTO WS-AUDIT-KEY-INPUT
               END-STRING
               MOVE "EXCEPCION FORMACION VIGENTE"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       READ-NEXT-OVERRIDE-RECORD.
           READ TRAINING-OVERRIDE-FILE
               AT END
                   SET WS-TRAINING-EOF TO TRUE
           END-READ.

       NOTE-ONE-OVERRIDE.
           IF TV-OPERATOR-ID = OM-OPERATOR-ID
                   AND TV-EXPIRY-DATE NOT LESS THAN RH-RUN-DATE
                   AND TV-EXPIRY-DATE > WS-OVERRIDE-EXPIRY
               SET WS-OVERRIDE-IN-FORCE TO TRUE
               MOVE TV-EXPIRY-DATE TO WS-OVERRIDE-EXPIRY
               MOVE TV-SUPERVISOR-ID TO WS-OVERRIDE-SUPERVISOR
           END-IF.
           PERFORM READ-NEXT-OVERRIDE-RECORD.

      *    A supervisor other than the operator gives their own ID
      *    and PIN at the operator's terminal.  A blank ID leaves
      *    the restriction in place.
       OFFER-SUPERVISOR-OVERRIDE.
           DISPLAY "Un supervisor puede autorizar una excepcion de"
               " formacion.".
           DISPLAY "ID del supervisor (en blanco para continuar sin"
               " ella): ".
           MOVE SPACES TO WS-SUPERVISOR-ID.
           ACCEPT WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID NOT = SPACES
               DISPLAY "PIN del supervisor: "
               MOVE SPACES TO WS-SUPERVISOR-PIN
               ACCEPT WS-SUPERVISOR-PIN
               PERFORM VERIFY-OVERRIDE-SUPERVISOR
               MOVE SPACES TO WS-AUDIT-KEY-INPUT
               STRING OM-OPERATOR-ID DELIMITED BY SPACE
                   " POR " DELIMITED BY SIZE
                   WS-SUPERVISOR-ID DELIMITED BY SPACE
                   INTO WS-AUDIT-KEY-INPUT
               END-STRING
               IF WS-SUPERVISOR-CONFIRMED
                   PERFORM RECORD-TRAINING-OVERRIDE
               ELSE
                   DISPLAY "Supervisor no valido; no se autoriza la"
                       " excepcion."
                   MOVE "EXCEPCION FORMACION RECHAZADA"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      *    The supervisor is read into the master record area, so
      *    the operator's record (with any PIN change still to be
      *    written) is put back afterwards.
       VERIFY-OVERRIDE-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK-SW.
           MOVE OPERATOR-MASTER-RECORD TO WS-SAVED-OPERATOR-RECORD.
           IF WS-SUPERVISOR-ID NOT = OM-OPERATOR-ID
               MOVE WS-SUPERVISOR-ID TO OM-OPERATOR-ID
               READ OPER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OM-IS-ACTIVE
                               AND OM-AUTH-SUPERVISOR
                               AND OM-OPERATOR-PIN = WS-SUPERVISOR-PIN
                           SET WS-SUPERVISOR-CONFIRMED TO TRUE
                       END-IF
               END-READ
           END-IF.
           MOVE WS-SAVED-OPERATOR-RECORD TO OPERATOR-MASTER-RECORD.

       RECORD-TRAINING-OVERRIDE.
           COMPUTE WS-OVERRIDE-EXPIRY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (RH-RUN-DATE)
                   + WS-OVERRIDE-DAYS).
           OPEN EXTEND TRAINING-OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS NOT = "00"
               OPEN OUTPUT TRAINING-OVERRIDE-FILE
           END-IF.
           MOVE OM-OPERATOR-ID TO TV-OPERATOR-ID.
           MOVE WS-SUPERVISOR-ID TO TV-SUPERVISOR-ID.
           MOVE RH-RUN-DATE TO TV-GRANTED-DATE.
           MOVE WS-OVERRIDE-EXPIRY TO TV-EXPIRY-DATE.
           WRITE TRAINING-OVERRIDE-RECORD.
           CLOSE TRAINING-OVERRIDE-FILE.
           SET WS-OVERRIDE-IN-FORCE TO TRUE.
           DISPLAY "Excepcion de formacion autorizada por "
               WS-SUPERVISOR-ID " hasta el " WS-OVERRIDE-EXPIRY ".".
           MOVE "EXCEPCION FORMACION AUTORIZADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

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

