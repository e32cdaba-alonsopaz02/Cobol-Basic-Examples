       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ENTRY.
      *Data-entry screen for the branch's paper voucher batches,
      *callable from CAPITULO11's menu.  Vouchers used to be typed
      *into TRANSRAW with an editor, header and trailer included,
      *and a mistyped trailer count or hash total condemned the
      *whole batch at TRANS-EDIT the next morning.  Here the
      *operator signs on through OPER-SIGNON, enters the batch
      *number and the control count and hash total from the batch
      *slip, and then keys the details one by one.  Every detail
      *is validated as it is keyed: the account (and a transfer's
      *receiving account) must carry a valid check digit and be
      *on ACCTMAST and not closed, the operation must be one the
      *calculator knows, and the amounts must be numeric.  Lines
      *can be listed, corrected or deleted at any time, and the
      *running count and hash are shown after every change.  The
      *batch is only released - header, details and trailer
      *appended to TRANSRAW - once the keyed count and hash agree
      *with the control totals; the trailer is then built from
      *what was keyed, so it can never be typed wrong.  The batch
      *header carries the signed-on operator as the batch source,
      *so every keyed batch records who keyed it, and each release
      *or abandoned batch is logged to AUDITLOG.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT RAW-FEED-FILE ASSIGN TO "TRANSRAW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  RAW-FEED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
           COPY TRANSBCH.
       01  RAW-DETAIL-RECORD.
           05  RAW-ACCOUNT-NUMBER         PIC 9(6).
           05  RAW-NUM1                   PIC 9(4)V99.
           05  RAW-NUM2                   PIC 9(4)V99.
           05  RAW-OPERATION-CODE         PIC X(01).
           05  FILLER                     PIC X(06).

       FD  BATCH-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHRGR.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY SIGNONPR.
           COPY ACCTCKPR.

       01  WS-SWITCHES.
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-SESSION-CONTINUE-SW     PIC X(01) VALUE "Y".
               88  WS-SESSION-CONTINUE    VALUE "Y".
           05  WS-BATCH-OPEN-SWITCH       PIC X(01) VALUE "N".
               88  WS-BATCH-IS-OPEN       VALUE "Y".
           05  WS-VALID-SWITCH            PIC X(01) VALUE "N".
               88  WS-VALUE-IS-VALID      VALUE "Y".
           05  WS-RAW-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-RAW-END-OF-FILE     VALUE "Y".
           05  WS-REG-EOF-SWITCH          PIC X(01) VALUE "N".
               88  WS-REG-END-OF-FILE     VALUE "Y".
           05  WS-FIRST-RAW-SWITCH        PIC X(01) VALUE "Y".
               88  WS-FIRST-RAW-RECORD    VALUE "Y".

      *    What TRANSRAW already holds, as far as the new batch is
      *    concerned: bare batches can have another appended after
      *    them, but a transmission ends with its own trailer and
      *    anything added after that would condemn all of it.
       01  WS-STAGED-STATE                PIC X(01) VALUE "E".
           88  WS-STAGED-APPENDABLE       VALUE "E".
           88  WS-STAGED-TRANSMISSION     VALUE "T".

       01  WS-LINE-ACTION                 PIC X(01) VALUE SPACE.
           88  WS-ACTION-ADD              VALUE "A" "a".
           88  WS-ACTION-CORRECT          VALUE "C" "c".
           88  WS-ACTION-DELETE           VALUE "B" "b".
           88  WS-ACTION-LIST             VALUE "V" "v".
           88  WS-ACTION-RELEASE          VALUE "L" "l".
           88  WS-ACTION-ABANDON          VALUE "X" "x".

       01  WS-CONFIRM                     PIC X(01) VALUE SPACE.
           88  WS-CONFIRM-YES             VALUE "S" "s".

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-BATCH-NUMBER                PIC 9(6) VALUE ZERO.
       01  WS-FIRST-GENERATED-BATCH       PIC 9(6) VALUE 800000.
       01  WS-BATCH-REASON                PIC X(30) VALUE SPACES.

      *    Control totals from the batch slip, and the same totals
      *    over the lines keyed so far.  The hash is NUM1 plus NUM2
      *    exactly as TRANS-EDIT proves it, so a transfer's
      *    receiving account counts through its NUM2 image.
       01  WS-CONTROL-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-CONTROL-HASH                PIC 9(9)V99 VALUE ZERO.
       01  WS-KEYED-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-KEYED-HASH                  PIC 9(9)V99 VALUE ZERO.

      *    The detail being keyed, before it is taken into the
      *    batch, laid out as the TRANSRAW detail image.
       01  WS-LINE-WORK.
           05  WS-LINE-ACCOUNT            PIC 9(6).
           05  WS-LINE-NUM1               PIC 9(4)V99.
           05  WS-LINE-NUM2               PIC 9(4)V99.
           05  WS-LINE-COUNTER REDEFINES WS-LINE-NUM2
                                          PIC 9(6).
           05  WS-LINE-OPERATION          PIC X(01).
               88  WS-LINE-OP-KNOWN       VALUE "A" "S" "M" "D" "T".
               88  WS-LINE-OP-TRANSFER    VALUE "T".
       01  WS-LINE-REASON                 PIC X(30) VALUE SPACES.
       01  WS-CHECK-ACCOUNT               PIC 9(6) VALUE ZERO.

       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-LINE OCCURS 500 TIMES.
               10  WS-EL-ACCOUNT          PIC 9(6).
               10  WS-EL-NUM1             PIC 9(4)V99.
               10  WS-EL-NUM2             PIC 9(4)V99.
               10  WS-EL-COUNTER REDEFINES WS-EL-NUM2
                                          PIC 9(6).
               10  WS-EL-OPERATION        PIC X(01).
                   88  WS-EL-OP-TRANSFER  VALUE "T".

       01  WS-RETRY-COUNT                 PIC 9(2) COMP VALUE ZERO.
       01  WS-ENTRY-MAX                   PIC 9(4) COMP VALUE 500.
       01  WS-ENTRY-SUB                   PIC 9(4) COMP VALUE ZERO.
       01  WS-LINE-NUMBER                 PIC 9(4) VALUE ZERO.
       01  WS-RELEASED-COUNT              PIC 9(4) COMP VALUE ZERO.

       01  WS-AMOUNT-EDIT                 PIC Z(3)9.99.
       01  WS-SECOND-EDIT                 PIC Z(3)9.99.
       01  WS-HASH-EDIT                   PIC Z(8)9.99.
       01  WS-CONTROL-HASH-EDIT           PIC Z(8)9.99.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-RAW-STATUS              PIC X(02).
           05  WS-REGISTER-STATUS         PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           IF SP-SIGNON-OK
               PERFORM OPEN-MASTER-OR-STOP
               IF WS-MASTER-OPEN-FAILED
                   MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
                   MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM READ-BUSINESS-DATE
                   PERFORM ENTRY-SESSION
                   CLOSE ACCT-MASTER-FILE
               END-IF
           ELSE
               DISPLAY "Acceso denegado. Fin del trabajo."
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "BATCH-ENTRY" TO RH-JOB-NAME.
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

       OPEN-MASTER-OR-STOP.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
           END-IF.

      *    The batch header is dated with the business day the
      *    shop is posting under; without BUSDATE the run date is
      *    the best there is.
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

       ENTRY-SESSION.
           SET WS-SESSION-CONTINUE-SW TO "Y".
           PERFORM ENTER-ONE-BATCH
               UNTIL NOT WS-SESSION-CONTINUE.
           DISPLAY "Fin de la grabacion (" WS-RELEASED-COUNT
               " lotes grabados en TRANSRAW).".

      *----------------------------------------------------------*
      * OPEN A BATCH FROM ITS SLIP                                *
      *----------------------------------------------------------*
       ENTER-ONE-BATCH.
           DISPLAY "Numero de lote (0 = fin): ".
           MOVE ZERO TO WS-BATCH-NUMBER.
           ACCEPT WS-BATCH-NUMBER.
           EVALUATE TRUE
               WHEN WS-BATCH-NUMBER NOT NUMERIC
                   DISPLAY "Numero de lote no numerico."
               WHEN WS-BATCH-NUMBER = ZERO
                   MOVE "N" TO WS-SESSION-CONTINUE-SW
               WHEN OTHER
                   PERFORM CHECK-NEW-BATCH-NUMBER
                   IF WS-BATCH-REASON = SPACES
                       PERFORM GET-CONTROL-TOTALS
                   ELSE
                       DISPLAY "Lote " WS-BATCH-NUMBER
                           " no admitido: " WS-BATCH-REASON
                   END-IF
                   IF WS-BATCH-REASON = SPACES
                       PERFORM KEY-THE-BATCH
                   END-IF
           END-EVALUATE.

      *    A batch number may be taken only once: not one of the
      *    numbers the generators stamp, not already accepted on
      *    BATCHREG, and not already waiting on TRANSRAW.  The
      *    same check runs again at release, in case another
      *    operator has staged something in the meantime.
       CHECK-NEW-BATCH-NUMBER.
           MOVE SPACES TO WS-BATCH-REASON.
           PERFORM INSPECT-STAGED-FEED.
           EVALUATE TRUE
               WHEN WS-BATCH-NUMBER NOT LESS THAN
                       WS-FIRST-GENERATED-BATCH
                   MOVE "NUMERO RESERVADO A GENERADOS"
                       TO WS-BATCH-REASON
               WHEN WS-STAGED-TRANSMISSION
                   MOVE "TRANSRAW CON TRANSMISION"
                       TO WS-BATCH-REASON
               WHEN WS-BATCH-REASON NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM CHECK-BATCH-REGISTER
           END-EVALUATE.

       GET-CONTROL-TOTALS.
           MOVE ZERO TO WS-RETRY-COUNT.
           SET WS-VALID-SWITCH TO "N".
           PERFORM ACCEPT-CONTROL-COUNT
               UNTIL WS-VALUE-IS-VALID
                  OR WS-RETRY-COUNT NOT LESS THAN 3.
           IF WS-VALUE-IS-VALID
               MOVE ZERO TO WS-RETRY-COUNT
               SET WS-VALID-SWITCH TO "N"
               PERFORM ACCEPT-CONTROL-HASH
                   UNTIL WS-VALUE-IS-VALID
                      OR WS-RETRY-COUNT NOT LESS THAN 3
           END-IF.
           IF NOT WS-VALUE-IS-VALID
               DISPLAY "Demasiados intentos invalidos, lote no"
                   " abierto."
               MOVE "TOTALES DE CONTROL INVALIDOS" TO WS-BATCH-REASON
           END-IF.

       ACCEPT-CONTROL-COUNT.
           ADD 1 TO WS-RETRY-COUNT.
           DISPLAY "Numero de registros segun el control (1-500): ".
           MOVE ZERO TO WS-CONTROL-COUNT.
           ACCEPT WS-CONTROL-COUNT.
           IF WS-CONTROL-COUNT IS NUMERIC
                   AND WS-CONTROL-COUNT NOT = ZERO
                   AND WS-CONTROL-COUNT NOT GREATER THAN WS-ENTRY-MAX
               SET WS-VALUE-IS-VALID TO TRUE
           ELSE
               DISPLAY "Valor no valido. Intento " WS-RETRY-COUNT
                   " de 3."
           END-IF.

       ACCEPT-CONTROL-HASH.
           ADD 1 TO WS-RETRY-COUNT.
           DISPLAY "Total hash segun el control (formato"
               " 999999999.99): ".
           MOVE ZERO TO WS-CONTROL-HASH.
           ACCEPT WS-CONTROL-HASH.
           IF WS-CONTROL-HASH IS NUMERIC
               SET WS-VALUE-IS-VALID TO TRUE
           ELSE
               DISPLAY "Valor no numerico. Intento " WS-RETRY-COUNT
                   " de 3."
           END-IF.

      *----------------------------------------------------------*
      * KEY, CORRECT AND DELETE LINES UNTIL RELEASE OR ABANDON    *
      *----------------------------------------------------------*
       KEY-THE-BATCH.
           MOVE ZERO TO WS-KEYED-COUNT.
           MOVE ZERO TO WS-KEYED-HASH.
           SET WS-BATCH-IS-OPEN TO TRUE.
           PERFORM HANDLE-ONE-ACTION
               UNTIL NOT WS-BATCH-IS-OPEN.

       HANDLE-ONE-ACTION.
           PERFORM SHOW-BATCH-TOTALS.
           DISPLAY "(A)nadir (C)orregir (B)orrar (V)er (L)iberar"
               " (X) abandonar: ".
           MOVE SPACE TO WS-LINE-ACTION.
           ACCEPT WS-LINE-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-ONE-LINE
               WHEN WS-ACTION-CORRECT
                   PERFORM CORRECT-ONE-LINE
               WHEN WS-ACTION-DELETE
                   PERFORM DELETE-ONE-LINE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-THE-LINES
               WHEN WS-ACTION-RELEASE
                   PERFORM RELEASE-THE-BATCH
               WHEN WS-ACTION-ABANDON
                   PERFORM ABANDON-THE-BATCH
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.

       SHOW-BATCH-TOTALS.
           MOVE WS-KEYED-HASH TO WS-HASH-EDIT.
           MOVE WS-CONTROL-HASH TO WS-CONTROL-HASH-EDIT.
           DISPLAY "---------------------------------------------".
           DISPLAY "  Lote " WS-BATCH-NUMBER "  Lineas: "
               WS-KEYED-COUNT " de " WS-CONTROL-COUNT.
           DISPLAY "  Hash: " WS-HASH-EDIT " de "
               WS-CONTROL-HASH-EDIT.

       ADD-ONE-LINE.
           IF WS-KEYED-COUNT NOT LESS THAN WS-ENTRY-MAX
               DISPLAY "Lote lleno: no caben mas de " WS-ENTRY-MAX
                   " lineas."
           ELSE
               PERFORM KEY-ONE-LINE
               IF WS-LINE-REASON = SPACES
                   ADD 1 TO WS-KEYED-COUNT
                   MOVE WS-LINE-WORK
                       TO WS-ENTRY-LINE (WS-KEYED-COUNT)
                   PERFORM RECOMPUTE-KEYED-HASH
               ELSE
                   DISPLAY "Linea rechazada: " WS-LINE-REASON
               END-IF
           END-IF.

      *    A correction rekeys the whole line; the old line stays
      *    as it was unless the new one passes every check.
       CORRECT-ONE-LINE.
           PERFORM ASK-LINE-NUMBER.
           IF WS-LINE-NUMBER NOT = ZERO
               MOVE WS-LINE-NUMBER TO WS-ENTRY-SUB
               DISPLAY "Linea actual:"
               PERFORM SHOW-ONE-LINE
               PERFORM KEY-ONE-LINE
               IF WS-LINE-REASON = SPACES
                   MOVE WS-LINE-WORK
                       TO WS-ENTRY-LINE (WS-LINE-NUMBER)
                   PERFORM RECOMPUTE-KEYED-HASH
                   DISPLAY "Linea " WS-LINE-NUMBER " corregida."
               ELSE
                   DISPLAY "Correccion rechazada: " WS-LINE-REASON
               END-IF
           END-IF.

       DELETE-ONE-LINE.
           PERFORM ASK-LINE-NUMBER.
           IF WS-LINE-NUMBER NOT = ZERO
               MOVE WS-LINE-NUMBER TO WS-ENTRY-SUB
               PERFORM SHOW-ONE-LINE
               DISPLAY "Borrar esta linea? (S/N): "
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM-YES
                   MOVE WS-LINE-NUMBER TO WS-ENTRY-SUB
                   PERFORM SHIFT-ONE-LINE-UP
                       UNTIL WS-ENTRY-SUB NOT LESS THAN
                           WS-KEYED-COUNT
                   SUBTRACT 1 FROM WS-KEYED-COUNT
                   PERFORM RECOMPUTE-KEYED-HASH
                   DISPLAY "Linea " WS-LINE-NUMBER " borrada."
               END-IF
           END-IF.

      *    Closes the gap a deleted line leaves, so the table
      *    stays in keying order with no holes.
       SHIFT-ONE-LINE-UP.
           MOVE WS-ENTRY-LINE (WS-ENTRY-SUB + 1)
               TO WS-ENTRY-LINE (WS-ENTRY-SUB).
           ADD 1 TO WS-ENTRY-SUB.

      *    Zero back means no usable line number was given.
       ASK-LINE-NUMBER.
           DISPLAY "Numero de linea: ".
           MOVE ZERO TO WS-LINE-NUMBER.
           ACCEPT WS-LINE-NUMBER.
           IF WS-LINE-NUMBER NOT NUMERIC
                   OR WS-LINE-NUMBER GREATER THAN WS-KEYED-COUNT
               DISPLAY "No existe esa linea en el lote."
               MOVE ZERO TO WS-LINE-NUMBER
           END-IF.

       LIST-THE-LINES.
           IF WS-KEYED-COUNT = ZERO
               DISPLAY "  El lote no tiene lineas."
           END-IF.
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM LIST-ONE-LINE
               UNTIL WS-ENTRY-SUB NOT LESS THAN WS-KEYED-COUNT.

       LIST-ONE-LINE.
           ADD 1 TO WS-ENTRY-SUB.
           PERFORM SHOW-ONE-LINE.

       SHOW-ONE-LINE.
           MOVE WS-ENTRY-SUB TO WS-LINE-NUMBER.
           MOVE WS-EL-NUM1 (WS-ENTRY-SUB) TO WS-AMOUNT-EDIT.
           IF WS-EL-OP-TRANSFER (WS-ENTRY-SUB)
               DISPLAY "  " WS-LINE-NUMBER "  Cuenta "
                   WS-EL-ACCOUNT (WS-ENTRY-SUB) "  Op "
                   WS-EL-OPERATION (WS-ENTRY-SUB) "  "
                   WS-AMOUNT-EDIT "  a cuenta "
                   WS-EL-COUNTER (WS-ENTRY-SUB)
           ELSE
               MOVE WS-EL-NUM2 (WS-ENTRY-SUB) TO WS-SECOND-EDIT
               DISPLAY "  " WS-LINE-NUMBER "  Cuenta "
                   WS-EL-ACCOUNT (WS-ENTRY-SUB) "  Op "
                   WS-EL-OPERATION (WS-ENTRY-SUB) "  "
                   WS-AMOUNT-EDIT "  " WS-SECOND-EDIT
           END-IF.

       RECOMPUTE-KEYED-HASH.
           MOVE ZERO TO WS-KEYED-HASH.
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM ADD-ONE-LINE-TO-HASH
               UNTIL WS-ENTRY-SUB NOT LESS THAN WS-KEYED-COUNT.

       ADD-ONE-LINE-TO-HASH.
           ADD 1 TO WS-ENTRY-SUB.
           ADD WS-EL-NUM1 (WS-ENTRY-SUB) TO WS-KEYED-HASH.
           ADD WS-EL-NUM2 (WS-ENTRY-SUB) TO WS-KEYED-HASH.

      *----------------------------------------------------------*
      * KEY AND VALIDATE ONE DETAIL                               *
      *----------------------------------------------------------*
      *    Each field is checked as soon as it is keyed and the
      *    line stops at the first thing wrong with it, so the
      *    operator is told straight away which field to fix.
       KEY-ONE-LINE.
           MOVE SPACES TO WS-LINE-REASON.
           MOVE ZERO TO WS-LINE-ACCOUNT WS-LINE-NUM1 WS-LINE-NUM2.
           MOVE SPACE TO WS-LINE-OPERATION.
           PERFORM KEY-LINE-ACCOUNT.
           IF WS-LINE-REASON = SPACES
               PERFORM KEY-LINE-OPERATION
           END-IF.
           IF WS-LINE-REASON = SPACES
               PERFORM KEY-LINE-AMOUNT
           END-IF.
           IF WS-LINE-REASON = SPACES
               IF WS-LINE-OP-TRANSFER
                   PERFORM KEY-LINE-RECEIVING-ACCOUNT
               ELSE
                   PERFORM KEY-LINE-SECOND-NUMBER
               END-IF
           END-IF.

       KEY-LINE-ACCOUNT.
           DISPLAY "Cuenta: ".
           ACCEPT WS-LINE-ACCOUNT.
           IF WS-LINE-ACCOUNT NOT NUMERIC
               MOVE "CUENTA NO NUMERICA" TO WS-LINE-REASON
           ELSE
               MOVE WS-LINE-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM VALIDATE-KEYED-ACCOUNT
           END-IF.

       KEY-LINE-OPERATION.
           DISPLAY "Operacion - (A)dd (S)ubtract (M)ultiply (D)ivide"
               " (T)ransferencia: ".
           ACCEPT WS-LINE-OPERATION.
           IF NOT WS-LINE-OP-KNOWN
               MOVE "CODIGO DE OPERACION INVALIDO" TO WS-LINE-REASON
           END-IF.

       KEY-LINE-AMOUNT.
           DISPLAY "Importe (formato 9999.99): ".
           ACCEPT WS-LINE-NUM1.
           IF WS-LINE-NUM1 NOT NUMERIC
               MOVE "IMPORTE NO NUMERICO" TO WS-LINE-REASON
           END-IF.

       KEY-LINE-SECOND-NUMBER.
           DISPLAY "Segundo numero (formato 9999.99): ".
           ACCEPT WS-LINE-NUM2.
           IF WS-LINE-NUM2 NOT NUMERIC
               MOVE "SEGUNDO NUMERO NO NUMERICO" TO WS-LINE-REASON
           END-IF.

      *    A transfer's receiving account rides in the NUM2
      *    position and gets the same checks as the account.
       KEY-LINE-RECEIVING-ACCOUNT.
           DISPLAY "Cuenta destino: ".
           ACCEPT WS-LINE-COUNTER.
           EVALUATE TRUE
               WHEN WS-LINE-COUNTER NOT NUMERIC
                   MOVE "CUENTA DESTINO NO NUMERICA"
                       TO WS-LINE-REASON
               WHEN WS-LINE-COUNTER = WS-LINE-ACCOUNT
                   MOVE "DESTINO IGUAL A ORIGEN" TO WS-LINE-REASON
               WHEN OTHER
                   MOVE WS-LINE-COUNTER TO WS-CHECK-ACCOUNT
                   PERFORM VALIDATE-KEYED-ACCOUNT
           END-EVALUATE.

      *    The check digit is proved before the master is read, so
      *    a mistyped number is never looked up as somebody else's
      *    account.  A dormant account is taken with a warning: the
      *    calculator challenges it and the posting goes through
      *    the usual review.
       VALIDATE-KEYED-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO KD-ACCOUNT-NUMBER.
           CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS.
           IF NOT KD-NUMBER-VALID
               MOVE "DIGITO DE CONTROL ERRONEO" TO WS-LINE-REASON
           ELSE
               MOVE WS-CHECK-ACCOUNT TO AM-ACCOUNT-NUMBER
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-LINE-REASON
               END-READ
           END-IF.
           IF WS-LINE-REASON = SPACES
               EVALUATE TRUE
                   WHEN AM-STATUS-CLOSED
                       MOVE "CUENTA CERRADA" TO WS-LINE-REASON
                   WHEN AM-STATUS-DORMANT
                       DISPLAY "  Aviso: la cuenta " AM-ACCOUNT-NUMBER
                           " esta inactiva; el calculo la retendra."
                   WHEN OTHER
                       DISPLAY "  " AM-ACCOUNT-NUMBER " "
                           AM-ACCOUNT-NAME
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------*
      * RELEASE OR ABANDON THE BATCH                              *
      *----------------------------------------------------------*
      *    Nothing reaches TRANSRAW until the keyed lines balance
      *    to the slip; a discrepancy is shown and logged, and the
      *    operator goes back to the lines to find it.
       RELEASE-THE-BATCH.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING "LOTE " WS-BATCH-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           IF WS-KEYED-COUNT NOT = WS-CONTROL-COUNT
                   OR WS-KEYED-HASH NOT = WS-CONTROL-HASH
               PERFORM SHOW-BATCH-DISCREPANCY
               MOVE "LOTE DESCUADRADO" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM CHECK-NEW-BATCH-NUMBER
               IF WS-BATCH-REASON NOT = SPACES
                   DISPLAY "No se puede liberar: " WS-BATCH-REASON
                   MOVE WS-BATCH-REASON TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   PERFORM WRITE-THE-BATCH
                   ADD 1 TO WS-RELEASED-COUNT
                   DISPLAY "Lote " WS-BATCH-NUMBER " grabado en"
                       " TRANSRAW (" WS-KEYED-COUNT " lineas)."
                   MOVE "LOTE GRABADO EN TRANSRAW"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "N" TO WS-BATCH-OPEN-SWITCH
               END-IF
           END-IF.

       SHOW-BATCH-DISCREPANCY.
           DISPLAY "El lote no cuadra con el control; no se libera.".
           IF WS-KEYED-COUNT NOT = WS-CONTROL-COUNT
               DISPLAY "  Lineas tecleadas " WS-KEYED-COUNT
                   ", control " WS-CONTROL-COUNT
           END-IF.
           IF WS-KEYED-HASH NOT = WS-CONTROL-HASH
               MOVE WS-KEYED-HASH TO WS-HASH-EDIT
               MOVE WS-CONTROL-HASH TO WS-CONTROL-HASH-EDIT
               DISPLAY "  Hash tecleado " WS-HASH-EDIT
                   ", control " WS-CONTROL-HASH-EDIT
           END-IF.

       ABANDON-THE-BATCH.
           DISPLAY "Abandonar el lote sin grabarlo? (S/N): ".
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM-YES
               MOVE SPACES TO WS-AUDIT-KEY-INPUT
               STRING "LOTE " WS-BATCH-NUMBER
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
               MOVE "LOTE ABANDONADO" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Lote " WS-BATCH-NUMBER " abandonado."
               MOVE "N" TO WS-BATCH-OPEN-SWITCH
           END-IF.

      *    Appended after whatever bare batches are already staged;
      *    TRANS-EDIT edits every batch on the feed on its own.
      *    The trailer is built from the lines themselves, and the
      *    header's source is the operator who keyed them.
       WRITE-THE-BATCH.
           OPEN EXTEND RAW-FEED-FILE.
           IF WS-RAW-STATUS NOT = "00"
               OPEN OUTPUT RAW-FEED-FILE
           END-IF.
           MOVE SPACES TO BATCH-HEADER-RECORD.
           MOVE "HDR" TO BH-RECORD-TYPE.
           MOVE WS-BATCH-NUMBER TO BH-BATCH-NUMBER.
           MOVE RH-OPERATOR-ID TO BH-BATCH-SOURCE.
           MOVE WS-BUSINESS-DATE TO BH-CREATE-DATE.
           WRITE BATCH-HEADER-RECORD.
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM WRITE-ONE-DETAIL
               UNTIL WS-ENTRY-SUB NOT LESS THAN WS-KEYED-COUNT.
           MOVE SPACES TO BATCH-TRAILER-RECORD.
           MOVE "TRL" TO BT-RECORD-TYPE.
           MOVE WS-KEYED-COUNT TO BT-RECORD-COUNT.
           MOVE WS-KEYED-HASH TO BT-HASH-TOTAL.
           WRITE BATCH-TRAILER-RECORD.
           CLOSE RAW-FEED-FILE.

       WRITE-ONE-DETAIL.
           ADD 1 TO WS-ENTRY-SUB.
           MOVE SPACES TO RAW-DETAIL-RECORD.
           MOVE WS-EL-ACCOUNT (WS-ENTRY-SUB) TO RAW-ACCOUNT-NUMBER.
           MOVE WS-EL-NUM1 (WS-ENTRY-SUB) TO RAW-NUM1.
           MOVE WS-EL-NUM2 (WS-ENTRY-SUB) TO RAW-NUM2.
           MOVE WS-EL-OPERATION (WS-ENTRY-SUB) TO RAW-OPERATION-CODE.
           WRITE RAW-DETAIL-RECORD.

      *----------------------------------------------------------*
      * WHAT IS ALREADY STAGED ON TRANSRAW AND BATCHREG           *
      *----------------------------------------------------------*
      *    A missing or empty TRANSRAW takes the batch as the first
      *    one; otherwise every header on it is compared with the
      *    new batch number.
       INSPECT-STAGED-FEED.
           SET WS-STAGED-APPENDABLE TO TRUE.
           MOVE "N" TO WS-RAW-EOF-SWITCH.
           SET WS-FIRST-RAW-RECORD TO TRUE.
           OPEN INPUT RAW-FEED-FILE.
           IF WS-RAW-STATUS NOT = "00"
               SET WS-RAW-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-RAW-RECORD
           END-IF.
           PERFORM CHECK-ONE-STAGED-RECORD
               UNTIL WS-RAW-END-OF-FILE.
           IF WS-RAW-STATUS NOT = "35"
               CLOSE RAW-FEED-FILE
           END-IF.

       READ-NEXT-RAW-RECORD.
           READ RAW-FEED-FILE
               AT END
                   SET WS-RAW-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-STAGED-RECORD.
           IF WS-FIRST-RAW-RECORD AND TF-IS-FILE-HEADER
               SET WS-STAGED-TRANSMISSION TO TRUE
           END-IF.
           MOVE "N" TO WS-FIRST-RAW-SWITCH.
           IF BH-IS-HEADER AND BH-BATCH-NUMBER = WS-BATCH-NUMBER
               MOVE "LOTE YA PENDIENTE EN TRANSRAW"
                   TO WS-BATCH-REASON
           END-IF.
           PERFORM READ-NEXT-RAW-RECORD.

      *    The register of already-accepted batch numbers is small
      *    enough to scan front to back.
       CHECK-BATCH-REGISTER.
           MOVE "N" TO WS-REG-EOF-SWITCH.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               SET WS-REG-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-REGISTER-RECORD
           END-IF.
           PERFORM CHECK-ONE-REGISTER-RECORD
               UNTIL WS-REG-END-OF-FILE.
           IF WS-REGISTER-STATUS NOT = "35"
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       READ-NEXT-REGISTER-RECORD.
           READ BATCH-REGISTER-FILE
               AT END
                   SET WS-REG-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-REGISTER-RECORD.
           IF BR-BATCH-NUMBER = WS-BATCH-NUMBER
               MOVE "LOTE YA ACEPTADO EN BATCHREG" TO WS-BATCH-REASON
               SET WS-REG-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-REGISTER-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "BATCH-ENTRY" TO AL-PROGRAM-NAME.
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

       END PROGRAM BATCH-ENTRY.
