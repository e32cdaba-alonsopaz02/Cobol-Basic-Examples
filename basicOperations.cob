      *   the new account's last activity instead of zero, which
      *   DORMANT-REVIEW read as "older than any cutoff" and
      *   flagged the new account dormant on its very next run.
      * - Added the account-to-account transfer (operation T): NUM1
      *   is the amount and the NUM2 position carries the
      *   receiving account.  Both accounts go through the closed/
      *   dormant checks and their categories' rules before
      *   anything posts, the two master updates post together
      *   (the paying leg is put back if the receiving leg cannot
      *   be written), and the pair goes to TRANSHST and GLINTFC
      *   as two legs that name each other.  The session now asks
      *   for the operation before the second number, so a
      *   transfer is prompted for its receiving account instead.
      * - Account holds off ACCTHOLD (HOLD-MAINT) are loaded at
      *   start of run and enforced in POST-RESULT-TO-MASTER: a
      *   posting to a frozen account, or one that would take the
      *   balance below the amount held, is refused under the new
      *   HD status with an exception, and nothing posts or goes
      *   to the GL (the GL entry is now written only once the
      *   master has taken the posting).  Both legs of a transfer
      *   are held to the same test before either posts.  More
      *   active holds than the table takes refuses the run
      *   rather than posting past holds it could not load.
      * - Account images and the journal's before-image are 54
      *   bytes now that ACCTREC carries the owning customer; an
      *   account opened at the alta prompt has no customer yet.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - The batch number for the history now comes off each
      *   TRANSIN record, since one TRANSIN can carry several
      *   batches of a transmission; the CURBATCH control is no
      *   longer read.  TRANSIN and TRANSRCY records are 25 bytes.
      * - The interactive session now proves each keyed account
      *   number, and a transfer's receiving account, against its
      *   check digit (ACCT-CHECK-DIGIT) before looking it up: a
      *   number that fails is refused as DIGITO DE CONTROL
      *   ERRONEO, so a transposed digit can no longer post to
      *   another customer's account, nor be offered as an alta.
      * - A closure settlement batch (ACCT-MAINT's ACCTCLOS
      *   batches, numbers 920000-929999) posts to the account it
      *   has just closed: the payout is what brings the closed
      *   account's balance to zero, so it is taken as found and
      *   is not held to the category's operation and maximum-
      *   amount rules.  Any other posting to a closed account is
      *   still an ACCOUNT CLOSED exception.
      * - Every GLINTFC line now carries its GL-TRANSACTION-TYPE
      *   for GL-JOURNAL-BUILD's ledger mapping: T for the two
      *   legs of a transfer, F and I for lines off FEE-ACCRUAL's
      *   and INTEREST-ACCRUAL's batches (numbers 900000-909999
      *   and 910000-919999), P for every other posting.
      * - Every TRANSHST record is also added to the HISTIDX
      *   history index, so the account and batch lookups see the
      *   day's postings before the nightly HIST-INDEX-BUILD.  An
      *   index that cannot be opened or written is reported on
      *   the console and left to the rebuild; the posting itself
      *   goes ahead, since TRANSHST remains the master.
      * - CATRULES' allowed-operations list is five bytes, so a
      *   category that takes all of ASMD can allow transfers (T)
      *   as well instead of refusing every one as OPERACION NO
      *   PERMITIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-HISTORY-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT JOB-PARM-FILE ASSIGN TO "JOBPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBPARM-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   ==TR-ACCOUNT-NUMBER== BY ==OTR-ACCOUNT-NUMBER==
                   ==TR-NUM1== BY ==OTR-NUM1==
                   ==TR-NUM2== BY ==OTR-NUM2==
                   ==TR-COUNTER-ACCOUNT== BY ==OTR-COUNTER-ACCOUNT==
                   ==TR-OPERATION-CODE== BY ==OTR-OPERATION-CODE==
                   ==TR-RESULT== BY ==OTR-RESULT==
                   ==TR-STATUS-CODE== BY ==OTR-STATUS-CODE==.
           LABEL RECORDS ARE STANDARD.
           COPY TRANSHSR.

       FD  HIST-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTIDXR.

       FD  JOB-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOBPARMR.
           LABEL RECORDS ARE STANDARD.
           COPY ACCTJRNR.

       FD  ACCOUNT-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  RECYCLE-FILE
           LABEL RECORDS ARE STANDARD.
                   ==ITR-ACCOUNT-NUMBER== BY ==RCY-ACCOUNT-NUMBER==
                   ==ITR-NUM1== BY ==RCY-NUM1==
                   ==ITR-NUM2== BY ==RCY-NUM2==
                   ==ITR-COUNTER-ACCOUNT== BY ==RCY-COUNTER-ACCOUNT==
                   ==ITR-OPERATION-CODE== BY ==RCY-OPERATION-CODE==
                   ==ITR-BATCH-NUMBER== BY ==RCY-BATCH-NUMBER==.

       WORKING-STORAGE SECTION.
           COPY TRANSREC.
           COPY WSRUNHDR.
           COPY SIGNONPR.
           COPY ACCTCKPR.

       01  NUM1                           PIC 9(4)V99.
       01  NUM2                           PIC 9(4)V99.
      *    A transfer carries its receiving account where NUM2 goes.
       01  WS-TO-ACCOUNT-NUMBER REDEFINES NUM2
                                          PIC 9(6).
       01  RESULT                         PIC S9(5)V99.
       01  WS-RESULT-EDIT                 PIC -(5)9.99.
       01  OPERATION-CODE                 PIC X(01).
           88  OP-SUBTRACT                VALUE "S".
           88  OP-MULTIPLY                VALUE "M".
           88  OP-DIVIDE                  VALUE "D".
           88  OP-TRANSFER                VALUE "T".

       01  WS-ACCOUNT-NUMBER              PIC 9(6).
       01  WS-PREV-ACCOUNT-NUMBER         PIC 9(6) VALUE ZERO.
               88  WS-APPEND-END-OF-FILE  VALUE "Y".
           05  WS-RUN-AUTH-SWITCH         PIC X(01) VALUE "N".
               88  WS-RUN-AUTHORIZED      VALUE "Y".
           05  WS-HISTIDX-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-HISTIDX-IS-OPEN     VALUE "Y".
           05  WS-HX-WRITE-SWITCH         PIC X(01) VALUE "P".
               88  WS-HX-WRITE-PENDING    VALUE "P".
               88  WS-HX-WRITTEN          VALUE "Y".
               88  WS-HX-WRITE-FAILED     VALUE "F".

       01  WS-COUNTERS.
           05  WS-RETRY-COUNT             PIC 9(2) COMP VALUE ZERO.
           05  WS-RESTART-STATUS          PIC X(02).
           05  WS-RECYCLE-STATUS          PIC X(02).
           05  WS-HIST-STATUS             PIC X(02).
           05  WS-HISTIDX-STATUS          PIC X(02).
           05  WS-JOBPARM-STATUS          PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-CATRULES-STATUS         PIC X(02).
           05  WS-MONCTL-STATUS           PIC X(02).
           05  WS-PENDAPPR-STATUS         PIC X(02).
           05  WS-JOURNAL-STATUS          PIC X(02).
           05  WS-HOLDS-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.
       01  WS-HX-LAST-SEQUENCE            PIC 9(5) VALUE 99999.
       01  WS-ALTA-RESPUESTA              PIC X(01).

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-SESSION-CONTINUE-SW         PIC X(01) VALUE "Y".
           88  WS-SESSION-CONTINUE        VALUE "Y".

       01  WS-JOURNAL-BEFORE              PIC X(54) VALUE SPACES.
       01  WS-JOURNAL-ACTION              PIC X(01) VALUE "R".

      *    Both master images of a transfer in flight, so the two
      *    legs post together or the paying leg is put back.
       01  WS-TRANSFER-WORK.
           05  WS-XFER-FROM-IMAGE         PIC X(54).
           05  WS-XFER-TO-IMAGE           PIC X(54).
           05  WS-XFER-PAID-IMAGE         PIC X(54).
           05  WS-XFER-LEG-ACCOUNT        PIC 9(6).
           05  WS-XFER-LEG-COUNTER        PIC 9(6).
           05  WS-XFER-LEG-RESULT         PIC S9(5)V99.

      *    Per-category processing rules off CATRULES; a category
      *    with no slot here keeps the unrestricted behaviour.
           05  WS-CAT-ENTRY OCCURS 20 TIMES.
               10  WS-CAT-CATEGORY        PIC X(02).
               10  WS-CAT-THRESHOLD       PIC 9(5).
               10  WS-CAT-ALLOWED-OPS     PIC X(05).
               10  WS-CAT-MAX-AMOUNT      PIC 9(5)V99.

       01  WS-CAT-SUB                     PIC 9(3) COMP VALUE ZERO.
       01  WS-CAT-VIOLATION-SWITCH        PIC X(01) VALUE "N".
           88  WS-CATEGORY-VIOLATED       VALUE "Y".
       01  WS-OP-TALLY                    PIC 9(2) COMP VALUE ZERO.
       01  WS-SETTLEMENT-SWITCH           PIC X(01) VALUE "N".
           88  WS-IS-SETTLEMENT           VALUE "Y".

      *    ACCT-MAINT numbers its closure settlement batches in
      *    this range; only those may post to a closed account.
       01  WS-FIRST-SETTLEMENT-BATCH      PIC 9(6) VALUE 920000.
       01  WS-LAST-SETTLEMENT-BATCH       PIC 9(6) VALUE 929999.

      *    FEE-ACCRUAL and INTEREST-ACCRUAL number their batches in
      *    these ranges; the GL line says which kind it came from.
       01  WS-FIRST-FEE-BATCH             PIC 9(6) VALUE 900000.
       01  WS-LAST-FEE-BATCH              PIC 9(6) VALUE 909999.
       01  WS-FIRST-INTEREST-BATCH        PIC 9(6) VALUE 910000.
       01  WS-LAST-INTEREST-BATCH         PIC 9(6) VALUE 919999.
       01  WS-EFFECTIVE-THRESHOLD         PIC 9(5) VALUE ZERO.
       01  WS-SESSION-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-SESSION-TOTAL               PIC S9(9)V99 VALUE ZERO.
       01  WS-SESSION-TOTAL-EDIT          PIC -(9)9.99.

      *    Active holds off ACCTHOLD, one slot per held account:
      *    whether any hold freezes it, and the total amount held.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HLD-ACCOUNT         PIC 9(6).
               10  WS-HLD-FROZEN          PIC X(01).
               10  WS-HLD-AMOUNT          PIC 9(9)V99.

       01  WS-HOLD-SUB                    PIC 9(4) COMP VALUE ZERO.
       01  WS-HOLD-MAX                    PIC 9(4) COMP VALUE 500.
       01  WS-HOLD-KEY                    PIC 9(6) VALUE ZERO.
       01  WS-HOLD-EOF-SWITCH             PIC X(01) VALUE "N".
           88  WS-HOLD-END-OF-FILE        VALUE "Y".
       01  WS-HOLD-FOUND-SWITCH           PIC X(01) VALUE "N".
           88  WS-HOLD-SLOT-FOUND         VALUE "Y".
       01  WS-HOLD-FULL-SWITCH            PIC X(01) VALUE "N".
           88  WS-HOLD-TABLE-FULL         VALUE "Y".
       01  WS-HOLD-REFUSED-SWITCH         PIC X(01) VALUE "N".
           88  WS-HOLD-REFUSED            VALUE "Y".
       01  WS-HOLD-POSTING                PIC S9(5)V99 VALUE ZERO.
       01  WS-HOLD-NEW-BALANCE            PIC S9(9)V99 VALUE ZERO.

       01  WS-SIMULATION-TOTALS.
           05  WS-SIM-READ-COUNT          PIC 9(8) COMP VALUE ZERO.
           05  WS-SIM-OK-COUNT            PIC 9(8) COMP VALUE ZERO.
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               ELSE
               IF WS-HOLD-TABLE-FULL
                   DISPLAY "Mas de " WS-HOLD-MAX " cuentas con"
                       " retenciones activas en ACCTHOLD; no se"
                       " contabiliza sin poder aplicarlas todas."
                   MOVE "ACCTHOLD" TO WS-AUDIT-KEY-INPUT
                   MOVE "RETENCIONES DESBORDADAS"
                       TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-MODE-BATCH OR WS-MODE-HIVOL
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
               PERFORM TERMINATE-RUN
           ELSE
               DISPLAY "Acceso denegado. Fin del trabajo."
           PERFORM READ-THRESHOLD-PARM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM CHECK-MONTH-NOT-CLOSED.
           PERFORM LOAD-CATEGORY-RULES.
           PERFORM LOAD-ACCOUNT-HOLDS.

      *    MONTH-END-CLOSE appends one record per month it signs
      *    off; a business date whose month is on the register is
               PERFORM READ-NEXT-CATEGORY-RULE
           END-IF.

      *    Only holds still active on the business date count: a
      *    hold is good through its expiry date (zero = until
      *    released), whether or not HOLD-EXPIRY has run yet.
       LOAD-ACCOUNT-HOLDS.
           OPEN INPUT ACCOUNT-HOLD-FILE.
           IF WS-HOLDS-STATUS NOT = "00"
               SET WS-HOLD-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ACCOUNT-HOLD
           END-IF.
           PERFORM LOAD-ONE-ACCOUNT-HOLD
               UNTIL WS-HOLD-END-OF-FILE OR WS-HOLD-TABLE-FULL.
           IF WS-HOLDS-STATUS NOT = "35"
               CLOSE ACCOUNT-HOLD-FILE
           END-IF.

       READ-NEXT-ACCOUNT-HOLD.
           READ ACCOUNT-HOLD-FILE
               AT END
                   SET WS-HOLD-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-ACCOUNT-HOLD.
           IF HD-STATUS-ACTIVE
                   AND (HD-EXPIRY-DATE = ZERO
                       OR HD-EXPIRY-DATE NOT < WS-BUSINESS-DATE)
               MOVE HD-ACCOUNT-NUMBER TO WS-HOLD-KEY
               PERFORM FIND-HOLD-SLOT
               IF NOT WS-HOLD-SLOT-FOUND
                   PERFORM ADD-HOLD-SLOT
               END-IF
               IF WS-HOLD-SLOT-FOUND
                   IF HD-TYPE-FREEZE
                       MOVE "Y" TO WS-HLD-FROZEN (WS-HOLD-SUB)
                   ELSE
                       ADD HD-HOLD-AMOUNT
                           TO WS-HLD-AMOUNT (WS-HOLD-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-ACCOUNT-HOLD.

       ADD-HOLD-SLOT.
           IF WS-HOLD-COUNT NOT LESS THAN WS-HOLD-MAX
               SET WS-HOLD-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-HOLD-COUNT TO WS-HOLD-SUB
               MOVE WS-HOLD-KEY TO WS-HLD-ACCOUNT (WS-HOLD-SUB)
               MOVE "N" TO WS-HLD-FROZEN (WS-HOLD-SUB)
               MOVE ZERO TO WS-HLD-AMOUNT (WS-HOLD-SUB)
               SET WS-HOLD-SLOT-FOUND TO TRUE
           END-IF.

       FIND-HOLD-SLOT.
           SET WS-HOLD-FOUND-SWITCH TO "N".
           MOVE ZERO TO WS-HOLD-SUB.
           PERFORM CHECK-ONE-HOLD-SLOT
               UNTIL WS-HOLD-SLOT-FOUND
               OR WS-HOLD-SUB NOT LESS THAN WS-HOLD-COUNT.

       CHECK-ONE-HOLD-SLOT.
           ADD 1 TO WS-HOLD-SUB.
           IF WS-HLD-ACCOUNT (WS-HOLD-SUB) = WS-HOLD-KEY
               SET WS-HOLD-SLOT-FOUND TO TRUE
           END-IF.

      *    Everything this program posts (GL, history, account
      *    activity) is stamped with the business date off BUSDATE,
      *    not the wall clock, so a rerun after midnight still
                       MOVE RCY-NUM1 TO ITR-NUM1
                       MOVE RCY-NUM2 TO ITR-NUM2
                       MOVE RCY-OPERATION-CODE TO ITR-OPERATION-CODE
                       MOVE ZERO TO ITR-BATCH-NUMBER
               END-READ
           END-IF.

           MOVE ITR-OPERATION-CODE  TO TR-OPERATION-CODE OPERATION-CODE.
           MOVE ITR-ACCOUNT-NUMBER  TO WS-ACCOUNT-NUMBER.
           MOVE ITR-ACCOUNT-NUMBER  TO AM-ACCOUNT-NUMBER.
           SET WS-SETTLEMENT-SWITCH TO "N".
           IF OP-TRANSFER
               PERFORM PROCESS-TRANSFER
               MOVE RESULT TO TR-RESULT
               MOVE WS-CALC-STATUS TO TR-STATUS-CODE
           ELSE
               PERFORM LOOKUP-ACCOUNT
               PERFORM CHECK-SETTLEMENT-POSTING
               IF WS-ACCOUNT-WAS-FOUND
                   PERFORM CHECK-CATEGORY-RULES
                   IF NOT WS-CATEGORY-VIOLATED
                       PERFORM CALCULATE-RESULT
                   END-IF
                   IF WS-CALC-OK
                       PERFORM POST-RESULT-TO-MASTER
                   END-IF
                   IF WS-CALC-OK
                       PERFORM WRITE-GL-RECORD
                   END-IF
                   MOVE RESULT TO TR-RESULT
                   MOVE WS-CALC-STATUS TO TR-STATUS-CODE
               ELSE
                   MOVE ZERO TO TR-RESULT
                   SET TR-STATUS-ACCT-NOTFND IN TRANS-RECORD TO TRUE
                   EVALUATE TRUE
                       WHEN WS-ACCOUNT-IS-CLOSED
                           MOVE "ACCOUNT CLOSED" TO EX-REASON
                       WHEN WS-ACCOUNT-IS-DORMANT
                           MOVE "ACCOUNT DORMANT" TO EX-REASON
                       WHEN OTHER
                           MOVE "ACCOUNT NOT FOUND" TO EX-REASON
                   END-EVALUATE
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.
           MOVE TR-ACCOUNT-NUMBER   TO OTR-ACCOUNT-NUMBER.
           MOVE TR-NUM1             TO OTR-NUM1.
           MOVE TR-RESULT           TO OTR-RESULT.
           MOVE TR-STATUS-CODE      TO OTR-STATUS-CODE.
           WRITE OUT-TRANS-RECORD.
           IF OP-TRANSFER AND WS-CALC-OK
               PERFORM WRITE-TRANSFER-HIST-PAIR
           ELSE
               PERFORM WRITE-HIST-RECORD
           END-IF.
           PERFORM CHECKPOINT-IF-DUE.
           PERFORM READ-NEXT-TRANSACTION.

      *    A closure settlement line off a released ACCTCLOS batch
      *    is the one posting a closed account still takes.
      *    Session and recycled records carry batch zero and never
      *    qualify.
       CHECK-SETTLEMENT-POSTING.
           IF NOT WS-MODE-INTERACTIVE
                   AND NOT WS-READING-RECYCLE
                   AND ITR-BATCH-NUMBER
                       NOT LESS THAN WS-FIRST-SETTLEMENT-BATCH
                   AND ITR-BATCH-NUMBER
                       NOT GREATER THAN WS-LAST-SETTLEMENT-BATCH
               SET WS-IS-SETTLEMENT TO TRUE
               IF WS-ACCOUNT-IS-CLOSED
                   SET WS-ACCOUNT-CLOSED-SWITCH TO "N"
                   SET WS-ACCOUNT-WAS-FOUND TO TRUE
               END-IF
           END-IF.

      *    In high-volume mode the current account's accumulated
      *    balance may still be sitting unwritten in the record
      *    buffer; a checkpoint that did not flush it first would
           MOVE RCY-NUM1 TO ITR-NUM1.
           MOVE RCY-NUM2 TO ITR-NUM2.
           MOVE RCY-OPERATION-CODE TO ITR-OPERATION-CODE.
           MOVE ZERO TO ITR-BATCH-NUMBER.
           WRITE IN-TRANS-RECORD.
           PERFORM READ-NEXT-APPEND-RECORD.

           MOVE ITR-OPERATION-CODE TO OPERATION-CODE.
           MOVE ITR-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER.
           MOVE ITR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           SET WS-SETTLEMENT-SWITCH TO "N".
           IF OP-TRANSFER
               PERFORM PROCESS-TRANSFER
               IF WS-CALC-OK
                   ADD 1 TO WS-SIM-OK-COUNT
                   ADD RESULT TO WS-SIM-RESULT-TOTAL
               END-IF
           ELSE
               PERFORM LOOKUP-ACCOUNT-RANDOM
               PERFORM CHECK-SETTLEMENT-POSTING
               IF WS-ACCOUNT-WAS-FOUND
                   PERFORM CHECK-CATEGORY-RULES
                   IF NOT WS-CATEGORY-VIOLATED
                       PERFORM CALCULATE-RESULT
                       IF WS-CALC-OK
                           MOVE RESULT TO WS-HOLD-POSTING
                           PERFORM CHECK-ACCOUNT-HOLDS
                           IF WS-HOLD-REFUSED
                               PERFORM REFUSE-HELD-POSTING
                           END-IF
                       END-IF
                       IF WS-CALC-OK
                           ADD 1 TO WS-SIM-OK-COUNT
                           ADD RESULT TO WS-SIM-RESULT-TOTAL
                       END-IF
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN WS-ACCOUNT-IS-CLOSED
                           MOVE "ACCOUNT CLOSED" TO EX-REASON
                       WHEN WS-ACCOUNT-IS-DORMANT
                           MOVE "ACCOUNT DORMANT" TO EX-REASON
                       WHEN OTHER
                           MOVE "ACCOUNT NOT FOUND" TO EX-REASON
                   END-EVALUATE
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.
           PERFORM READ-SEQUENCE-RECORD.

           PERFORM CLOSE-GL-FILE.
           PERFORM CLOSE-JOURNAL-FILE.

      *    A keyed number that fails its check digit is turned
      *    away before the master is read.
       SESSION-ONE-TRANSACTION.
           DISPLAY "Introduce el numero de cuenta: ".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO KD-ACCOUNT-NUMBER.
           CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS.
           IF KD-NUMBER-VALID
               PERFORM SESSION-CHECKED-ACCOUNT
           ELSE
               DISPLAY "Cuenta " WS-ACCOUNT-NUMBER ": digito de"
                   " control erroneo, revise el numero."
               MOVE WS-ACCOUNT-NUMBER TO WS-AUDIT-KEY-INPUT
               MOVE "DIGITO DE CONTROL ERRONEO" TO WS-AUDIT-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM ASK-SESSION-CONTINUE.

       SESSION-CHECKED-ACCOUNT.
           MOVE WS-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           PERFORM LOOKUP-ACCOUNT.
           IF NOT WS-ACCOUNT-WAS-FOUND AND NOT WS-ACCOUNT-IS-CLOSED

           IF WS-ACCOUNT-WAS-FOUND
               PERFORM GET-NUM1-VALIDATED
               PERFORM GET-OPERATION-CODE
               IF OP-TRANSFER
                   PERFORM GET-TO-ACCOUNT
                   PERFORM PROCESS-TRANSFER
                   PERFORM DISPLAY-TRANSFER-OUTCOME
               ELSE
                   PERFORM GET-NUM2-VALIDATED
                   PERFORM CHECK-CATEGORY-RULES
                   IF WS-CATEGORY-VIOLATED
                       IF WS-CALC-STATUS = "PA"
                           DISPLAY "Retenida para aprobacion de"
                               " supervisor (APPR-REVIEW): " EX-REASON
                       ELSE
                           DISPLAY "Rechazada por las reglas de la"
                               " categoria: " EX-REASON
                       END-IF
                   ELSE
                       PERFORM CALCULATE-RESULT
                       PERFORM DISPLAY-CALC-RESULT
                   END-IF
                   IF WS-CALC-OK
                       PERFORM POST-RESULT-TO-MASTER
                       IF WS-CALC-OK
                           PERFORM WRITE-GL-RECORD
                       ELSE
                           DISPLAY "Rechazada por retencion en la"
                               " cuenta: " EX-REASON
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-SESSION-TRANSACTION
               ADD 1 TO WS-SESSION-COUNT
               END-EVALUATE
               MOVE WS-ACCOUNT-NUMBER TO WS-AUDIT-KEY-INPUT
           END-IF.

      *    The completed transaction goes out in TRANS-RECORD
      *    layout exactly as a batch record would, with its input
           MOVE NUM1 TO ITR-NUM1.
           MOVE NUM2 TO ITR-NUM2.
           MOVE OPERATION-CODE TO ITR-OPERATION-CODE.
           MOVE ZERO TO ITR-BATCH-NUMBER.
           WRITE IN-TRANS-RECORD.
           MOVE WS-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
               OTR-ACCOUNT-NUMBER.
           MOVE RESULT TO TR-RESULT OTR-RESULT.
           MOVE WS-CALC-STATUS TO TR-STATUS-CODE OTR-STATUS-CODE.
           WRITE OUT-TRANS-RECORD.
           IF OP-TRANSFER AND WS-CALC-OK
               PERFORM WRITE-TRANSFER-HIST-PAIR
           ELSE
               PERFORM WRITE-HIST-RECORD
           END-IF.

       ASK-SESSION-CONTINUE.
           DISPLAY "Otra transaccion? (S/N): ".
           END-IF.

       GET-OPERATION-CODE.
           DISPLAY "Operacion - (A)dd (S)ubtract (M)ultiply (D)ivide"
               " (T)ransferencia: ".
           ACCEPT OPERATION-CODE.
           IF NOT OP-ADD AND NOT OP-SUBTRACT
                   AND NOT OP-MULTIPLY AND NOT OP-DIVIDE
                   AND NOT OP-TRANSFER
               DISPLAY "Codigo de operacion invalido, se asume Resta."
               MOVE "S" TO OPERATION-CODE
           END-IF.

      *    A transfer's second operand is the receiving account.
       GET-TO-ACCOUNT.
           DISPLAY "Introduce la cuenta destino: ".
           MOVE ZERO TO WS-TO-ACCOUNT-NUMBER.
           ACCEPT WS-TO-ACCOUNT-NUMBER.

       DISPLAY-TRANSFER-OUTCOME.
           EVALUATE TRUE
               WHEN WS-CALC-OK
                   MOVE RESULT TO WS-RESULT-EDIT
                   DISPLAY "Transferidos " WS-RESULT-EDIT
                       " de la cuenta " WS-ACCOUNT-NUMBER
                       " a la cuenta " WS-TO-ACCOUNT-NUMBER "."
               WHEN WS-CALC-STATUS = "PA"
                   DISPLAY "Retenida para aprobacion de"
                       " supervisor (APPR-REVIEW): " EX-REASON
               WHEN OTHER
                   DISPLAY "Transferencia rechazada: " EX-REASON
           END-EVALUATE.

      *    The over/under comparison uses the account category's
      *    own threshold when CATRULES carries one, falling back
      *    to the global CALCPARM threshold.
           IF WS-CAT-SLOT-FOUND
               MOVE WS-CAT-THRESHOLD (WS-CAT-SUB)
                   TO WS-EFFECTIVE-THRESHOLD
           END-IF.
      *    A closure payout has to clear the whole balance whatever
      *    the category allows, so it skips the operation and
      *    maximum-amount checks.
           IF WS-CAT-SLOT-FOUND AND NOT WS-IS-SETTLEMENT
               MOVE ZERO TO WS-OP-TALLY
               INSPECT WS-CAT-ALLOWED-OPS (WS-CAT-SUB)
                   TALLYING WS-OP-TALLY
                   IF WS-CAT-MAX-AMOUNT (WS-CAT-SUB) > ZERO
                           AND (NUM1 > WS-CAT-MAX-AMOUNT
                                   (WS-CAT-SUB)
                               OR (NUM2 > WS-CAT-MAX-AMOUNT
                                   (WS-CAT-SUB)
                                   AND NOT OP-TRANSFER))
                           AND NOT WS-READING-RECYCLE
                       PERFORM HOLD-FOR-APPROVAL
                   END-IF
           MOVE "CV" TO WS-CALC-STATUS.
           PERFORM WRITE-EXCEPTION-RECORD.

      *    A transfer's NUM2 position is an account number, not an
      *    amount, so only NUM1 is held to the maximum for it.
      *    An over-limit amount is held for a supervisor instead
      *    of bounced: nothing calculates or posts, the
      *    transaction carries the PA status, and APPR-REVIEW
                               PERFORM WRITE-EXCEPTION-RECORD
                       END-DIVIDE
                   END-IF
               WHEN OP-TRANSFER
                   MOVE NUM1 TO RESULT
               WHEN OTHER
                   MOVE ZERO TO RESULT
                   MOVE "OP" TO WS-CALC-STATUS
      *    having to be grepped by hand.  The master record is
      *    still current from LOOKUP-ACCOUNT's READ.
       POST-RESULT-TO-MASTER.
           MOVE RESULT TO WS-HOLD-POSTING.
           PERFORM CHECK-ACCOUNT-HOLDS.
           IF WS-HOLD-REFUSED
               PERFORM REFUSE-HELD-POSTING
           ELSE
               ADD RESULT TO AM-BALANCE
               MOVE WS-BUSINESS-DATE TO AM-LAST-ACTIVITY-DATE
               IF WS-MODE-HIVOL
                   SET WS-MASTER-IS-PENDING TO TRUE
               ELSE
                   REWRITE ACCT-MASTER-RECORD
                       INVALID KEY
                           MOVE "BALANCE POST FAILED" TO EX-REASON
                           PERFORM WRITE-EXCEPTION-RECORD
                       NOT INVALID KEY
                           PERFORM WRITE-MASTER-JOURNAL
                   END-REWRITE
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * ACCOUNT HOLDS                                       *
      * A frozen account takes no posting at all; an amount    *
      * hold refuses a posting that would take the balance     *
      * (the buffered one in high-volume mode) below the total *
      * held.  A posting that raises the balance is never      *
      * refused by an amount hold.  The caller leaves the      *
      * signed amount to post in WS-HOLD-POSTING and the       *
      * account's record in the buffer.                        *
      *----------------------------------------------------------*
       CHECK-ACCOUNT-HOLDS.
           SET WS-HOLD-REFUSED-SWITCH TO "N".
           MOVE AM-ACCOUNT-NUMBER TO WS-HOLD-KEY.
           PERFORM FIND-HOLD-SLOT.
           IF WS-HOLD-SLOT-FOUND
               COMPUTE WS-HOLD-NEW-BALANCE =
                   AM-BALANCE + WS-HOLD-POSTING
               EVALUATE TRUE
                   WHEN WS-HLD-FROZEN (WS-HOLD-SUB) = "Y"
                       MOVE "ACCOUNT FROZEN" TO EX-REASON
                       SET WS-HOLD-REFUSED TO TRUE
                   WHEN WS-HOLD-POSTING < ZERO
                           AND WS-HOLD-NEW-BALANCE
                               < WS-HLD-AMOUNT (WS-HOLD-SUB)
                       MOVE "BELOW HELD AMOUNT" TO EX-REASON
                       SET WS-HOLD-REFUSED TO TRUE
               END-EVALUATE
           END-IF.

       REFUSE-HELD-POSTING.
           MOVE ZERO TO RESULT.
           MOVE "HD" TO WS-CALC-STATUS.
           PERFORM WRITE-EXCEPTION-RECORD.

      *----------------------------------------------------------*
      * ACCOUNT-TO-ACCOUNT TRANSFER                         *
      * A transfer (operation T) pays NUM1 out of the keyed    *
      * account into the receiving account carried in the NUM2 *
      * position.  Both accounts must pass the closed/dormant  *
      * checks and their own categories' rules before anything *
      * posts, and the two legs post together: if the          *
      * receiving leg cannot be written the paying leg is put  *
      * back, so a transfer is never left half done.  A        *
      * refused transfer is one exception (or one held item)   *
      * against the paying account, whichever leg refused it.  *
      *----------------------------------------------------------*
       PROCESS-TRANSFER.
           IF WS-MODE-HIVOL AND WS-MASTER-IS-PENDING
               PERFORM RELEASE-PENDING-MASTER
           END-IF.
           MOVE ZERO TO RESULT.
           SET WS-CALC-OK TO TRUE.
           PERFORM CHECK-TRANSFER-PAYING-LEG.
           IF WS-CALC-OK
               PERFORM CHECK-TRANSFER-RECEIVING-LEG
           END-IF.
           IF WS-CALC-OK
               PERFORM CALCULATE-RESULT
           END-IF.
           IF WS-CALC-OK
               PERFORM CHECK-TRANSFER-HOLDS
           END-IF.
           IF WS-CALC-OK AND NOT WS-MODE-SIMULATE
               PERFORM POST-TRANSFER-PAIR
           END-IF.
           IF WS-MODE-HIVOL
               PERFORM REFRESH-HIVOL-BUFFER
           END-IF.

       CHECK-TRANSFER-PAYING-LEG.
           MOVE WS-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           PERFORM LOOKUP-ACCOUNT-RANDOM.
           EVALUATE TRUE
               WHEN WS-TO-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                       OR NUM1 = ZERO
                   MOVE ZERO TO RESULT
                   MOVE "OP" TO WS-CALC-STATUS
                   MOVE "TRANSFER NOT VALID" TO EX-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN WS-ACCOUNT-IS-CLOSED
                   MOVE "ACCOUNT CLOSED" TO EX-REASON
                   PERFORM REJECT-TRANSFER-ACCOUNT
               WHEN WS-ACCOUNT-IS-DORMANT
                   MOVE "ACCOUNT DORMANT" TO EX-REASON
                   PERFORM REJECT-TRANSFER-ACCOUNT
               WHEN NOT WS-ACCOUNT-WAS-FOUND
                   MOVE "ACCOUNT NOT FOUND" TO EX-REASON
                   PERFORM REJECT-TRANSFER-ACCOUNT
               WHEN OTHER
                   MOVE ACCT-MASTER-RECORD TO WS-XFER-FROM-IMAGE
                   PERFORM CHECK-CATEGORY-RULES
           END-EVALUATE.

      *    A receiving account keyed at the session prompt is
      *    proved against its check digit before it is looked up;
      *    batch input has already been through TRANS-EDIT.
       CHECK-TRANSFER-RECEIVING-LEG.
           IF WS-MODE-INTERACTIVE
               MOVE WS-TO-ACCOUNT-NUMBER TO KD-ACCOUNT-NUMBER
               CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS
           ELSE
               SET KD-NUMBER-VALID TO TRUE
           END-IF.
           IF KD-NUMBER-VALID
               PERFORM CHECK-RECEIVING-ACCOUNT
           ELSE
               MOVE "TO ACCOUNT CHECK DIGIT WRONG" TO EX-REASON
               PERFORM REJECT-TRANSFER-ACCOUNT
           END-IF.

       CHECK-RECEIVING-ACCOUNT.
           MOVE WS-TO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           PERFORM LOOKUP-ACCOUNT-RANDOM.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-IS-CLOSED
                   MOVE "TO ACCOUNT CLOSED" TO EX-REASON
                   PERFORM REJECT-TRANSFER-ACCOUNT
               WHEN WS-ACCOUNT-IS-DORMANT
                   MOVE "TO ACCOUNT DORMANT" TO EX-REASON
                   PERFORM REJECT-TRANSFER-ACCOUNT
               WHEN NOT WS-ACCOUNT-WAS-FOUND
                   MOVE "TO ACCOUNT NOT FOUND" TO EX-REASON
                   PERFORM REJECT-TRANSFER-ACCOUNT
               WHEN OTHER
                   MOVE ACCT-MASTER-RECORD TO WS-XFER-TO-IMAGE
                   PERFORM CHECK-CATEGORY-RULES
           END-EVALUATE.

      *    The paying leg is held to both tests; the receiving
      *    leg only raises its balance, so only a freeze stops it.
       CHECK-TRANSFER-HOLDS.
           MOVE WS-XFER-FROM-IMAGE TO ACCT-MASTER-RECORD.
           COMPUTE WS-HOLD-POSTING = RESULT * -1.
           PERFORM CHECK-ACCOUNT-HOLDS.
           IF NOT WS-HOLD-REFUSED
               MOVE WS-XFER-TO-IMAGE TO ACCT-MASTER-RECORD
               MOVE RESULT TO WS-HOLD-POSTING
               PERFORM CHECK-ACCOUNT-HOLDS
               IF WS-HOLD-REFUSED
                   MOVE "TO ACCOUNT FROZEN" TO EX-REASON
               END-IF
           END-IF.
           IF WS-HOLD-REFUSED
               PERFORM REFUSE-HELD-POSTING
           END-IF.

       REJECT-TRANSFER-ACCOUNT.
           MOVE ZERO TO RESULT.
           MOVE "AN" TO WS-CALC-STATUS.
           PERFORM WRITE-EXCEPTION-RECORD.

      *    Paying leg first, from the image read at validation; the
      *    receiving leg only once the paying leg is safely on the
      *    master.
       POST-TRANSFER-PAIR.
           MOVE WS-XFER-FROM-IMAGE TO ACCT-MASTER-RECORD.
           MOVE WS-XFER-FROM-IMAGE TO WS-JOURNAL-BEFORE.
           SUBTRACT RESULT FROM AM-BALANCE.
           MOVE WS-BUSINESS-DATE TO AM-LAST-ACTIVITY-DATE.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   MOVE "TRANSFER POST FAILED" TO EX-REASON
                   PERFORM REJECT-TRANSFER-ACCOUNT
               NOT INVALID KEY
                   PERFORM WRITE-MASTER-JOURNAL
                   MOVE ACCT-MASTER-RECORD TO WS-XFER-PAID-IMAGE
                   PERFORM POST-TRANSFER-RECEIVING-LEG
           END-REWRITE.

       POST-TRANSFER-RECEIVING-LEG.
           MOVE WS-XFER-TO-IMAGE TO ACCT-MASTER-RECORD.
           MOVE WS-XFER-TO-IMAGE TO WS-JOURNAL-BEFORE.
           ADD RESULT TO AM-BALANCE.
           MOVE WS-BUSINESS-DATE TO AM-LAST-ACTIVITY-DATE.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   PERFORM RESTORE-TRANSFER-PAYING-LEG
                   MOVE "TRANSFER POST FAILED" TO EX-REASON
                   PERFORM REJECT-TRANSFER-ACCOUNT
               NOT INVALID KEY
                   PERFORM WRITE-MASTER-JOURNAL
                   PERFORM WRITE-TRANSFER-GL-PAIR
           END-REWRITE.

      *    The receiving leg would not post: the paying account
      *    goes back to its image from before the transfer, and
      *    the journal records the put-back like any other update.
       RESTORE-TRANSFER-PAYING-LEG.
           MOVE WS-XFER-PAID-IMAGE TO WS-JOURNAL-BEFORE.
           MOVE WS-XFER-FROM-IMAGE TO ACCT-MASTER-RECORD.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "AVISO: no se pudo reponer la cuenta "
                       WS-ACCOUNT-NUMBER " tras una transferencia"
                       " fallida; revise el saldo."
               NOT INVALID KEY
                   PERFORM WRITE-MASTER-JOURNAL
           END-REWRITE.

      *    A transfer reads both accounts through the record
      *    buffer, so the high-volume cache is reloaded with the
      *    account in hand before the next record uses it.
       REFRESH-HIVOL-BUFFER.
           MOVE WS-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           PERFORM LOOKUP-ACCOUNT-RANDOM.
           MOVE WS-ACCOUNT-NUMBER TO WS-PREV-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-FOUND-SWITCH TO WS-PREV-FOUND-SWITCH.
           MOVE WS-ACCOUNT-CLOSED-SWITCH TO WS-PREV-CLOSED-SWITCH.
           MOVE WS-ACCOUNT-DORMANT-SWITCH TO WS-PREV-DORMANT-SWITCH.

      *    Interactive-only path to populate ACCTMAST: lets the
      *    operator open a new account on the spot instead of the
      *    calculator being permanently unusable against an empty
      *    REVIEW does not flag a freshly opened account.
               MOVE WS-BUSINESS-DATE TO AM-LAST-ACTIVITY-DATE
               MOVE "ST" TO AM-ACCOUNT-CATEGORY
               MOVE ZERO TO AM-CUSTOMER-NUMBER
               WRITE ACCT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "No se pudo crear la cuenta."
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT TRANS-HIST-FILE
           END-IF.
           PERFORM OPEN-HIST-INDEX.

      *    HISTIDX is never created here: an index started empty
      *    in the middle of the day would hide the older history
      *    from every lookup.  Without it the postings carry on
      *    and HIST-INDEX-BUILD builds it whole.
       OPEN-HIST-INDEX.
           MOVE "N" TO WS-HISTIDX-OPEN-SWITCH.
           OPEN I-O HIST-INDEX-FILE.
           IF WS-HISTIDX-STATUS = "00"
               SET WS-HISTIDX-IS-OPEN TO TRUE
           ELSE
               DISPLAY "AVISO: HISTIDX no disponible (estado "
                   WS-HISTIDX-STATUS "); se rehace con"
                   " HIST-INDEX-BUILD."
           END-IF.

       WRITE-HIST-RECORD.
           MOVE WS-BUSINESS-DATE TO TH-BUSINESS-DATE.
           MOVE RH-OPERATOR-ID TO TH-OPERATOR-ID.
           IF (WS-MODE-BATCH OR WS-MODE-HIVOL)
                   AND NOT WS-READING-RECYCLE
               MOVE ITR-BATCH-NUMBER TO TH-BATCH-NUMBER
           ELSE
               MOVE ZERO TO TH-BATCH-NUMBER
           END-IF.
           WRITE TRANS-HIST-RECORD.
           IF WS-HISTIDX-IS-OPEN
               PERFORM ADD-TO-HIST-INDEX
           END-IF.

      *    The account-day's records are numbered in the order
      *    they are added: the first free sequence is taken, so
      *    a record always sorts after the ones of the same
      *    account and day added before it.
       ADD-TO-HIST-INDEX.
           MOVE TRANS-HIST-RECORD TO HX-HISTORY-IMAGE.
           MOVE TH-ACCOUNT-NUMBER TO HX-ACCOUNT-NUMBER.
           MOVE TH-BUSINESS-DATE TO HX-BUSINESS-DATE.
           MOVE TH-BATCH-NUMBER TO HX-BATCH-NUMBER.
           MOVE ZERO TO HX-SEQUENCE.
           SET WS-HX-WRITE-PENDING TO TRUE.
           PERFORM TRY-HIST-INDEX-SEQUENCE
               UNTIL NOT WS-HX-WRITE-PENDING.
           IF WS-HX-WRITE-FAILED
               DISPLAY "AVISO: cuenta " TH-ACCOUNT-NUMBER
                   " no anadida a HISTIDX (estado "
                   WS-HISTIDX-STATUS "); se rehace con"
                   " HIST-INDEX-BUILD."
           END-IF.

       TRY-HIST-INDEX-SEQUENCE.
           ADD 1 TO HX-SEQUENCE.
           WRITE HIST-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE TRUE
               WHEN WS-HISTIDX-STATUS = "00"
                       OR WS-HISTIDX-STATUS = "02"
                   SET WS-HX-WRITTEN TO TRUE
               WHEN WS-HISTIDX-STATUS = "22"
                       AND HX-SEQUENCE < WS-HX-LAST-SEQUENCE
                   CONTINUE
               WHEN OTHER
                   SET WS-HX-WRITE-FAILED TO TRUE
           END-EVALUATE.

      *    A posted transfer goes to the history as its two legs,
      *    each naming the other account in the NUM2 position:
      *    the paying leg negative, the receiving leg positive.
       WRITE-TRANSFER-HIST-PAIR.
           MOVE WS-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER.
           MOVE WS-TO-ACCOUNT-NUMBER TO TR-COUNTER-ACCOUNT.
           COMPUTE TR-RESULT = RESULT * -1.
           PERFORM WRITE-HIST-RECORD.
           MOVE WS-TO-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO TR-COUNTER-ACCOUNT.
           MOVE RESULT TO TR-RESULT.
           PERFORM WRITE-HIST-RECORD.

       CLOSE-HIST-FILE.
           CLOSE TRANS-HIST-FILE.
           IF WS-HISTIDX-IS-OPEN
               CLOSE HIST-INDEX-FILE
               MOVE "N" TO WS-HISTIDX-OPEN-SWITCH
           END-IF.

      *----------------------------------------------------------*
      * GL INTERFACE EXPORT                                 *
               SET GL-IS-DEBIT TO TRUE
           END-IF.
           MOVE "CALC" TO GL-SOURCE-SYSTEM.
           MOVE ZERO TO GL-COUNTER-ACCOUNT.
           PERFORM SET-GL-TRANSACTION-TYPE.
           WRITE GL-INTERFACE-RECORD.

      *    Session and recycled records carry batch zero and are
      *    ordinary postings.
       SET-GL-TRANSACTION-TYPE.
           SET GL-TYPE-POSTING TO TRUE.
           IF NOT WS-MODE-INTERACTIVE
                   AND NOT WS-READING-RECYCLE
               IF ITR-BATCH-NUMBER
                       NOT LESS THAN WS-FIRST-FEE-BATCH
                   AND ITR-BATCH-NUMBER
                       NOT GREATER THAN WS-LAST-FEE-BATCH
                   SET GL-TYPE-FEE TO TRUE
               END-IF
               IF ITR-BATCH-NUMBER
                       NOT LESS THAN WS-FIRST-INTEREST-BATCH
                   AND ITR-BATCH-NUMBER
                       NOT GREATER THAN WS-LAST-INTEREST-BATCH
                   SET GL-TYPE-INTEREST TO TRUE
               END-IF
           END-IF.

      *    The two GL entries of a transfer, each on its own
      *    account's side and linked through GL-COUNTER-ACCOUNT.
       WRITE-TRANSFER-GL-PAIR.
           MOVE WS-ACCOUNT-NUMBER TO WS-XFER-LEG-ACCOUNT.
           MOVE WS-TO-ACCOUNT-NUMBER TO WS-XFER-LEG-COUNTER.
           COMPUTE WS-XFER-LEG-RESULT = RESULT * -1.
           PERFORM WRITE-TRANSFER-GL-LEG.
           MOVE WS-TO-ACCOUNT-NUMBER TO WS-XFER-LEG-ACCOUNT.
           MOVE WS-ACCOUNT-NUMBER TO WS-XFER-LEG-COUNTER.
           MOVE RESULT TO WS-XFER-LEG-RESULT.
           PERFORM WRITE-TRANSFER-GL-LEG.

       WRITE-TRANSFER-GL-LEG.
           MOVE WS-BUSINESS-DATE TO GL-RUN-DATE.
           MOVE WS-XFER-LEG-ACCOUNT TO GL-ACCOUNT-NUMBER.
           IF WS-XFER-LEG-RESULT < ZERO
               COMPUTE GL-AMOUNT = WS-XFER-LEG-RESULT * -1
               SET GL-IS-CREDIT TO TRUE
           ELSE
               MOVE WS-XFER-LEG-RESULT TO GL-AMOUNT
               SET GL-IS-DEBIT TO TRUE
           END-IF.
           MOVE "CALC" TO GL-SOURCE-SYSTEM.
           MOVE WS-XFER-LEG-COUNTER TO GL-COUNTER-ACCOUNT.
           SET GL-TYPE-TRANSFER TO TRUE.
           WRITE GL-INTERFACE-RECORD.

       CLOSE-GL-FILE.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

