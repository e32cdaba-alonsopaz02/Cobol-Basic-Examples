      * - History records carry TRANSHSR's batch number as zero:
      *   a reversal is not part of any inbound batch (BATCH-
      *   BACKOUT generates REVSIN from a batch, not into one).
      * - A transfer leg (operation T) is reversed as the whole
      *   pair: the counter account named in RV-COUNTER-ACCOUNT
      *   must be on file too, both balances are backed out
      *   together (the first is put back and the reversal is
      *   refused if the second cannot be rewritten), and both
      *   legs get their own history record and opposite GL
      *   entry, linked to each other.
      * - Account images and the journal's before-image are 54
      *   bytes now that ACCTREC carries the owning customer.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - TRANSIN records carry the batch they were released
      *   from; the negating records written here carry zero.
      * - A reversal of a posting dated in a year YEAR-END-CLOSE
      *   has closed (on or before the last year on the YEARCTL
      *   register) is refused as EJERCICIO CERRADO, supervisor
      *   or not: the year's annual summaries are already out and
      *   its history has been rolled onto TRANSHYR.
      * - The reversed account, and a transfer's counter account,
      *   must now carry a valid check digit (ACCT-CHECK-DIGIT).
      *   A number that fails is refused as DIGITO DE CONTROL
      *   ERRONEO before the master is read, so a mistyped REVSIN
      *   line cannot reverse a posting on someone else's account.
      * - The opposite GL entries carry GL-TRANSACTION-TYPE R, so
      *   GL-JOURNAL-BUILD maps a reversal onto the ledger
      *   accounts GLMAP names for reversals.
      * - Each RV history record is also added to the HISTIDX
      *   history index, so the account and batch lookups (BATCH-
      *   BACKOUT's netting among them) see a reversal before the
      *   nightly HIST-INDEX-BUILD.  An index that cannot be
      *   opened or written is reported and left to the rebuild.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-HISTORY-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSHSR.

       FD  HIST-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTIDXR.

       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.
           LABEL RECORDS ARE STANDARD.
           COPY ACCTJRNR.

       FD  YEAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY YEARCTLR.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY SIGNONPR.
           COPY ACCTCKPR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-MONTH-IS-CLOSED     VALUE "Y".
           05  WS-MONCTL-EOF-SWITCH       PIC X(01) VALUE "N".
               88  WS-MONCTL-END-OF-FILE  VALUE "Y".
           05  WS-YEARCTL-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-YEARCTL-END-OF-FILE VALUE "Y".
           05  WS-HISTIDX-OPEN-SWITCH     PIC X(01) VALUE "N".
               88  WS-HISTIDX-IS-OPEN     VALUE "Y".
           05  WS-HX-WRITE-SWITCH         PIC X(01) VALUE "P".
               88  WS-HX-WRITE-PENDING    VALUE "P".
               88  WS-HX-WRITTEN          VALUE "Y".
               88  WS-HX-WRITE-FAILED     VALUE "F".

       01  WS-HX-LAST-SEQUENCE            PIC 9(5) VALUE 99999.

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-YYYYMM         PIC 9(6).
           05  WS-BUSINESS-DD             PIC 9(2).

      *    Years are closed oldest first, so every year up to the
      *    last one on YEARCTL is closed.
       01  WS-LAST-CLOSED-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-ORIG-DATE-R.
           05  WS-ORIG-YYYY               PIC 9(4).
           05  WS-ORIG-MMDD               PIC 9(4).

       01  WS-COUNTERS.
           05  WS-READ-COUNT              PIC 9(6) COMP VALUE ZERO.
           05  WS-REVERSED-COUNT          PIC 9(6) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC 9(6) COMP VALUE ZERO.

       01  WS-JOURNAL-BEFORE              PIC X(54) VALUE SPACES.

      *    Master images of a transfer pair being backed out.
       01  WS-TRANSFER-IMAGES.
           05  WS-ACCOUNT-IMAGE           PIC X(54).
           05  WS-COUNTER-IMAGE           PIC X(54).
           05  WS-BACKED-OUT-IMAGE        PIC X(54).

       01  WS-REVERSED-TOTAL              PIC S9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT                 PIC -(9)9.99.
           05  WS-TRANSIN-STATUS          PIC X(02).
           05  WS-TRANSOUT-STATUS         PIC X(02).
           05  WS-HIST-STATUS             PIC X(02).
           05  WS-HISTIDX-STATUS          PIC X(02).
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-GL-STATUS               PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).
           05  WS-MONCTL-STATUS           PIC X(02).
           05  WS-JOURNAL-STATUS          PIC X(02).
           05  WS-YEARCTL-STATUS          PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           IF SP-SIGNON-OK
               PERFORM READ-BUSINESS-DATE
               PERFORM CHECK-MONTH-NOT-CLOSED
               PERFORM FIND-LAST-CLOSED-YEAR
           END-IF.
           IF SP-SIGNON-OK AND WS-MONTH-IS-CLOSED
               DISPLAY "El mes " WS-BUSINESS-YYYYMM " esta cerrado"
               PERFORM READ-NEXT-MONTH-CONTROL
           END-IF.

      *    YEAR-END-CLOSE appends one record per year it closes.
       FIND-LAST-CLOSED-YEAR.
           MOVE "N" TO WS-YEARCTL-EOF-SWITCH.
           OPEN INPUT YEAR-CONTROL-FILE.
           IF WS-YEARCTL-STATUS NOT = "00"
               SET WS-YEARCTL-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-YEAR-CONTROL
           END-IF.
           PERFORM NOTE-ONE-YEAR-CONTROL
               UNTIL WS-YEARCTL-END-OF-FILE.
           IF WS-YEARCTL-STATUS NOT = "35"
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       READ-NEXT-YEAR-CONTROL.
           READ YEAR-CONTROL-FILE
               AT END
                   SET WS-YEARCTL-END-OF-FILE TO TRUE
           END-READ.

       NOTE-ONE-YEAR-CONTROL.
           IF YC-CLOSED-YEAR > WS-LAST-CLOSED-YEAR
               MOVE YC-CLOSED-YEAR TO WS-LAST-CLOSED-YEAR
           END-IF.
           PERFORM READ-NEXT-YEAR-CONTROL.

       OPEN-FILES.
           OPEN INPUT REVERSAL-IN-FILE.
           IF WS-REVSIN-STATUS NOT = "00"
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT TRANS-HIST-FILE
           END-IF.
           PERFORM OPEN-HIST-INDEX.
           OPEN EXTEND GL-INTERFACE-FILE.
           IF WS-GL-STATUS NOT = "00"
               OPEN OUTPUT GL-INTERFACE-FILE

       PROCESS-ONE-REVERSAL.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RV-ORIG-BUSINESS-DATE TO WS-ORIG-DATE-R.
           PERFORM CHECK-REVERSAL-ACCOUNTS.
           EVALUATE TRUE
               WHEN NOT KD-NUMBER-VALID
                   MOVE "DIGITO DE CONTROL ERRONEO"
                       TO WS-REJECT-REASON
               WHEN WS-ORIG-YYYY NOT GREATER THAN WS-LAST-CLOSED-YEAR
                   MOVE "EJERCICIO CERRADO" TO WS-REJECT-REASON
               WHEN RV-ORIG-BUSINESS-DATE < WS-BUSINESS-DATE
                       AND NOT SP-AUTH-SUPERVISOR
                   MOVE "DIA CERRADO - SOLO SUPERVISOR"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM LOOKUP-ACCOUNT
                   IF NOT WS-ACCOUNT-WAS-FOUND
                       MOVE "CUENTA NO ENCONTRADA"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES AND RV-OPERATION-CODE = "T"
               MOVE ACCT-MASTER-RECORD TO WS-ACCOUNT-IMAGE
               PERFORM LOOKUP-COUNTER-ACCOUNT
               IF WS-REJECT-REASON = SPACES
                   PERFORM BACK-OUT-TRANSFER-PAIR
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
           END-IF.
           PERFORM READ-NEXT-REVERSAL.

      *    The account, and a transfer's counter account, are
      *    proved against their check digits before either is
      *    looked up.
       CHECK-REVERSAL-ACCOUNTS.
           MOVE RV-ACCOUNT-NUMBER TO KD-ACCOUNT-NUMBER.
           CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS.
           IF KD-NUMBER-VALID AND RV-OPERATION-CODE = "T"
               MOVE RV-COUNTER-ACCOUNT TO KD-ACCOUNT-NUMBER
               CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS
           END-IF.

       LOOKUP-ACCOUNT.
           SET WS-ACCOUNT-FOUND-SWITCH TO "N".
           MOVE RV-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
                   MOVE ACCT-MASTER-RECORD TO WS-JOURNAL-BEFORE
           END-READ.

       LOOKUP-COUNTER-ACCOUNT.
           MOVE RV-COUNTER-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE "CONTRAPARTIDA NO ENCONTRADA"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE ACCT-MASTER-RECORD TO WS-COUNTER-IMAGE
           END-READ.

      *    Both balances of a transfer come back together, before
      *    any entry is written: the reversed account first, then
      *    its counter account the other way.  If the counter
      *    account cannot be rewritten the first is put back and
      *    the whole reversal is refused.
       BACK-OUT-TRANSFER-PAIR.
           MOVE WS-ACCOUNT-IMAGE TO ACCT-MASTER-RECORD.
           MOVE WS-ACCOUNT-IMAGE TO WS-JOURNAL-BEFORE.
           SUBTRACT RV-AMOUNT FROM AM-BALANCE.
           MOVE WS-BUSINESS-DATE TO AM-LAST-ACTIVITY-DATE.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   MOVE "CUENTA NO REGRABADA" TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM WRITE-MASTER-JOURNAL
                   MOVE ACCT-MASTER-RECORD TO WS-BACKED-OUT-IMAGE
                   PERFORM BACK-OUT-COUNTER-LEG
           END-REWRITE.

       BACK-OUT-COUNTER-LEG.
           MOVE WS-COUNTER-IMAGE TO ACCT-MASTER-RECORD.
           MOVE WS-COUNTER-IMAGE TO WS-JOURNAL-BEFORE.
           ADD RV-AMOUNT TO AM-BALANCE.
           MOVE WS-BUSINESS-DATE TO AM-LAST-ACTIVITY-DATE.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   MOVE "CONTRAPARTIDA NO REGRABADA"
                       TO WS-REJECT-REASON
                   PERFORM RESTORE-REVERSED-ACCOUNT
               NOT INVALID KEY
                   PERFORM WRITE-MASTER-JOURNAL
           END-REWRITE.

       RESTORE-REVERSED-ACCOUNT.
           MOVE WS-BACKED-OUT-IMAGE TO WS-JOURNAL-BEFORE.
           MOVE WS-ACCOUNT-IMAGE TO ACCT-MASTER-RECORD.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "  AVISO: no se pudo reponer la cuenta "
                       RV-ACCOUNT-NUMBER "; revise el saldo."
               NOT INVALID KEY
                   PERFORM WRITE-MASTER-JOURNAL
           END-REWRITE.

      *    The offsetting entries: a negating transaction pair, an
      *    opposite-side GL entry, the balance backed out, and the
      *    history stamped under today's business date.
           MOVE RV-NUM1 TO ITR-NUM1.
           MOVE RV-NUM2 TO ITR-NUM2.
           MOVE RV-OPERATION-CODE TO ITR-OPERATION-CODE.
           MOVE ZERO TO ITR-BATCH-NUMBER.
           WRITE IN-TRANS-RECORD.
           MOVE RV-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER.
           MOVE RV-NUM1 TO TR-NUM1.
           MOVE RH-OPERATOR-ID TO TH-OPERATOR-ID.
           MOVE ZERO TO TH-BATCH-NUMBER.
           WRITE TRANS-HIST-RECORD.
           IF WS-HISTIDX-IS-OPEN
               PERFORM ADD-TO-HIST-INDEX
           END-IF.
           PERFORM WRITE-OPPOSITE-GL-RECORD.
           IF RV-OPERATION-CODE = "T"
               PERFORM WRITE-COUNTER-LEG-ENTRIES
           ELSE
               SUBTRACT RV-AMOUNT FROM AM-BALANCE
               MOVE WS-BUSINESS-DATE TO AM-LAST-ACTIVITY-DATE
               REWRITE ACCT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "  AVISO: no se pudo regrabar la"
                           " cuenta " RV-ACCOUNT-NUMBER "."
                   NOT INVALID KEY
                       PERFORM WRITE-MASTER-JOURNAL
               END-REWRITE
           END-IF.
           ADD 1 TO WS-REVERSED-COUNT.
           ADD RV-AMOUNT TO WS-REVERSED-TOTAL.
           MOVE RV-AMOUNT TO WS-AMOUNT-EDIT.
               SET GL-IS-CREDIT TO TRUE
           END-IF.
           MOVE "CALC" TO GL-SOURCE-SYSTEM.
           IF RV-OPERATION-CODE = "T"
               MOVE RV-COUNTER-ACCOUNT TO GL-COUNTER-ACCOUNT
           ELSE
               MOVE ZERO TO GL-COUNTER-ACCOUNT
           END-IF.
           SET GL-TYPE-REVERSAL TO TRUE.
           WRITE GL-INTERFACE-RECORD.

      *    The other leg of a reversed transfer: its own history
      *    record, carrying the opposite of the reversed leg, and
      *    its own opposite-side GL entry.  Its balance was backed
      *    out with the pair in BACK-OUT-TRANSFER-PAIR.
       WRITE-COUNTER-LEG-ENTRIES.
           MOVE RV-COUNTER-ACCOUNT TO TH-ACCOUNT-NUMBER.
           MOVE RV-ACCOUNT-NUMBER TO TH-COUNTER-ACCOUNT.
           MOVE RV-AMOUNT TO TH-RESULT.
           WRITE TRANS-HIST-RECORD.
           IF WS-HISTIDX-IS-OPEN
               PERFORM ADD-TO-HIST-INDEX
           END-IF.
           MOVE WS-BUSINESS-DATE TO GL-RUN-DATE.
           MOVE RV-COUNTER-ACCOUNT TO GL-ACCOUNT-NUMBER.
           IF RV-AMOUNT < ZERO
               COMPUTE GL-AMOUNT = RV-AMOUNT * -1
               SET GL-IS-CREDIT TO TRUE
           ELSE
               MOVE RV-AMOUNT TO GL-AMOUNT
               SET GL-IS-DEBIT TO TRUE
           END-IF.
           MOVE "CALC" TO GL-SOURCE-SYSTEM.
           MOVE RV-ACCOUNT-NUMBER TO GL-COUNTER-ACCOUNT.
           SET GL-TYPE-REVERSAL TO TRUE.
           WRITE GL-INTERFACE-RECORD.

      *    HISTIDX is never created here: an index started empty
      *    would hide the older history from every lookup.
      *    Without it the reversals carry on and HIST-INDEX-BUILD
      *    builds it whole.
       OPEN-HIST-INDEX.
           MOVE "N" TO WS-HISTIDX-OPEN-SWITCH.
           OPEN I-O HIST-INDEX-FILE.
           IF WS-HISTIDX-STATUS = "00"
               SET WS-HISTIDX-IS-OPEN TO TRUE
           ELSE
               DISPLAY "  AVISO: HISTIDX no disponible (estado "
                   WS-HISTIDX-STATUS "); se rehace con"
                   " HIST-INDEX-BUILD."
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
               DISPLAY "  AVISO: cuenta " TH-ACCOUNT-NUMBER
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

      *    One journal record per applied reversal: full before
      *    and after images for ACCT-REBUILD's roll-forward.
       WRITE-MASTER-JOURNAL.
           CLOSE TRANS-IN-FILE.
           CLOSE TRANS-OUT-FILE.
           CLOSE TRANS-HIST-FILE.
           IF WS-HISTIDX-IS-OPEN
               CLOSE HIST-INDEX-FILE
           END-IF.
           CLOSE GL-INTERFACE-FILE.
           CLOSE ACCT-JOURNAL-FILE.

           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

