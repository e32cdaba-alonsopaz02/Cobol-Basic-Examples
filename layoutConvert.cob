      *console and AUDITLOG.
      *Modification history:
      * - Initial version.
      * - Added the ACCTMAST conversion for the owning customer
      *   number (48 to 54 bytes, customer zero = not yet
      *   linked).  The ACCTBKUP backup and the ACCTJRNL
      *   journal carry the same account image, so the one
      *   answer converts all three together and ACCT-REBUILD
      *   still finds backup and journal matching the master.
      * - Added the OPERMAST conversion for the PIN-changed and
      *   last-sign-on dates and the previous-PIN history (34 to
      *   70 bytes).  The PIN-changed date is left zero, so every
      *   operator chooses a new PIN at the next sign-on, and the
      *   last-sign-on date is today, so OPER-IDLE-REVIEW counts
      *   the idle window from the conversion.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - Added the AUDITARC and AUDITLOG conversion to the
      *   chained 129-byte layout.  AUDITSEQ is cleared and the
      *   archive is converted first, then the live log, so every
      *   existing record is numbered and chained in the order it
      *   was written and the live log carries on from the
      *   archive.  It must run before any other program writes
      *   to AUDITLOG under the new layout.
      * - Added the TRANSIN and TRANSRCY conversion for the batch
      *   number (19 to 25 bytes, batch zero = not from a batch),
      *   offered as one answer since both share the TRANSIN
      *   layout.
      * - A converted TRANSHST is followed by a CALL to HIST-
      *   INDEX-BUILD, so the HISTIDX history index is rebuilt
      *   from the converted file before any lookup reads it.
      * - Added the CATRULES conversion for the five-byte allowed-
      *   operations list (18 to 19 bytes).  A list that already
      *   held four operations without T had no room for it; as
      *   such a list names every calculator operation, T is added
      *   so its transfers pass the category rules like the rest.
      *   Any other list is carried over as it stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STAGE-STATUS.

           SELECT OLD-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-ACCOUNT-NUMBER
               FILE STATUS IS WS-OLD-MASTER-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT MASTER-STAGE-FILE ASSIGN TO "ACCTMTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STAGE-STATUS.

           SELECT OLD-BACKUP-FILE ASSIGN TO "ACCTBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-BACKUP-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "ACCTBKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT OLD-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-JOURNAL-STATUS.

           SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-STAGE-FILE ASSIGN TO "ACCTJTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STAGE-STATUS.

           SELECT OLD-OPER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-OPERATOR-ID
               FILE STATUS IS WS-OLD-OPER-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT OPER-STAGE-FILE ASSIGN TO "OPERTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STAGE-STATUS.

           SELECT OLD-ARCHIVE-FILE ASSIGN TO "AUDITARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-ARCHIVE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDITARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OLD-AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-AUDIT-STATUS.

           SELECT AUDIT-STAGE-FILE ASSIGN TO "AUDITTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STAGE-STATUS.

           SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDITSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OLD-TRANSIN-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-TRANSIN-STATUS.

           SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSIN-STATUS.

           SELECT OLD-RECYCLE-FILE ASSIGN TO "TRANSRCY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-RECYCLE-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "TRANSRCY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECYCLE-STATUS.

           SELECT TRANSIN-STAGE-FILE ASSIGN TO "TRNITMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSIN-STAGE-STATUS.

           SELECT OLD-CATRULES-FILE ASSIGN TO "CATRULES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-CATRULES-STATUS.

           SELECT CATEGORY-RULES-FILE ASSIGN TO "CATRULES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATRULES-STATUS.

           SELECT CATRULES-STAGE-FILE ASSIGN TO "CATRTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATRULES-STAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HIST-FILE
                   ==JS-FREQUENCY== BY ==NJ-FREQUENCY==
                   ==JS-FREQ-MONTH-END== BY ==NJ-FREQ-MONTH-END==.

       FD  OLD-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  OLD-MASTER-RECORD.
           05  OA-ACCOUNT-NUMBER          PIC 9(6).
           05  OA-ACCOUNT-NAME            PIC X(20).
           05  OA-ACCOUNT-STATUS          PIC X(01).
           05  OA-BALANCE                 PIC S9(9)V99.
           05  OA-LAST-ACTIVITY-DATE      PIC 9(8).
           05  OA-ACCOUNT-CATEGORY        PIC X(02).

       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  MASTER-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC
               REPLACING ==ACCT-MASTER-RECORD== BY
                       ==MASTER-STAGE-RECORD==
                   ==AM-ACCOUNT-NUMBER== BY ==NA-ACCOUNT-NUMBER==
                   ==AM-ACCOUNT-NAME== BY ==NA-ACCOUNT-NAME==
                   ==AM-ACCOUNT-STATUS== BY ==NA-ACCOUNT-STATUS==
                   ==AM-STATUS-ACTIVE== BY ==NA-STATUS-ACTIVE==
                   ==AM-STATUS-CLOSED== BY ==NA-STATUS-CLOSED==
                   ==AM-STATUS-DORMANT== BY ==NA-STATUS-DORMANT==
                   ==AM-BALANCE== BY ==NA-BALANCE==
                   ==AM-LAST-ACTIVITY-DATE== BY
                       ==NA-LAST-ACTIVITY-DATE==
                   ==AM-ACCOUNT-CATEGORY== BY
                       ==NA-ACCOUNT-CATEGORY==
                   ==AM-CUSTOMER-NUMBER== BY
                       ==NA-CUSTOMER-NUMBER==.

       FD  OLD-BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  OLD-BACKUP-RECORD.
           05  OB-ACCOUNT-NUMBER          PIC 9(6).
           05  OB-ACCOUNT-NAME            PIC X(20).
           05  OB-ACCOUNT-STATUS          PIC X(01).
           05  OB-BALANCE                 PIC S9(9)V99.
           05  OB-LAST-ACTIVITY-DATE      PIC 9(8).
           05  OB-ACCOUNT-CATEGORY        PIC X(02).

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC
               REPLACING ==ACCT-MASTER-RECORD== BY
                       ==BACKUP-RECORD==
                   ==AM-ACCOUNT-NUMBER== BY ==BK-ACCOUNT-NUMBER==
                   ==AM-ACCOUNT-NAME== BY ==BK-ACCOUNT-NAME==
                   ==AM-ACCOUNT-STATUS== BY ==BK-ACCOUNT-STATUS==
                   ==AM-STATUS-ACTIVE== BY ==BK-STATUS-ACTIVE==
                   ==AM-STATUS-CLOSED== BY ==BK-STATUS-CLOSED==
                   ==AM-STATUS-DORMANT== BY ==BK-STATUS-DORMANT==
                   ==AM-BALANCE== BY ==BK-BALANCE==
                   ==AM-LAST-ACTIVITY-DATE== BY
                       ==BK-LAST-ACTIVITY-DATE==
                   ==AM-ACCOUNT-CATEGORY== BY
                       ==BK-ACCOUNT-CATEGORY==
                   ==AM-CUSTOMER-NUMBER== BY
                       ==BK-CUSTOMER-NUMBER==.

       FD  OLD-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS.
       01  OLD-JOURNAL-RECORD.
           05  OJ-JOURNAL-DATE            PIC 9(8).
           05  OJ-JOURNAL-TIME            PIC 9(8).
           05  OJ-PROGRAM-NAME            PIC X(20).
           05  OJ-ACTION-CODE             PIC X(01).
           05  OJ-BEFORE-IMAGE            PIC X(48).
           05  OJ-AFTER-IMAGE             PIC X(48).

       FD  ACCT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTJRNR.

       FD  JOURNAL-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTJRNR
               REPLACING ==ACCT-JOURNAL-RECORD== BY
                       ==JOURNAL-STAGE-RECORD==
                   ==JR-JOURNAL-DATE== BY ==NR-JOURNAL-DATE==
                   ==JR-JOURNAL-TIME== BY ==NR-JOURNAL-TIME==
                   ==JR-PROGRAM-NAME== BY ==NR-PROGRAM-NAME==
                   ==JR-ACTION-CODE== BY ==NR-ACTION-CODE==
                   ==JR-ACTION-WRITE== BY ==NR-ACTION-WRITE==
                   ==JR-ACTION-REWRITE== BY ==NR-ACTION-REWRITE==
                   ==JR-BEFORE-IMAGE== BY ==NR-BEFORE-IMAGE==
                   ==JR-AFTER-IMAGE== BY ==NR-AFTER-IMAGE==.

       FD  OLD-OPER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS.
       01  OLD-OPER-RECORD.
           05  OO-OPERATOR-ID             PIC X(08).
           05  OO-OPERATOR-NAME           PIC X(20).
           05  OO-OPERATOR-PIN            PIC X(04).
           05  OO-AUTHORITY               PIC X(01).
           05  OO-ACTIVE-FLAG             PIC X(01).

       FD  OPER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  OPER-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC
               REPLACING ==OPERATOR-MASTER-RECORD== BY
                       ==OPER-STAGE-RECORD==
                   ==OM-OPERATOR-ID== BY ==NP-OPERATOR-ID==
                   ==OM-OPERATOR-NAME== BY ==NP-OPERATOR-NAME==
                   ==OM-OPERATOR-PIN== BY ==NP-OPERATOR-PIN==
                   ==OM-AUTHORITY== BY ==NP-AUTHORITY==
                   ==OM-AUTH-SUPERVISOR== BY ==NP-AUTH-SUPERVISOR==
                   ==OM-AUTH-OPERATOR== BY ==NP-AUTH-OPERATOR==
                   ==OM-ACTIVE-FLAG== BY ==NP-ACTIVE-FLAG==
                   ==OM-IS-ACTIVE== BY ==NP-IS-ACTIVE==
                   ==OM-IS-INACTIVE== BY ==NP-IS-INACTIVE==
                   ==OM-PIN-CHANGED-DATE== BY
                       ==NP-PIN-CHANGED-DATE==
                   ==OM-LAST-SIGNON-DATE== BY
                       ==NP-LAST-SIGNON-DATE==
                   ==OM-PIN-HISTORY== BY ==NP-PIN-HISTORY==
                   ==OM-PREVIOUS-PIN== BY ==NP-PREVIOUS-PIN==.

       FD  OLD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 104 CHARACTERS.
       01  OLD-ARCHIVE-RECORD             PIC X(104).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                 PIC X(129).

       FD  OLD-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 104 CHARACTERS.
       01  OLD-AUDIT-RECORD               PIC X(104).

       FD  AUDIT-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC
               REPLACING ==AUDIT-LOG-RECORD== BY ==AUDIT-STAGE-RECORD==
                   ==AL-PROGRAM-NAME== BY ==NL-PROGRAM-NAME==
                   ==AL-RUN-DATE== BY ==NL-RUN-DATE==
                   ==AL-RUN-TIME== BY ==NL-RUN-TIME==
                   ==AL-OPERATOR-ID== BY ==NL-OPERATOR-ID==
                   ==AL-KEY-INPUT== BY ==NL-KEY-INPUT==
                   ==AL-OUTCOME== BY ==NL-OUTCOME==
                   ==AL-SEQUENCE-NUMBER== BY ==NL-SEQUENCE-NUMBER==
                   ==AL-CHECK-VALUE== BY ==NL-CHECK-VALUE==.

       FD  AUDIT-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDSEQR.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  OLD-TRANSIN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 19 CHARACTERS.
       01  OLD-TRANSIN-RECORD             PIC X(19).

       FD  TRANS-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSIN-RECORD                 PIC X(25).

       FD  OLD-RECYCLE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 19 CHARACTERS.
       01  OLD-RECYCLE-RECORD             PIC X(19).

       FD  RECYCLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECYCLE-RECORD                 PIC X(25).

       FD  TRANSIN-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSIN-STAGE-RECORD           PIC X(25).

       FD  OLD-CATRULES-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 18 CHARACTERS.
       01  OLD-CATRULES-RECORD.
           05  OC-CATEGORY                PIC X(02).
           05  OC-THRESHOLD               PIC 9(5).
           05  OC-ALLOWED-OPS             PIC X(04).
           05  OC-MAX-AMOUNT              PIC 9(5)V99.

       FD  CATEGORY-RULES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATRULER.

       FD  CATRULES-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CATRULES-STAGE-RECORD          PIC X(19).

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.

       01  WS-COUNTERS.
           05  WS-CONVERTED-COUNT         PIC 9(8) COMP VALUE ZERO.
           05  WS-TOTAL-CONVERTED         PIC 9(8) COMP VALUE ZERO.
           05  WS-TRANSFER-ADDED-COUNT    PIC 9(8) COMP VALUE ZERO.
           05  WS-OPS-TALLY               PIC 9(2) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-OLD-HIST-STATUS         PIC X(02).
           05  WS-OLD-SCHED-STATUS        PIC X(02).
           05  WS-SCHED-STATUS            PIC X(02).
           05  WS-SCHED-STAGE-STATUS      PIC X(02).
           05  WS-OLD-MASTER-STATUS       PIC X(02).
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-MASTER-STAGE-STATUS     PIC X(02).
           05  WS-OLD-BACKUP-STATUS       PIC X(02).
           05  WS-BACKUP-STATUS           PIC X(02).
           05  WS-OLD-JOURNAL-STATUS      PIC X(02).
           05  WS-JOURNAL-STATUS          PIC X(02).
           05  WS-JOURNAL-STAGE-STATUS    PIC X(02).
           05  WS-OLD-OPER-STATUS         PIC X(02).
           05  WS-OPERMAST-STATUS         PIC X(02).
           05  WS-OPER-STAGE-STATUS       PIC X(02).
           05  WS-OLD-ARCHIVE-STATUS      PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-OLD-AUDIT-STATUS        PIC X(02).
           05  WS-AUDIT-STAGE-STATUS      PIC X(02).
           05  WS-SEQUENCE-STATUS         PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).
           05  WS-OLD-TRANSIN-STATUS      PIC X(02).
           05  WS-TRANSIN-STATUS          PIC X(02).
           05  WS-OLD-RECYCLE-STATUS      PIC X(02).
           05  WS-RECYCLE-STATUS          PIC X(02).
           05  WS-TRANSIN-STAGE-STATUS    PIC X(02).
           05  WS-OLD-CATRULES-STATUS     PIC X(02).
           05  WS-CATRULES-STATUS         PIC X(02).
           05  WS-CATRULES-STAGE-STATUS   PIC X(02).

      *    A 48-byte account image widened to 54 with the
      *    customer number zero; spaces (the journal's empty
      *    before-image on an alta) stay spaces.
       01  WS-OLD-IMAGE                   PIC X(48).
       01  WS-NEW-IMAGE                   PIC X(54).
       01  WS-NEW-IMAGE-R REDEFINES WS-NEW-IMAGE.
           05  WS-NEW-IMAGE-BODY          PIC X(48).
           05  WS-NEW-IMAGE-CUSTOMER      PIC 9(6).

      *    A 19-byte TRANSIN image widened to 25 with the batch
      *    number zero.
       01  WS-NEW-TRANSIN                 PIC X(25).
       01  WS-NEW-TRANSIN-R REDEFINES WS-NEW-TRANSIN.
           05  WS-NEW-TRANSIN-BODY        PIC X(19).
           05  WS-NEW-TRANSIN-BATCH       PIC 9(6).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM OFFER-HIST-CONVERSION.
           PERFORM OFFER-EXCP-CONVERSION.
           PERFORM OFFER-SCHED-CONVERSION.
           PERFORM OFFER-MASTER-CONVERSION.
           PERFORM OFFER-OPER-CONVERSION.
           PERFORM OFFER-AUDIT-CONVERSION.
           PERFORM OFFER-TRANSIN-CONVERSION.
           PERFORM OFFER-CATRULES-CONVERSION.
           MOVE WS-TOTAL-CONVERTED TO WS-AUDIT-KEY-INPUT.
           MOVE "CONVERSION COMPLETADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.
               DISPLAY "  TRANSHST: " WS-CONVERTED-COUNT
                   " registros convertidos."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
               PERFORM REBUILD-HIST-INDEX
           END-IF.

       READ-NEXT-OLD-HIST.
           WRITE TRANS-HIST-RECORD.
           PERFORM READ-NEXT-HIST-STAGE.

      *    The index holds whole history images, so it is
      *    rebuilt from the converted file rather than converted.
       REBUILD-HIST-INDEX.
           CALL "HIST-INDEX-BUILD".
           IF RETURN-CODE NOT = ZERO
               DISPLAY "  AVISO: HISTIDX no se rehizo (codigo "
                   RETURN-CODE "); ejecute HIST-INDEX-BUILD."
           END-IF.

      *----------------------------------------------------------*
      * EXCPRPT 50 -> 78 (raise stamps)                        *
      *----------------------------------------------------------*
           WRITE JOB-SCHEDULE-RECORD.
           PERFORM READ-NEXT-SCHED-STAGE.

      *----------------------------------------------------------*
      * ACCTMAST, ACCTBKUP, ACCTJRNL 48 -> 54 (customer)       *
      *----------------------------------------------------------*
       OFFER-MASTER-CONVERSION.
           DISPLAY "Convertir ACCTMAST, ACCTBKUP y ACCTJRNL al"
               " formato con cliente? (S/N): ".
           MOVE "N" TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER-IS-YES
               PERFORM CONVERT-MASTER-FILE
               PERFORM CONVERT-BACKUP-FILE
               PERFORM CONVERT-JOURNAL-FILE
           END-IF.

       CONVERT-MASTER-FILE.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLD-MASTER-STATUS NOT = "00"
               DISPLAY "  Sin ACCTMAST (estado " WS-OLD-MASTER-STATUS
                   "), nada que convertir."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT MASTER-STAGE-FILE
               PERFORM READ-NEXT-OLD-MASTER
               PERFORM CONVERT-ONE-MASTER
                   UNTIL WS-END-OF-FILE
               CLOSE OLD-MASTER-FILE
               CLOSE MASTER-STAGE-FILE
               PERFORM COPY-MASTER-STAGE-BACK
               DISPLAY "  ACCTMAST: " WS-CONVERTED-COUNT
                   " cuentas convertidas."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
           END-IF.

       READ-NEXT-OLD-MASTER.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CONVERT-ONE-MASTER.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE OLD-MASTER-RECORD TO WS-OLD-IMAGE.
           PERFORM WIDEN-ACCOUNT-IMAGE.
           MOVE WS-NEW-IMAGE TO MASTER-STAGE-RECORD.
           WRITE MASTER-STAGE-RECORD.
           PERFORM READ-NEXT-OLD-MASTER.

      *    The stage is in key order, as the old master was read,
      *    so the new master loads sequentially.
       COPY-MASTER-STAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MASTER-STAGE-FILE.
           OPEN OUTPUT ACCT-MASTER-FILE.
           PERFORM READ-NEXT-MASTER-STAGE.
           PERFORM COPY-ONE-MASTER-STAGE
               UNTIL WS-END-OF-FILE.
           CLOSE MASTER-STAGE-FILE.
           CLOSE ACCT-MASTER-FILE.

       READ-NEXT-MASTER-STAGE.
           READ MASTER-STAGE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-MASTER-STAGE.
           MOVE MASTER-STAGE-RECORD TO ACCT-MASTER-RECORD.
           WRITE ACCT-MASTER-RECORD.
           PERFORM READ-NEXT-MASTER-STAGE.

      *    The backup is sequential, so it is staged on the master
      *    stage file and copied back like the other flat files.
       CONVERT-BACKUP-FILE.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-BACKUP-FILE.
           IF WS-OLD-BACKUP-STATUS NOT = "00"
               DISPLAY "  Sin ACCTBKUP (estado " WS-OLD-BACKUP-STATUS
                   "), nada que convertir."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT MASTER-STAGE-FILE
               PERFORM READ-NEXT-OLD-BACKUP
               PERFORM CONVERT-ONE-BACKUP
                   UNTIL WS-END-OF-FILE
               CLOSE OLD-BACKUP-FILE
               CLOSE MASTER-STAGE-FILE
               PERFORM COPY-BACKUP-STAGE-BACK
               DISPLAY "  ACCTBKUP: " WS-CONVERTED-COUNT
                   " cuentas convertidas."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
           END-IF.

       READ-NEXT-OLD-BACKUP.
           READ OLD-BACKUP-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CONVERT-ONE-BACKUP.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE OLD-BACKUP-RECORD TO WS-OLD-IMAGE.
           PERFORM WIDEN-ACCOUNT-IMAGE.
           MOVE WS-NEW-IMAGE TO MASTER-STAGE-RECORD.
           WRITE MASTER-STAGE-RECORD.
           PERFORM READ-NEXT-OLD-BACKUP.

       COPY-BACKUP-STAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT MASTER-STAGE-FILE.
           OPEN OUTPUT BACKUP-FILE.
           PERFORM READ-NEXT-MASTER-STAGE.
           PERFORM COPY-ONE-BACKUP-STAGE
               UNTIL WS-END-OF-FILE.
           CLOSE MASTER-STAGE-FILE.
           CLOSE BACKUP-FILE.

       COPY-ONE-BACKUP-STAGE.
           MOVE MASTER-STAGE-RECORD TO BACKUP-RECORD.
           WRITE BACKUP-RECORD.
           PERFORM READ-NEXT-MASTER-STAGE.

      *    Both journal images widen; an alta's empty before-
      *    image stays blank.
       CONVERT-JOURNAL-FILE.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-JOURNAL-FILE.
           IF WS-OLD-JOURNAL-STATUS NOT = "00"
               DISPLAY "  Sin ACCTJRNL (estado "
                   WS-OLD-JOURNAL-STATUS "), nada que convertir."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT JOURNAL-STAGE-FILE
               PERFORM READ-NEXT-OLD-JOURNAL
               PERFORM CONVERT-ONE-JOURNAL
                   UNTIL WS-END-OF-FILE
               CLOSE OLD-JOURNAL-FILE
               CLOSE JOURNAL-STAGE-FILE
               PERFORM COPY-JOURNAL-STAGE-BACK
               DISPLAY "  ACCTJRNL: " WS-CONVERTED-COUNT
                   " registros convertidos."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
           END-IF.

       READ-NEXT-OLD-JOURNAL.
           READ OLD-JOURNAL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CONVERT-ONE-JOURNAL.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE OJ-JOURNAL-DATE TO NR-JOURNAL-DATE.
           MOVE OJ-JOURNAL-TIME TO NR-JOURNAL-TIME.
           MOVE OJ-PROGRAM-NAME TO NR-PROGRAM-NAME.
           MOVE OJ-ACTION-CODE TO NR-ACTION-CODE.
           MOVE OJ-BEFORE-IMAGE TO WS-OLD-IMAGE.
           PERFORM WIDEN-ACCOUNT-IMAGE.
           MOVE WS-NEW-IMAGE TO NR-BEFORE-IMAGE.
           MOVE OJ-AFTER-IMAGE TO WS-OLD-IMAGE.
           PERFORM WIDEN-ACCOUNT-IMAGE.
           MOVE WS-NEW-IMAGE TO NR-AFTER-IMAGE.
           WRITE JOURNAL-STAGE-RECORD.
           PERFORM READ-NEXT-OLD-JOURNAL.

       COPY-JOURNAL-STAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-STAGE-FILE.
           OPEN OUTPUT ACCT-JOURNAL-FILE.
           PERFORM READ-NEXT-JOURNAL-STAGE.
           PERFORM COPY-ONE-JOURNAL-STAGE
               UNTIL WS-END-OF-FILE.
           CLOSE JOURNAL-STAGE-FILE.
           CLOSE ACCT-JOURNAL-FILE.

       READ-NEXT-JOURNAL-STAGE.
           READ JOURNAL-STAGE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-JOURNAL-STAGE.
           MOVE JOURNAL-STAGE-RECORD TO ACCT-JOURNAL-RECORD.
           WRITE ACCT-JOURNAL-RECORD.
           PERFORM READ-NEXT-JOURNAL-STAGE.

       WIDEN-ACCOUNT-IMAGE.
           IF WS-OLD-IMAGE = SPACES
               MOVE SPACES TO WS-NEW-IMAGE
           ELSE
               MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE-BODY
               MOVE ZERO TO WS-NEW-IMAGE-CUSTOMER
           END-IF.

      *----------------------------------------------------------*
      * OPERMAST 34 -> 70 (PIN dates, PIN history)             *
      *----------------------------------------------------------*
       OFFER-OPER-CONVERSION.
           DISPLAY "Convertir OPERMAST al formato con fechas de PIN"
               " y de acceso? (S/N): ".
           MOVE "N" TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER-IS-YES
               PERFORM CONVERT-OPER-FILE
           END-IF.

       CONVERT-OPER-FILE.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-OPER-FILE.
           IF WS-OLD-OPER-STATUS NOT = "00"
               DISPLAY "  Sin OPERMAST (estado " WS-OLD-OPER-STATUS
                   "), nada que convertir."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT OPER-STAGE-FILE
               PERFORM READ-NEXT-OLD-OPER
               PERFORM CONVERT-ONE-OPER
                   UNTIL WS-END-OF-FILE
               CLOSE OLD-OPER-FILE
               CLOSE OPER-STAGE-FILE
               PERFORM COPY-OPER-STAGE-BACK
               DISPLAY "  OPERMAST: " WS-CONVERTED-COUNT
                   " operadores convertidos."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
           END-IF.

       READ-NEXT-OLD-OPER.
           READ OLD-OPER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CONVERT-ONE-OPER.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE OO-OPERATOR-ID TO NP-OPERATOR-ID.
           MOVE OO-OPERATOR-NAME TO NP-OPERATOR-NAME.
           MOVE OO-OPERATOR-PIN TO NP-OPERATOR-PIN.
           MOVE OO-AUTHORITY TO NP-AUTHORITY.
           MOVE OO-ACTIVE-FLAG TO NP-ACTIVE-FLAG.
           MOVE ZERO TO NP-PIN-CHANGED-DATE.
           MOVE RH-RUN-DATE TO NP-LAST-SIGNON-DATE.
           MOVE SPACES TO NP-PIN-HISTORY.
           WRITE OPER-STAGE-RECORD.
           PERFORM READ-NEXT-OLD-OPER.

      *    The stage is in key order, as the old master was read,
      *    so the new master loads sequentially.
       COPY-OPER-STAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPER-STAGE-FILE.
           OPEN OUTPUT OPER-MASTER-FILE.
           PERFORM READ-NEXT-OPER-STAGE.
           PERFORM COPY-ONE-OPER-STAGE
               UNTIL WS-END-OF-FILE.
           CLOSE OPER-STAGE-FILE.
           CLOSE OPER-MASTER-FILE.

       READ-NEXT-OPER-STAGE.
           READ OPER-STAGE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-OPER-STAGE.
           MOVE OPER-STAGE-RECORD TO OPERATOR-MASTER-RECORD.
           WRITE OPERATOR-MASTER-RECORD.
           PERFORM READ-NEXT-OPER-STAGE.

      *----------------------------------------------------------*
      * AUDITARC + AUDITLOG 104 -> 129 (chain)                 *
      *----------------------------------------------------------*
       OFFER-AUDIT-CONVERSION.
           DISPLAY "Convertir AUDITARC y AUDITLOG al formato"
               " encadenado? (S/N): ".
           MOVE "N" TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER-IS-YES
               PERFORM START-NEW-AUDIT-CHAIN
               PERFORM CONVERT-ARCHIVE-FILE
               PERFORM CONVERT-AUDIT-FILE
           END-IF.

      *    An empty AUDITSEQ makes AUDIT-CHAIN number the first
      *    record it stamps as one.
       START-NEW-AUDIT-CHAIN.
           OPEN OUTPUT AUDIT-SEQUENCE-FILE.
           CLOSE AUDIT-SEQUENCE-FILE.

       CONVERT-ARCHIVE-FILE.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-ARCHIVE-FILE.
           IF WS-OLD-ARCHIVE-STATUS NOT = "00"
               DISPLAY "  Sin AUDITARC (estado "
                   WS-OLD-ARCHIVE-STATUS "), nada que convertir."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT AUDIT-STAGE-FILE
               PERFORM READ-NEXT-OLD-ARCHIVE
               PERFORM CONVERT-ONE-ARCHIVE
                   UNTIL WS-END-OF-FILE
               CLOSE OLD-ARCHIVE-FILE
               CLOSE AUDIT-STAGE-FILE
               PERFORM COPY-ARCHIVE-STAGE-BACK
               DISPLAY "  AUDITARC: " WS-CONVERTED-COUNT
                   " registros convertidos."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
           END-IF.

       READ-NEXT-OLD-ARCHIVE.
           READ OLD-ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    The old fields carry over as they stand; AUDIT-CHAIN
      *    adds the sequence number and check value.
       CONVERT-ONE-ARCHIVE.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE OLD-ARCHIVE-RECORD TO AUDIT-STAGE-RECORD.
           CALL "AUDIT-CHAIN" USING AUDIT-STAGE-RECORD.
           WRITE AUDIT-STAGE-RECORD.
           PERFORM READ-NEXT-OLD-ARCHIVE.

       COPY-ARCHIVE-STAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-STAGE-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           PERFORM READ-NEXT-AUDIT-STAGE.
           PERFORM COPY-ONE-ARCHIVE-STAGE
               UNTIL WS-END-OF-FILE.
           CLOSE AUDIT-STAGE-FILE.
           CLOSE ARCHIVE-FILE.

       READ-NEXT-AUDIT-STAGE.
           READ AUDIT-STAGE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-ARCHIVE-STAGE.
           MOVE AUDIT-STAGE-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.
           PERFORM READ-NEXT-AUDIT-STAGE.

       CONVERT-AUDIT-FILE.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-AUDIT-FILE.
           IF WS-OLD-AUDIT-STATUS NOT = "00"
               DISPLAY "  Sin AUDITLOG (estado "
                   WS-OLD-AUDIT-STATUS "), nada que convertir."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT AUDIT-STAGE-FILE
               PERFORM READ-NEXT-OLD-AUDIT
               PERFORM CONVERT-ONE-AUDIT
                   UNTIL WS-END-OF-FILE
               CLOSE OLD-AUDIT-FILE
               CLOSE AUDIT-STAGE-FILE
               PERFORM COPY-AUDIT-STAGE-BACK
               DISPLAY "  AUDITLOG: " WS-CONVERTED-COUNT
                   " registros convertidos."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
           END-IF.

       READ-NEXT-OLD-AUDIT.
           READ OLD-AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CONVERT-ONE-AUDIT.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE OLD-AUDIT-RECORD TO AUDIT-STAGE-RECORD.
           CALL "AUDIT-CHAIN" USING AUDIT-STAGE-RECORD.
           WRITE AUDIT-STAGE-RECORD.
           PERFORM READ-NEXT-OLD-AUDIT.

       COPY-AUDIT-STAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-STAGE-FILE.
           OPEN OUTPUT AUDIT-LOG-FILE.
           PERFORM READ-NEXT-AUDIT-STAGE.
           PERFORM COPY-ONE-AUDIT-STAGE
               UNTIL WS-END-OF-FILE.
           CLOSE AUDIT-STAGE-FILE.
           CLOSE AUDIT-LOG-FILE.

       COPY-ONE-AUDIT-STAGE.
           MOVE AUDIT-STAGE-RECORD TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           PERFORM READ-NEXT-AUDIT-STAGE.

      *----------------------------------------------------------*
      * TRANSIN + TRANSRCY 19 -> 25 (batch number)             *
      *----------------------------------------------------------*
       OFFER-TRANSIN-CONVERSION.
           DISPLAY "Convertir TRANSIN y TRANSRCY al formato con"
               " numero de lote? (S/N): ".
           MOVE "N" TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER-IS-YES
               PERFORM CONVERT-TRANSIN-FILE
               PERFORM CONVERT-RECYCLE-FILE
           END-IF.

       CONVERT-TRANSIN-FILE.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-TRANSIN-FILE.
           IF WS-OLD-TRANSIN-STATUS NOT = "00"
               DISPLAY "  Sin TRANSIN (estado "
                   WS-OLD-TRANSIN-STATUS "), nada que convertir."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT TRANSIN-STAGE-FILE
               PERFORM READ-NEXT-OLD-TRANSIN
               PERFORM CONVERT-ONE-TRANSIN
                   UNTIL WS-END-OF-FILE
               CLOSE OLD-TRANSIN-FILE
               CLOSE TRANSIN-STAGE-FILE
               PERFORM COPY-TRANSIN-STAGE-BACK
               DISPLAY "  TRANSIN: " WS-CONVERTED-COUNT
                   " registros convertidos."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
           END-IF.

       READ-NEXT-OLD-TRANSIN.
           READ OLD-TRANSIN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CONVERT-ONE-TRANSIN.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE OLD-TRANSIN-RECORD TO WS-NEW-TRANSIN-BODY.
           MOVE ZERO TO WS-NEW-TRANSIN-BATCH.
           MOVE WS-NEW-TRANSIN TO TRANSIN-STAGE-RECORD.
           WRITE TRANSIN-STAGE-RECORD.
           PERFORM READ-NEXT-OLD-TRANSIN.

       COPY-TRANSIN-STAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANSIN-STAGE-FILE.
           OPEN OUTPUT TRANS-IN-FILE.
           PERFORM READ-NEXT-TRANSIN-STAGE.
           PERFORM COPY-ONE-TRANSIN-STAGE
               UNTIL WS-END-OF-FILE.
           CLOSE TRANSIN-STAGE-FILE.
           CLOSE TRANS-IN-FILE.

       READ-NEXT-TRANSIN-STAGE.
           READ TRANSIN-STAGE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-TRANSIN-STAGE.
           MOVE TRANSIN-STAGE-RECORD TO TRANSIN-RECORD.
           WRITE TRANSIN-RECORD.
           PERFORM READ-NEXT-TRANSIN-STAGE.

       CONVERT-RECYCLE-FILE.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-RECYCLE-FILE.
           IF WS-OLD-RECYCLE-STATUS NOT = "00"
               DISPLAY "  Sin TRANSRCY (estado "
                   WS-OLD-RECYCLE-STATUS "), nada que convertir."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT TRANSIN-STAGE-FILE
               PERFORM READ-NEXT-OLD-RECYCLE
               PERFORM CONVERT-ONE-RECYCLE
                   UNTIL WS-END-OF-FILE
               CLOSE OLD-RECYCLE-FILE
               CLOSE TRANSIN-STAGE-FILE
               PERFORM COPY-RECYCLE-STAGE-BACK
               DISPLAY "  TRANSRCY: " WS-CONVERTED-COUNT
                   " registros convertidos."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
           END-IF.

       READ-NEXT-OLD-RECYCLE.
           READ OLD-RECYCLE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CONVERT-ONE-RECYCLE.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE OLD-RECYCLE-RECORD TO WS-NEW-TRANSIN-BODY.
           MOVE ZERO TO WS-NEW-TRANSIN-BATCH.
           MOVE WS-NEW-TRANSIN TO TRANSIN-STAGE-RECORD.
           WRITE TRANSIN-STAGE-RECORD.
           PERFORM READ-NEXT-OLD-RECYCLE.

       COPY-RECYCLE-STAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANSIN-STAGE-FILE.
           OPEN OUTPUT RECYCLE-FILE.
           PERFORM READ-NEXT-TRANSIN-STAGE.
           PERFORM COPY-ONE-RECYCLE-STAGE
               UNTIL WS-END-OF-FILE.
           CLOSE TRANSIN-STAGE-FILE.
           CLOSE RECYCLE-FILE.

       COPY-ONE-RECYCLE-STAGE.
           MOVE TRANSIN-STAGE-RECORD TO RECYCLE-RECORD.
           WRITE RECYCLE-RECORD.
           PERFORM READ-NEXT-TRANSIN-STAGE.

      *----------------------------------------------------------*
      * CATRULES 18 -> 19 (five-byte allowed-operations list)    *
      *----------------------------------------------------------*
       OFFER-CATRULES-CONVERSION.
           DISPLAY "Convertir CATRULES a la lista de operaciones"
               " de 5 posiciones? (S/N): ".
           MOVE "N" TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER-IS-YES
               PERFORM CONVERT-CATRULES-FILE
           END-IF.

       CONVERT-CATRULES-FILE.
           MOVE ZERO TO WS-CONVERTED-COUNT.
           MOVE ZERO TO WS-TRANSFER-ADDED-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OLD-CATRULES-FILE.
           IF WS-OLD-CATRULES-STATUS NOT = "00"
               DISPLAY "  Sin CATRULES (estado "
                   WS-OLD-CATRULES-STATUS "), nada que convertir."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT CATRULES-STAGE-FILE
               PERFORM READ-NEXT-OLD-CATRULES
               PERFORM CONVERT-ONE-CATRULES
                   UNTIL WS-END-OF-FILE
               CLOSE OLD-CATRULES-FILE
               CLOSE CATRULES-STAGE-FILE
               PERFORM COPY-CATRULES-STAGE-BACK
               DISPLAY "  CATRULES: " WS-CONVERTED-COUNT
                   " registros convertidos, "
                   WS-TRANSFER-ADDED-COUNT " con T anadida."
               ADD WS-CONVERTED-COUNT TO WS-TOTAL-CONVERTED
           END-IF.

       READ-NEXT-OLD-CATRULES.
           READ OLD-CATRULES-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    A full four-byte list without T is widened with T; the
      *    fifth byte of any other list is left blank.
       CONVERT-ONE-CATRULES.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE OC-CATEGORY TO CR-CATEGORY.
           MOVE OC-THRESHOLD TO CR-THRESHOLD.
           MOVE OC-ALLOWED-OPS TO CR-ALLOWED-OPS.
           MOVE OC-MAX-AMOUNT TO CR-MAX-AMOUNT.
           MOVE ZERO TO WS-OPS-TALLY.
           INSPECT OC-ALLOWED-OPS TALLYING WS-OPS-TALLY
               FOR ALL SPACE ALL "T".
           IF WS-OPS-TALLY = ZERO
               STRING OC-ALLOWED-OPS "T" DELIMITED BY SIZE
                   INTO CR-ALLOWED-OPS
               ADD 1 TO WS-TRANSFER-ADDED-COUNT
           END-IF.
           MOVE CATEGORY-RULES-RECORD TO CATRULES-STAGE-RECORD.
           WRITE CATRULES-STAGE-RECORD.
           PERFORM READ-NEXT-OLD-CATRULES.

       COPY-CATRULES-STAGE-BACK.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CATRULES-STAGE-FILE.
           OPEN OUTPUT CATEGORY-RULES-FILE.
           PERFORM READ-NEXT-CATRULES-STAGE.
           PERFORM COPY-ONE-CATRULES-STAGE
               UNTIL WS-END-OF-FILE.
           CLOSE CATRULES-STAGE-FILE.
           CLOSE CATEGORY-RULES-FILE.

       READ-NEXT-CATRULES-STAGE.
           READ CATRULES-STAGE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-CATRULES-STAGE.
           MOVE CATRULES-STAGE-RECORD TO CATEGORY-RULES-RECORD.
           WRITE CATEGORY-RULES-RECORD.
           PERFORM READ-NEXT-CATRULES-STAGE.

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

