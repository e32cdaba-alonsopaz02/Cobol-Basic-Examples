       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSP-MONITOR.
      *Suspicious-activity pattern monitoring over the posted
      *history.  The approval queue and the category limits look
      *at one transaction at a time, so nothing noticed an account
      *taking a string of postings just under its CR-MAX-AMOUNT in
      *a week, or a dormant account coming alive right after it
      *was reopened.  This step reads its rules off SUSPRULE
      *(defaults when the file or a rule is missing), reads the
      *OK postings of the TRANSHYR yearly archive, the TRANSHAR
      *archive and the live TRANSHST that fall inside the rules'
      *windows ending on the BUSDATE business date, and tallies
      *per account:
      * - structuring: postings whose amount is within the rule's
      *   band just under the category maximum on CATRULES;
      * - velocity: postings in the recent window against the
      *   account's own daily rate over the norm period before it;
      * - reactivation: postings in the days after ACCT-MAINT
      *   reactivated a dormant account, found on the ACCTJRNL
      *   journal as a dormant before-image with an active after-
      *   image.
      *Every account that trips a rule gets a pending alert on
      *the ALERTQ queue for SUSP-REVIEW, unless it already has an
      *alert under the same rule inside that rule's window.  Each
      *alert raised and the run totals go to AUDITLOG.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - The TRANSHYR yearly archive is scanned too: once
      *   YEAR-END-CLOSE rolled the old year off TRANSHAR, a window
      *   reaching back across the year end lost those postings
      *   and the velocity norm ran low enough to raise false
      *   alerts early in the year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT TRANS-HIST-FILE ASSIGN TO "TRANSHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANSHAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT YEARLY-ARCHIVE-FILE ASSIGN TO "TRANSHYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARLY-STATUS.

           SELECT ACCT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CATEGORY-RULES-FILE ASSIGN TO "CATRULES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATRULES-STATUS.

           SELECT SUSPICIOUS-RULE-FILE ASSIGN TO "SUSPRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

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

       FD  TRANS-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSHSR.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSHSR
               REPLACING ==TRANS-HIST-RECORD== BY ==ARCHIVE-RECORD==
                   ==TH-BUSINESS-DATE-R== BY ==HA-BUSINESS-DATE-R==
                   ==TH-BUSINESS-DATE== BY ==HA-BUSINESS-DATE==
                   ==TH-BUSINESS-YYYYMM== BY ==HA-BUSINESS-YYYYMM==
                   ==TH-BUSINESS-DD== BY ==HA-BUSINESS-DD==
                   ==TH-ACCOUNT-NUMBER== BY ==HA-ACCOUNT-NUMBER==
                   ==TH-NUM1== BY ==HA-NUM1==
                   ==TH-NUM2== BY ==HA-NUM2==
                   ==TH-COUNTER-ACCOUNT== BY ==HA-COUNTER-ACCOUNT==
                   ==TH-OPERATION-CODE== BY ==HA-OPERATION-CODE==
                   ==TH-OP-TRANSFER== BY ==HA-OP-TRANSFER==
                   ==TH-RESULT== BY ==HA-RESULT==
                   ==TH-STATUS-CODE== BY ==HA-STATUS-CODE==
                   ==TH-STATUS-OK== BY ==HA-STATUS-OK==
                   ==TH-STATUS-REVERSED== BY ==HA-STATUS-REVERSED==
                   ==TH-OPERATOR-ID== BY ==HA-OPERATOR-ID==
                   ==TH-BATCH-NUMBER== BY ==HA-BATCH-NUMBER==.

       FD  YEARLY-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSHSR
               REPLACING ==TRANS-HIST-RECORD== BY ==YEARLY-RECORD==
                   ==TH-BUSINESS-DATE-R== BY ==HY-BUSINESS-DATE-R==
                   ==TH-BUSINESS-DATE== BY ==HY-BUSINESS-DATE==
                   ==TH-BUSINESS-YYYYMM== BY ==HY-BUSINESS-YYYYMM==
                   ==TH-BUSINESS-DD== BY ==HY-BUSINESS-DD==
                   ==TH-ACCOUNT-NUMBER== BY ==HY-ACCOUNT-NUMBER==
                   ==TH-NUM1== BY ==HY-NUM1==
                   ==TH-NUM2== BY ==HY-NUM2==
                   ==TH-COUNTER-ACCOUNT== BY ==HY-COUNTER-ACCOUNT==
                   ==TH-OPERATION-CODE== BY ==HY-OPERATION-CODE==
                   ==TH-OP-TRANSFER== BY ==HY-OP-TRANSFER==
                   ==TH-RESULT== BY ==HY-RESULT==
                   ==TH-STATUS-CODE== BY ==HY-STATUS-CODE==
                   ==TH-STATUS-OK== BY ==HY-STATUS-OK==
                   ==TH-STATUS-REVERSED== BY ==HY-STATUS-REVERSED==
                   ==TH-OPERATOR-ID== BY ==HY-OPERATOR-ID==
                   ==TH-BATCH-NUMBER== BY ==HY-BATCH-NUMBER==.

       FD  ACCT-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTJRNR.

       FD  CATEGORY-RULES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATRULER.

       FD  SUSPICIOUS-RULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPRULR.

       FD  ALERT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPALRR.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
           05  WS-SLOT-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-SLOT-WAS-FOUND      VALUE "Y".
           05  WS-TABLE-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOWED    VALUE "Y".
           05  WS-ALERT-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  WS-ALERT-TABLE-FULL    VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-CAT-FOUND-SWITCH        PIC X(01) VALUE "N".
               88  WS-CAT-SLOT-FOUND      VALUE "Y".
           05  WS-ALREADY-ALERTED-SW      PIC X(01) VALUE "N".
               88  WS-ALREADY-ALERTED     VALUE "Y".
           05  WS-QUEUE-OPEN-SWITCH       PIC X(01) VALUE "N".
               88  WS-QUEUE-IS-OPEN       VALUE "Y".

      *    The three rules as SUSPRULE leaves them; defaults are
      *    set in LOAD-MONITOR-RULES before the file is read.
       01  WS-RULE-SETTINGS.
           05  WS-STRUCT-ENABLED          PIC X(01).
               88  WS-STRUCT-RULE-ON      VALUE "Y".
           05  WS-STRUCT-DAYS             PIC 9(3).
           05  WS-STRUCT-MIN-COUNT        PIC 9(3).
           05  WS-STRUCT-PERCENT          PIC 9(3).
           05  WS-VELOCITY-ENABLED        PIC X(01).
               88  WS-VELOCITY-RULE-ON    VALUE "Y".
           05  WS-VELOCITY-DAYS           PIC 9(3).
           05  WS-VELOCITY-MIN-COUNT      PIC 9(3).
           05  WS-VELOCITY-PERCENT        PIC 9(3).
           05  WS-VELOCITY-NORM-DAYS      PIC 9(3).
           05  WS-REACT-ENABLED           PIC X(01).
               88  WS-REACT-RULE-ON       VALUE "Y".
           05  WS-REACT-DAYS              PIC 9(3).
           05  WS-REACT-MIN-COUNT         PIC 9(3).

      *    Window start dates, all counted back from (and
      *    including) the business date.  The earliest of them is
      *    where the history starts to matter.
       01  WS-WINDOW-DATES.
           05  WS-BUSINESS-DATE           PIC 9(8) VALUE ZERO.
           05  WS-STRUCT-FROM-DATE        PIC 9(8) VALUE ZERO.
           05  WS-VELOCITY-FROM-DATE      PIC 9(8) VALUE ZERO.
           05  WS-NORM-FROM-DATE          PIC 9(8) VALUE ZERO.
           05  WS-REACT-FROM-DATE         PIC 9(8) VALUE ZERO.
           05  WS-EARLIEST-DATE           PIC 9(8) VALUE ZERO.
           05  WS-ALERT-KEEP-DATE         PIC 9(8) VALUE ZERO.

       01  WS-BUSINESS-INTEGER            PIC 9(8) COMP VALUE ZERO.
       01  WS-DATE-INTEGER                PIC 9(8) COMP VALUE ZERO.

      *    Per-category maximum amounts off CATRULES; a category
      *    with no slot, or a zero maximum, has no limit to sit
      *    under and is left out of the structuring rule.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-COUNT               PIC 9(3) COMP VALUE ZERO.
           05  WS-CAT-ENTRY OCCURS 20 TIMES.
               10  WS-CAT-CATEGORY        PIC X(02).
               10  WS-CAT-MAX-AMOUNT      PIC 9(5)V99.

       01  WS-CAT-SUB                     PIC 9(3) COMP VALUE ZERO.
       01  WS-CAT-MAX                     PIC 9(3) COMP VALUE 20.

      *    One slot per account with postings inside the windows
      *    or a reactivation inside the reactivation window.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-COUNT               PIC 9(5) COMP VALUE ZERO.
           05  WS-ACT-ENTRY OCCURS 5000 TIMES.
               10  WS-ACT-ACCOUNT         PIC 9(6).
               10  WS-ACT-MAX-AMOUNT      PIC 9(5)V99.
               10  WS-ACT-BAND-LOW        PIC 9(5)V99.
               10  WS-ACT-STRUCT-COUNT    PIC 9(5) COMP.
               10  WS-ACT-RECENT-COUNT    PIC 9(5) COMP.
               10  WS-ACT-NORM-COUNT      PIC 9(5) COMP.
               10  WS-ACT-REACT-DATE      PIC 9(8).
               10  WS-ACT-REACT-END-DATE  PIC 9(8).
               10  WS-ACT-REACT-COUNT     PIC 9(5) COMP.

       01  WS-ACT-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-ACT-MAX                     PIC 9(5) COMP VALUE 5000.

      *    Alerts already on the queue recently enough to still
      *    cover a rule window, for the no-repeat check.
       01  WS-PRIOR-ALERT-TABLE.
           05  WS-PRI-COUNT               PIC 9(4) COMP VALUE ZERO.
           05  WS-PRI-ENTRY OCCURS 2000 TIMES.
               10  WS-PRI-ACCOUNT         PIC 9(6).
               10  WS-PRI-RULE-CODE       PIC X(01).
               10  WS-PRI-RAISED-DATE     PIC 9(8).

       01  WS-PRI-SUB                     PIC 9(4) COMP VALUE ZERO.
       01  WS-PRI-MAX                     PIC 9(4) COMP VALUE 2000.

      *    The account image inside a journal record, only as far
      *    as the status byte.
       01  WS-BEFORE-IMAGE.
           05  WS-BI-ACCOUNT-NUMBER       PIC 9(6).
           05  FILLER                     PIC X(20).
           05  WS-BI-ACCOUNT-STATUS       PIC X(01).
           05  FILLER                     PIC X(27).

       01  WS-AFTER-IMAGE.
           05  WS-AI-ACCOUNT-NUMBER       PIC 9(6).
           05  FILLER                     PIC X(20).
           05  WS-AI-ACCOUNT-STATUS       PIC X(01).
           05  FILLER                     PIC X(27).

      *    The posting being tallied, from either history file.
       01  WS-WORK-POSTING.
           05  WS-WORK-ACCOUNT            PIC 9(6).
           05  WS-WORK-DATE               PIC 9(8).
           05  WS-WORK-NUM1               PIC 9(4)V99.
           05  WS-WORK-NUM2               PIC 9(4)V99.
           05  WS-WORK-OPERATION-CODE     PIC X(01).
               88  WS-WORK-TRANSFER       VALUE "T".

       01  WS-CANDIDATE.
           05  WS-CAND-RULE-CODE          PIC X(01).
           05  WS-CAND-FROM-DATE          PIC 9(8).
           05  WS-CAND-REFERENCE-DATE     PIC 9(8).
           05  WS-CAND-POSTING-COUNT      PIC 9(5).
           05  WS-CAND-BASELINE-COUNT     PIC 9(5).
           05  WS-CAND-REASON             PIC X(30).

       01  WS-RATE-RECENT                 PIC 9(12) COMP VALUE ZERO.
       01  WS-RATE-NORM                   PIC 9(12) COMP VALUE ZERO.
       01  WS-LAST-ALERT-NUMBER           PIC 9(6) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-POSTING-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-REACTIVATION-COUNT      PIC 9(6) COMP VALUE ZERO.
           05  WS-RAISED-COUNT            PIC 9(6) COMP VALUE ZERO.
           05  WS-STRUCT-RAISED           PIC 9(6) COMP VALUE ZERO.
           05  WS-VELOCITY-RAISED         PIC 9(6) COMP VALUE ZERO.
           05  WS-REACT-RAISED            PIC 9(6) COMP VALUE ZERO.
           05  WS-REPEAT-COUNT            PIC 9(6) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-HIST-STATUS             PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-YEARLY-STATUS           PIC X(02).
           05  WS-JOURNAL-STATUS          PIC X(02).
           05  WS-CATRULES-STATUS         PIC X(02).
           05  WS-RULE-STATUS             PIC X(02).
           05  WS-ALERT-STATUS            PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-MONITOR-RULES.
           PERFORM COMPUTE-WINDOW-DATES.
           PERFORM LOAD-CATEGORY-LIMITS.
           PERFORM LOAD-PRIOR-ALERTS.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
               MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM LOAD-REACTIVATIONS
               PERFORM SCAN-YEARLY-ARCHIVE
               PERFORM SCAN-ARCHIVE
               PERFORM SCAN-LIVE-HISTORY
               CLOSE ACCT-MASTER-FILE
               PERFORM FINISH-THE-MONITORING
           END-IF.
           GOBACK.

       FINISH-THE-MONITORING.
           EVALUATE TRUE
               WHEN WS-TABLE-OVERFLOWED
                   DISPLAY "Demasiadas cuentas con movimiento (mas de "
                       WS-ACT-MAX "), no se levanta ninguna alerta."
                   MOVE "TRANSHST" TO WS-AUDIT-KEY-INPUT
                   MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ALERT-TABLE-FULL
                   DISPLAY "Demasiadas alertas recientes en ALERTQ"
                       " (mas de " WS-PRI-MAX "), no se levanta"
                       " ninguna alerta."
                   MOVE "ALERTQ" TO WS-AUDIT-KEY-INPUT
                   MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   PERFORM RAISE-THE-ALERTS
                   PERFORM PRINT-MONITOR-TOTALS
                   MOVE WS-RAISED-COUNT TO WS-AUDIT-KEY-INPUT
                   MOVE "VIGILANCIA COMPLETADA" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.

       INITIALIZE-RUN.
           MOVE "SUSP-MONITOR" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

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

      *----------------------------------------------------------*
      * RULES AND WINDOWS                                        *
      *----------------------------------------------------------*
       LOAD-MONITOR-RULES.
           MOVE "Y" TO WS-STRUCT-ENABLED.
           MOVE 7 TO WS-STRUCT-DAYS.
           MOVE 5 TO WS-STRUCT-MIN-COUNT.
           MOVE 10 TO WS-STRUCT-PERCENT.
           MOVE "Y" TO WS-VELOCITY-ENABLED.
           MOVE 7 TO WS-VELOCITY-DAYS.
           MOVE 5 TO WS-VELOCITY-MIN-COUNT.
           MOVE 300 TO WS-VELOCITY-PERCENT.
           MOVE 90 TO WS-VELOCITY-NORM-DAYS.
           MOVE "Y" TO WS-REACT-ENABLED.
           MOVE 30 TO WS-REACT-DAYS.
           MOVE 3 TO WS-REACT-MIN-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUSPICIOUS-RULE-FILE.
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "  Sin SUSPRULE (estado " WS-RULE-STATUS
                   "), reglas por defecto."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-RULE
           END-IF.
           PERFORM APPLY-ONE-RULE
               UNTIL WS-END-OF-FILE.
           IF WS-RULE-STATUS NOT = "35"
               CLOSE SUSPICIOUS-RULE-FILE
           END-IF.
           DISPLAY "  Estructuracion: " WS-STRUCT-ENABLED " "
               WS-STRUCT-MIN-COUNT " en " WS-STRUCT-DAYS " dias, "
               WS-STRUCT-PERCENT "% bajo el maximo".
           DISPLAY "  Velocidad     : " WS-VELOCITY-ENABLED " "
               WS-VELOCITY-MIN-COUNT " en " WS-VELOCITY-DAYS
               " dias, " WS-VELOCITY-PERCENT "% de la norma de "
               WS-VELOCITY-NORM-DAYS " dias".
           DISPLAY "  Reactivacion  : " WS-REACT-ENABLED " "
               WS-REACT-MIN-COUNT " en " WS-REACT-DAYS " dias".

       READ-NEXT-RULE.
           READ SUSPICIOUS-RULE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    A rule record only overrides what it carries: a zero or
      *    non-numeric field keeps that setting's default.
       APPLY-ONE-RULE.
           EVALUATE TRUE
               WHEN SR-RULE-STRUCTURING
                   PERFORM APPLY-STRUCTURING-RULE
               WHEN SR-RULE-VELOCITY
                   PERFORM APPLY-VELOCITY-RULE
               WHEN SR-RULE-REACTIVATION
                   PERFORM APPLY-REACTIVATION-RULE
               WHEN OTHER
                   DISPLAY "  AVISO: regla desconocida en SUSPRULE: "
                       SR-RULE-CODE
           END-EVALUATE.
           PERFORM READ-NEXT-RULE.

       APPLY-STRUCTURING-RULE.
           IF SR-RULE-IS-DISABLED
               MOVE "N" TO WS-STRUCT-ENABLED
           END-IF.
           IF SR-WINDOW-DAYS IS NUMERIC AND SR-WINDOW-DAYS > ZERO
               MOVE SR-WINDOW-DAYS TO WS-STRUCT-DAYS
           END-IF.
           IF SR-MIN-COUNT IS NUMERIC AND SR-MIN-COUNT > ZERO
               MOVE SR-MIN-COUNT TO WS-STRUCT-MIN-COUNT
           END-IF.
           IF SR-PERCENT IS NUMERIC AND SR-PERCENT > ZERO
                   AND SR-PERCENT < 100
               MOVE SR-PERCENT TO WS-STRUCT-PERCENT
           END-IF.

       APPLY-VELOCITY-RULE.
           IF SR-RULE-IS-DISABLED
               MOVE "N" TO WS-VELOCITY-ENABLED
           END-IF.
           IF SR-WINDOW-DAYS IS NUMERIC AND SR-WINDOW-DAYS > ZERO
               MOVE SR-WINDOW-DAYS TO WS-VELOCITY-DAYS
           END-IF.
           IF SR-MIN-COUNT IS NUMERIC AND SR-MIN-COUNT > ZERO
               MOVE SR-MIN-COUNT TO WS-VELOCITY-MIN-COUNT
           END-IF.
           IF SR-PERCENT IS NUMERIC AND SR-PERCENT > ZERO
               MOVE SR-PERCENT TO WS-VELOCITY-PERCENT
           END-IF.
           IF SR-NORM-DAYS IS NUMERIC AND SR-NORM-DAYS > ZERO
               MOVE SR-NORM-DAYS TO WS-VELOCITY-NORM-DAYS
           END-IF.

       APPLY-REACTIVATION-RULE.
           IF SR-RULE-IS-DISABLED
               MOVE "N" TO WS-REACT-ENABLED
           END-IF.
           IF SR-WINDOW-DAYS IS NUMERIC AND SR-WINDOW-DAYS > ZERO
               MOVE SR-WINDOW-DAYS TO WS-REACT-DAYS
           END-IF.
           IF SR-MIN-COUNT IS NUMERIC AND SR-MIN-COUNT > ZERO
               MOVE SR-MIN-COUNT TO WS-REACT-MIN-COUNT
           END-IF.

      *    Each window includes the business date itself; the
      *    velocity norm period is the stretch just before the
      *    recent window.  An alert already raised on or after the
      *    earliest rule window start still counts as a repeat.
       COMPUTE-WINDOW-DATES.
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-DATE-INTEGER =
               WS-BUSINESS-INTEGER - WS-STRUCT-DAYS + 1.
           COMPUTE WS-STRUCT-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           COMPUTE WS-DATE-INTEGER =
               WS-BUSINESS-INTEGER - WS-VELOCITY-DAYS + 1.
           COMPUTE WS-VELOCITY-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           COMPUTE WS-DATE-INTEGER =
               WS-DATE-INTEGER - WS-VELOCITY-NORM-DAYS.
           COMPUTE WS-NORM-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           COMPUTE WS-DATE-INTEGER =
               WS-BUSINESS-INTEGER - WS-REACT-DAYS + 1.
           COMPUTE WS-REACT-FROM-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           MOVE WS-NORM-FROM-DATE TO WS-EARLIEST-DATE.
           IF WS-STRUCT-FROM-DATE < WS-EARLIEST-DATE
               MOVE WS-STRUCT-FROM-DATE TO WS-EARLIEST-DATE
           END-IF.
           IF WS-REACT-FROM-DATE < WS-EARLIEST-DATE
               MOVE WS-REACT-FROM-DATE TO WS-EARLIEST-DATE
           END-IF.
           MOVE WS-STRUCT-FROM-DATE TO WS-ALERT-KEEP-DATE.
           IF WS-VELOCITY-FROM-DATE < WS-ALERT-KEEP-DATE
               MOVE WS-VELOCITY-FROM-DATE TO WS-ALERT-KEEP-DATE
           END-IF.
           IF WS-REACT-FROM-DATE < WS-ALERT-KEEP-DATE
               MOVE WS-REACT-FROM-DATE TO WS-ALERT-KEEP-DATE
           END-IF.
           DISPLAY "  Fecha de negocio: " WS-BUSINESS-DATE
               " - historia desde " WS-EARLIEST-DATE.

       LOAD-CATEGORY-LIMITS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CATEGORY-RULES-FILE.
           IF WS-CATRULES-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-CATEGORY-RULE
           END-IF.
           PERFORM LOAD-ONE-CATEGORY-LIMIT
               UNTIL WS-END-OF-FILE.
           IF WS-CATRULES-STATUS NOT = "35"
               CLOSE CATEGORY-RULES-FILE
           END-IF.

       READ-NEXT-CATEGORY-RULE.
           READ CATEGORY-RULES-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-CATEGORY-LIMIT.
           IF WS-CAT-COUNT NOT LESS THAN WS-CAT-MAX
               DISPLAY "  AVISO: mas de " WS-CAT-MAX " categorias en"
                   " CATRULES, el resto se ignora."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-CAT-COUNT
               MOVE CR-CATEGORY TO WS-CAT-CATEGORY (WS-CAT-COUNT)
               MOVE CR-MAX-AMOUNT
                   TO WS-CAT-MAX-AMOUNT (WS-CAT-COUNT)
               PERFORM READ-NEXT-CATEGORY-RULE
           END-IF.

      *    The whole queue is read for the last alert number; only
      *    alerts recent enough to cover a rule window are kept
      *    for the repeat check.
       LOAD-PRIOR-ALERTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ALERT-QUEUE-FILE.
           IF WS-ALERT-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ALERT
           END-IF.
           PERFORM LOAD-ONE-PRIOR-ALERT
               UNTIL WS-END-OF-FILE.
           IF WS-ALERT-STATUS NOT = "35"
               CLOSE ALERT-QUEUE-FILE
           END-IF.

       READ-NEXT-ALERT.
           READ ALERT-QUEUE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-PRIOR-ALERT.
           IF SA-ALERT-NUMBER > WS-LAST-ALERT-NUMBER
               MOVE SA-ALERT-NUMBER TO WS-LAST-ALERT-NUMBER
           END-IF.
           IF SA-RAISED-DATE NOT LESS THAN WS-ALERT-KEEP-DATE
               IF WS-PRI-COUNT NOT LESS THAN WS-PRI-MAX
                   SET WS-ALERT-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-PRI-COUNT
                   MOVE SA-ACCOUNT-NUMBER
                       TO WS-PRI-ACCOUNT (WS-PRI-COUNT)
                   MOVE SA-RULE-CODE
                       TO WS-PRI-RULE-CODE (WS-PRI-COUNT)
                   MOVE SA-RAISED-DATE
                       TO WS-PRI-RAISED-DATE (WS-PRI-COUNT)
               END-IF
           END-IF.
           PERFORM READ-NEXT-ALERT.

      *----------------------------------------------------------*
      * REACTIVATIONS OFF THE MASTER JOURNAL                     *
      *----------------------------------------------------------*
      *    ACCT-MAINT journals a reactivation as a rewrite whose
      *    before-image is dormant and whose after-image is
      *    active; the latest one inside the window wins.
       LOAD-REACTIVATIONS.
           IF WS-REACT-RULE-ON
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT ACCT-JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   PERFORM READ-NEXT-JOURNAL
               END-IF
               PERFORM CHECK-ONE-JOURNAL-RECORD
                   UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED
               IF WS-JOURNAL-STATUS NOT = "35"
                   CLOSE ACCT-JOURNAL-FILE
               END-IF
           END-IF.

       READ-NEXT-JOURNAL.
           READ ACCT-JOURNAL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-JOURNAL-RECORD.
           MOVE JR-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE JR-AFTER-IMAGE TO WS-AFTER-IMAGE.
           IF JR-PROGRAM-NAME = "ACCT-MAINT"
                   AND JR-ACTION-REWRITE
                   AND WS-BI-ACCOUNT-STATUS = "D"
                   AND WS-AI-ACCOUNT-STATUS = "A"
                   AND JR-JOURNAL-DATE NOT LESS THAN
                       WS-REACT-FROM-DATE
                   AND JR-JOURNAL-DATE NOT GREATER THAN
                       WS-BUSINESS-DATE
               MOVE WS-AI-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               PERFORM FIND-ACCOUNT-SLOT
               IF WS-SLOT-WAS-FOUND
                   ADD 1 TO WS-REACTIVATION-COUNT
                   MOVE JR-JOURNAL-DATE
                       TO WS-ACT-REACT-DATE (WS-ACT-SUB)
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (JR-JOURNAL-DATE)
                       + WS-REACT-DAYS - 1
                   COMPUTE WS-ACT-REACT-END-DATE (WS-ACT-SUB) =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
                   MOVE ZERO TO WS-ACT-REACT-COUNT (WS-ACT-SUB)
               END-IF
           END-IF.
           PERFORM READ-NEXT-JOURNAL.

      *----------------------------------------------------------*
      * TALLY THE HISTORY                                        *
      *----------------------------------------------------------*
      *    The yearly archive holds the closed years YEAR-END-CLOSE
      *    rolled off TRANSHAR; a window that reaches back past the
      *    year end needs it as well.
       SCAN-YEARLY-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT YEARLY-ARCHIVE-FILE.
           IF WS-YEARLY-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-YEARLY-RECORD
           END-IF.
           PERFORM TALLY-ONE-YEARLY-RECORD
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED.
           IF WS-YEARLY-STATUS NOT = "35"
               CLOSE YEARLY-ARCHIVE-FILE
           END-IF.

       READ-NEXT-YEARLY-RECORD.
           READ YEARLY-ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       TALLY-ONE-YEARLY-RECORD.
           IF HY-STATUS-OK
                   AND HY-BUSINESS-DATE NOT LESS THAN WS-EARLIEST-DATE
                   AND HY-BUSINESS-DATE NOT GREATER THAN
                       WS-BUSINESS-DATE
               MOVE HY-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               MOVE HY-BUSINESS-DATE TO WS-WORK-DATE
               MOVE HY-NUM1 TO WS-WORK-NUM1
               MOVE HY-NUM2 TO WS-WORK-NUM2
               MOVE HY-OPERATION-CODE TO WS-WORK-OPERATION-CODE
               PERFORM TALLY-WORK-POSTING
           END-IF.
           PERFORM READ-NEXT-YEARLY-RECORD.

      *    The archive holds the closed months MONTH-END-CLOSE
      *    moved off the live history; a norm period that reaches
      *    back past the month boundary needs both.
       SCAN-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-IF.
           PERFORM TALLY-ONE-ARCHIVE-RECORD
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       TALLY-ONE-ARCHIVE-RECORD.
           IF HA-STATUS-OK
                   AND HA-BUSINESS-DATE NOT LESS THAN WS-EARLIEST-DATE
                   AND HA-BUSINESS-DATE NOT GREATER THAN
                       WS-BUSINESS-DATE
               MOVE HA-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               MOVE HA-BUSINESS-DATE TO WS-WORK-DATE
               MOVE HA-NUM1 TO WS-WORK-NUM1
               MOVE HA-NUM2 TO WS-WORK-NUM2
               MOVE HA-OPERATION-CODE TO WS-WORK-OPERATION-CODE
               PERFORM TALLY-WORK-POSTING
           END-IF.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       SCAN-LIVE-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HIST-RECORD
           END-IF.
           PERFORM TALLY-ONE-HIST-RECORD
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOWED.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE TRANS-HIST-FILE
           END-IF.

       READ-NEXT-HIST-RECORD.
           READ TRANS-HIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    Only OK postings count as activity; the exception
      *    statuses posted nothing and a reversal is not the
      *    customer's doing.
       TALLY-ONE-HIST-RECORD.
           IF TH-STATUS-OK
                   AND TH-BUSINESS-DATE NOT LESS THAN WS-EARLIEST-DATE
                   AND TH-BUSINESS-DATE NOT GREATER THAN
                       WS-BUSINESS-DATE
               MOVE TH-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               MOVE TH-BUSINESS-DATE TO WS-WORK-DATE
               MOVE TH-NUM1 TO WS-WORK-NUM1
               MOVE TH-NUM2 TO WS-WORK-NUM2
               MOVE TH-OPERATION-CODE TO WS-WORK-OPERATION-CODE
               PERFORM TALLY-WORK-POSTING
           END-IF.
           PERFORM READ-NEXT-HIST-RECORD.

       TALLY-WORK-POSTING.
           PERFORM FIND-ACCOUNT-SLOT.
           IF WS-SLOT-WAS-FOUND
               ADD 1 TO WS-POSTING-COUNT
               PERFORM TALLY-STRUCTURING
               IF WS-WORK-DATE NOT LESS THAN WS-VELOCITY-FROM-DATE
                   ADD 1 TO WS-ACT-RECENT-COUNT (WS-ACT-SUB)
               ELSE
                   IF WS-WORK-DATE NOT LESS THAN WS-NORM-FROM-DATE
                       ADD 1 TO WS-ACT-NORM-COUNT (WS-ACT-SUB)
                   END-IF
               END-IF
               IF WS-ACT-REACT-DATE (WS-ACT-SUB) > ZERO
                       AND WS-WORK-DATE NOT LESS THAN
                           WS-ACT-REACT-DATE (WS-ACT-SUB)
                       AND WS-WORK-DATE NOT GREATER THAN
                           WS-ACT-REACT-END-DATE (WS-ACT-SUB)
                   ADD 1 TO WS-ACT-REACT-COUNT (WS-ACT-SUB)
               END-IF
           END-IF.

      *    Just under the limit means at or below the category
      *    maximum and no lower than the rule's band under it.  A
      *    transfer's NUM2 position is an account number, not an
      *    amount, so only NUM1 is looked at for it.
       TALLY-STRUCTURING.
           IF WS-WORK-DATE NOT LESS THAN WS-STRUCT-FROM-DATE
                   AND WS-ACT-MAX-AMOUNT (WS-ACT-SUB) > ZERO
               IF (WS-WORK-NUM1 NOT LESS THAN
                           WS-ACT-BAND-LOW (WS-ACT-SUB)
                       AND WS-WORK-NUM1 NOT GREATER THAN
                           WS-ACT-MAX-AMOUNT (WS-ACT-SUB))
                   OR (NOT WS-WORK-TRANSFER
                       AND WS-WORK-NUM2 NOT LESS THAN
                           WS-ACT-BAND-LOW (WS-ACT-SUB)
                       AND WS-WORK-NUM2 NOT GREATER THAN
                           WS-ACT-MAX-AMOUNT (WS-ACT-SUB))
                   ADD 1 TO WS-ACT-STRUCT-COUNT (WS-ACT-SUB)
               END-IF
           END-IF.

       FIND-ACCOUNT-SLOT.
           SET WS-SLOT-FOUND-SWITCH TO "N".
           MOVE ZERO TO WS-ACT-SUB.
           PERFORM CHECK-ONE-ACCOUNT-SLOT
               UNTIL WS-SLOT-WAS-FOUND
               OR WS-ACT-SUB NOT LESS THAN WS-ACT-COUNT.
           IF NOT WS-SLOT-WAS-FOUND
               IF WS-ACT-COUNT < WS-ACT-MAX
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT TO WS-ACT-SUB
                   PERFORM START-ACCOUNT-SLOT
                   SET WS-SLOT-WAS-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-ACCOUNT-SLOT.
           ADD 1 TO WS-ACT-SUB.
           IF WS-ACT-ACCOUNT (WS-ACT-SUB) = WS-WORK-ACCOUNT
               SET WS-SLOT-WAS-FOUND TO TRUE
           END-IF.

      *    The account's category maximum is looked up once, when
      *    its slot is opened; an account no longer on the master
      *    has no limit.
       START-ACCOUNT-SLOT.
           MOVE WS-WORK-ACCOUNT TO WS-ACT-ACCOUNT (WS-ACT-SUB).
           MOVE ZERO TO WS-ACT-MAX-AMOUNT (WS-ACT-SUB).
           MOVE ZERO TO WS-ACT-BAND-LOW (WS-ACT-SUB).
           MOVE ZERO TO WS-ACT-STRUCT-COUNT (WS-ACT-SUB).
           MOVE ZERO TO WS-ACT-RECENT-COUNT (WS-ACT-SUB).
           MOVE ZERO TO WS-ACT-NORM-COUNT (WS-ACT-SUB).
           MOVE ZERO TO WS-ACT-REACT-DATE (WS-ACT-SUB).
           MOVE ZERO TO WS-ACT-REACT-END-DATE (WS-ACT-SUB).
           MOVE ZERO TO WS-ACT-REACT-COUNT (WS-ACT-SUB).
           MOVE WS-WORK-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM FIND-CATEGORY-LIMIT
           END-READ.

       FIND-CATEGORY-LIMIT.
           SET WS-CAT-FOUND-SWITCH TO "N".
           MOVE ZERO TO WS-CAT-SUB.
           PERFORM CHECK-ONE-CATEGORY-SLOT
               UNTIL WS-CAT-SLOT-FOUND
               OR WS-CAT-SUB NOT LESS THAN WS-CAT-COUNT.
           IF WS-CAT-SLOT-FOUND
               MOVE WS-CAT-MAX-AMOUNT (WS-CAT-SUB)
                   TO WS-ACT-MAX-AMOUNT (WS-ACT-SUB)
               COMPUTE WS-ACT-BAND-LOW (WS-ACT-SUB) ROUNDED =
                   WS-CAT-MAX-AMOUNT (WS-CAT-SUB)
                   * (100 - WS-STRUCT-PERCENT) / 100
           END-IF.

       CHECK-ONE-CATEGORY-SLOT.
           ADD 1 TO WS-CAT-SUB.
           IF WS-CAT-CATEGORY (WS-CAT-SUB) = AM-ACCOUNT-CATEGORY
               SET WS-CAT-SLOT-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * RAISE THE ALERTS                                         *
      *----------------------------------------------------------*
       RAISE-THE-ALERTS.
           MOVE ZERO TO WS-ACT-SUB.
           PERFORM CHECK-ONE-ACCOUNT-RULES
               UNTIL WS-ACT-SUB NOT LESS THAN WS-ACT-COUNT.
           IF WS-QUEUE-IS-OPEN
               CLOSE ALERT-QUEUE-FILE
           END-IF.

       CHECK-ONE-ACCOUNT-RULES.
           ADD 1 TO WS-ACT-SUB.
           IF WS-STRUCT-RULE-ON
                   AND WS-ACT-STRUCT-COUNT (WS-ACT-SUB)
                       NOT LESS THAN WS-STRUCT-MIN-COUNT
               MOVE "S" TO WS-CAND-RULE-CODE
               MOVE WS-STRUCT-FROM-DATE TO WS-CAND-FROM-DATE
               MOVE WS-STRUCT-FROM-DATE TO WS-CAND-REFERENCE-DATE
               MOVE WS-ACT-STRUCT-COUNT (WS-ACT-SUB)
                   TO WS-CAND-POSTING-COUNT
               MOVE ZERO TO WS-CAND-BASELINE-COUNT
               MOVE "ESTRUCTURACION BAJO EL LIMITE" TO WS-CAND-REASON
               PERFORM RAISE-CANDIDATE-ALERT
           END-IF.
           IF WS-VELOCITY-RULE-ON
                   AND WS-ACT-RECENT-COUNT (WS-ACT-SUB)
                       NOT LESS THAN WS-VELOCITY-MIN-COUNT
               PERFORM CHECK-VELOCITY-RATE
           END-IF.
           IF WS-REACT-RULE-ON
                   AND WS-ACT-REACT-DATE (WS-ACT-SUB) > ZERO
                   AND WS-ACT-REACT-COUNT (WS-ACT-SUB)
                       NOT LESS THAN WS-REACT-MIN-COUNT
               MOVE "R" TO WS-CAND-RULE-CODE
               MOVE WS-ACT-REACT-DATE (WS-ACT-SUB)
                   TO WS-CAND-FROM-DATE
               MOVE WS-ACT-REACT-DATE (WS-ACT-SUB)
                   TO WS-CAND-REFERENCE-DATE
               MOVE WS-ACT-REACT-COUNT (WS-ACT-SUB)
                   TO WS-CAND-POSTING-COUNT
               MOVE ZERO TO WS-CAND-BASELINE-COUNT
               MOVE "ACTIVIDAD TRAS REACTIVACION" TO WS-CAND-REASON
               PERFORM RAISE-CANDIDATE-ALERT
           END-IF.

      *    Recent daily rate against the norm daily rate, cross-
      *    multiplied to stay in whole numbers.  An account with
      *    no postings at all in the norm period has no norm to
      *    stay under, so enough recent postings trip it.
       CHECK-VELOCITY-RATE.
           COMPUTE WS-RATE-RECENT =
               WS-ACT-RECENT-COUNT (WS-ACT-SUB)
               * WS-VELOCITY-NORM-DAYS * 100.
           COMPUTE WS-RATE-NORM =
               WS-ACT-NORM-COUNT (WS-ACT-SUB)
               * WS-VELOCITY-DAYS * WS-VELOCITY-PERCENT.
           IF WS-RATE-RECENT > WS-RATE-NORM
               MOVE "V" TO WS-CAND-RULE-CODE
               MOVE WS-VELOCITY-FROM-DATE TO WS-CAND-FROM-DATE
               MOVE WS-VELOCITY-FROM-DATE TO WS-CAND-REFERENCE-DATE
               MOVE WS-ACT-RECENT-COUNT (WS-ACT-SUB)
                   TO WS-CAND-POSTING-COUNT
               MOVE WS-ACT-NORM-COUNT (WS-ACT-SUB)
                   TO WS-CAND-BASELINE-COUNT
               MOVE "VELOCIDAD SOBRE SU NORMA" TO WS-CAND-REASON
               PERFORM RAISE-CANDIDATE-ALERT
           END-IF.

       RAISE-CANDIDATE-ALERT.
           PERFORM CHECK-PRIOR-ALERTS.
           IF WS-ALREADY-ALERTED
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               PERFORM WRITE-ALERT-RECORD
           END-IF.

      *    The same account under the same rule is alerted once
      *    per window: an alert raised on or after the window
      *    start (the reactivation date for that rule) covers it.
       CHECK-PRIOR-ALERTS.
           SET WS-ALREADY-ALERTED-SW TO "N".
           MOVE ZERO TO WS-PRI-SUB.
           PERFORM CHECK-ONE-PRIOR-ALERT
               UNTIL WS-ALREADY-ALERTED
               OR WS-PRI-SUB NOT LESS THAN WS-PRI-COUNT.

       CHECK-ONE-PRIOR-ALERT.
           ADD 1 TO WS-PRI-SUB.
           IF WS-PRI-ACCOUNT (WS-PRI-SUB) = WS-ACT-ACCOUNT (WS-ACT-SUB)
                   AND WS-PRI-RULE-CODE (WS-PRI-SUB)
                       = WS-CAND-RULE-CODE
                   AND WS-PRI-RAISED-DATE (WS-PRI-SUB)
                       NOT LESS THAN WS-CAND-FROM-DATE
               SET WS-ALREADY-ALERTED TO TRUE
           END-IF.

       WRITE-ALERT-RECORD.
           IF NOT WS-QUEUE-IS-OPEN
               OPEN EXTEND ALERT-QUEUE-FILE
               IF WS-ALERT-STATUS NOT = "00"
                   OPEN OUTPUT ALERT-QUEUE-FILE
               END-IF
               SET WS-QUEUE-IS-OPEN TO TRUE
           END-IF.
           ADD 1 TO WS-LAST-ALERT-NUMBER.
           MOVE WS-LAST-ALERT-NUMBER TO SA-ALERT-NUMBER.
           MOVE WS-ACT-ACCOUNT (WS-ACT-SUB) TO SA-ACCOUNT-NUMBER.
           MOVE WS-CAND-RULE-CODE TO SA-RULE-CODE.
           MOVE WS-BUSINESS-DATE TO SA-RAISED-DATE.
           MOVE WS-CAND-REFERENCE-DATE TO SA-REFERENCE-DATE.
           MOVE WS-CAND-POSTING-COUNT TO SA-POSTING-COUNT.
           MOVE WS-CAND-BASELINE-COUNT TO SA-BASELINE-COUNT.
           MOVE WS-CAND-REASON TO SA-REASON.
           SET SA-STATUS-PENDING TO TRUE.
           MOVE SPACES TO SA-REVIEWED-BY.
           MOVE ZERO TO SA-REVIEWED-DATE.
           WRITE SUSPICIOUS-ALERT-RECORD.
           ADD 1 TO WS-RAISED-COUNT.
           EVALUATE TRUE
               WHEN SA-RULE-STRUCTURING
                   ADD 1 TO WS-STRUCT-RAISED
               WHEN SA-RULE-VELOCITY
                   ADD 1 TO WS-VELOCITY-RAISED
               WHEN OTHER
                   ADD 1 TO WS-REACT-RAISED
           END-EVALUATE.
           DISPLAY "  ALERTA " SA-ALERT-NUMBER " cuenta "
               SA-ACCOUNT-NUMBER " " SA-REASON " ("
               SA-POSTING-COUNT " mov. desde " SA-REFERENCE-DATE ")".
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING SA-ALERT-NUMBER " " SA-RULE-CODE " "
               SA-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           MOVE "ALERTA LEVANTADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

       PRINT-MONITOR-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  SUSP-MONITOR - TOTALES".
           DISPLAY "  Movimientos examinados  : " WS-POSTING-COUNT.
           DISPLAY "  Cuentas con movimiento  : " WS-ACT-COUNT.
           DISPLAY "  Reactivaciones vistas   : "
               WS-REACTIVATION-COUNT.
           DISPLAY "  Alertas estructuracion  : " WS-STRUCT-RAISED.
           DISPLAY "  Alertas velocidad       : " WS-VELOCITY-RAISED.
           DISPLAY "  Alertas reactivacion    : " WS-REACT-RAISED.
           DISPLAY "  Alertas ya levantadas   : " WS-REPEAT-COUNT.
           DISPLAY "  Alertas nuevas en ALERTQ: " WS-RAISED-COUNT.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "SUSP-MONITOR" TO AL-PROGRAM-NAME.
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

       END PROGRAM SUSP-MONITOR.
