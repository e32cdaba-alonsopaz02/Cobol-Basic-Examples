      *   last activity instead of zero, which DORMANT-REVIEW
      *   read as "older than any cutoff" and flagged the new
      *   account dormant on its very next run.
      * - Each account now points at its owning customer on the
      *   new CUSTMAST customer master.  An alta must name a
      *   customer that exists and is not closed; a name change
      *   with a non-zero customer number moves the account to
      *   that customer.  The report shows the customer before
      *   and after.
      * - Dual control: the actions read from ACCTMNT are no
      *   longer applied by the run that reads them.  Each one is
      *   queued on MAINTPND stamped with the signed-on operator
      *   as maker, and ACCTMNT is emptied once queued.  A second
      *   supervisor approves or rejects it in MAINT-REVIEW, and
      *   the next ACCT-MAINT run applies only the approved items
      *   to ACCTMAST.  The report and AUDITLOG name both the
      *   maker and the checker of every applied action.  The
      *   checker is always a supervisor, so a dormant account's
      *   reactivation no longer depends on who runs the apply.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - Account numbers now carry a modulus-11 check digit
      *   (ACCT-CHECK-DIGIT).  An alta keyed with account number
      *   zero is given the next free valid number when it is
      *   queued, following the last one assigned on the new
      *   ACCTNUM control, so the checker approves the number the
      *   account will really have.  An alta keyed with a number
      *   of its own is refused, queued or approved, unless the
      *   number's check digit is right.  The other actions still
      *   reach accounts numbered before the scheme.
      * - A close is now a settlement, not just a status flip.  It
      *   is refused while the account has an open exception, a
      *   pending approval or an active hold (a transfer naming it
      *   as the counter account counts).  Once through, it cancels
      *   the account's standing orders and any transfer orders
      *   paying into it, writes the closing balance as a payout to
      *   an ACCTCLOS batch (numbers 920000-929999) on TRANSRAW for
      *   BASIC-OPERATIONS to post, prints a final statement on
      *   FINALSTM and a line on the CLOSERPT closed-accounts
      *   report.  While a transmission is staged on TRANSRAW an
      *   approved close waits on the queue for the next run.
      *   CUSTMAST's availability is kept in its own switch, so a
      *   customer not found no longer refuses later altas.
      * - An ACUSE GL PENDIENTE exception raised by GL-ACK-MATCH
      *   names a ledger account from GLJRNL, not a customer's, so
      *   it no longer blocks closing the account that happens to
      *   share its number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT MAINT-PENDING-FILE ASSIGN TO "MAINTPND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-STAGE-FILE ASSIGN TO "MNTPTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT ACCT-NUMBER-CONTROL-FILE ASSIGN TO "ACCTNUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NUMBER-CTL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDAPPR-STATUS.

           SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT ORDER-STAGE-FILE ASSIGN TO "STORDTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORDER-STAGE-STATUS.

           SELECT RAW-FEED-FILE ASSIGN TO "TRANSRAW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRANS-HIST-FILE ASSIGN TO "TRANSHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANSHAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT YEARLY-ARCHIVE-FILE ASSIGN TO "TRANSHYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARLY-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "FINALSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT CLOSURE-REPORT-FILE ASSIGN TO "CLOSERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  MAINT-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MAINTPNR.

       FD  PENDING-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  STAGED-PENDING-RECORD          PIC X(105).

       FD  ACCT-NUMBER-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTNUMR.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
           LABEL RECORDS ARE STANDARD.
           COPY ACCTJRNR.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.

       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

       FD  PENDING-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDAPPR.

       FD  ACCOUNT-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STORDR.

       FD  ORDER-STAGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  STAGED-ORDER-RECORD            PIC X(43).

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

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-LINE                 PIC X(132).

       FD  CLOSURE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSURE-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY SIGNONPR.
           COPY ACCTCKPR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-MASTER-WAS-FOUND    VALUE "Y".
           05  WS-ACTION-APPLIED-SWITCH   PIC X(01) VALUE "N".
               88  WS-ACTION-WAS-APPLIED  VALUE "Y".
           05  WS-CUSTOMER-OK-SWITCH      PIC X(01) VALUE "N".
               88  WS-CUSTOMER-IS-OK      VALUE "Y".
           05  WS-QUEUE-EOF-SWITCH        PIC X(01) VALUE "N".
               88  WS-END-OF-QUEUE        VALUE "Y".
           05  WS-TABLE-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOWED    VALUE "Y".
           05  WS-NUMBER-FREE-SWITCH      PIC X(01) VALUE "N".
               88  WS-NUMBER-IS-FREE      VALUE "Y".
           05  WS-CUSTMAST-OPEN-SWITCH    PIC X(01) VALUE "N".
               88  WS-CUSTMAST-IS-OPEN    VALUE "Y".

       01  WS-COUNTERS.
           05  WS-READ-COUNT              PIC 9(8) COMP VALUE ZERO.
           05  WS-APPLIED-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC 9(8) COMP VALUE ZERO.
           05  WS-QUEUED-COUNT            PIC 9(8) COMP VALUE ZERO.
           05  WS-ITEM-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-ITEM-MAX                PIC 9(4) COMP VALUE 2000.
           05  WS-ITEM-SUB                PIC 9(4) COMP VALUE ZERO.
           05  WS-DECIDED-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  WS-ASSIGNED-COUNT          PIC 9(8) COMP VALUE ZERO.

       01  WS-LAST-ITEM-NUMBER            PIC 9(6) VALUE ZERO.

      *    New account numbers are assigned upward from the last
      *    base on ACCTNUM; 99999 is the highest base there is.
       01  WS-NEXT-BASE                   PIC 9(5) VALUE 10000.
       01  WS-HIGHEST-BASE                PIC 9(5) VALUE 99999.

      *    The queue is loaded whole so the approved account items
      *    can be marked applied or refused and written back in one
      *    staged pass, like APPR-REVIEW; each slot holds one queue
      *    record image.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-TE-PENDING-IMAGE    PIC X(105).

       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-NAME             PIC X(20).
           05  WS-BEFORE-STATUS           PIC X(01).
           05  WS-BEFORE-CUSTOMER         PIC 9(6).

       01  WS-JOURNAL-BEFORE              PIC X(54) VALUE SPACES.
       01  WS-JOURNAL-ACTION              PIC X(01) VALUE "R".

       01  WS-REJECT-REASON               PIC X(30).
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).
           05  WS-JOURNAL-STATUS          PIC X(02).
           05  WS-CUSTMAST-STATUS         PIC X(02).
           05  WS-PENDING-STATUS          PIC X(02).
           05  WS-STAGE-STATUS            PIC X(02).
           05  WS-NUMBER-CTL-STATUS       PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-EXCP-STATUS             PIC X(02).
           05  WS-PENDAPPR-STATUS         PIC X(02).
           05  WS-HOLDS-STATUS            PIC X(02).
           05  WS-ORDER-STATUS            PIC X(02).
           05  WS-ORDER-STAGE-STATUS      PIC X(02).
           05  WS-RAW-STATUS              PIC X(02).
           05  WS-REGISTER-STATUS         PIC X(02).
           05  WS-HIST-STATUS             PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-YEARLY-STATUS           PIC X(02).
           05  WS-STATEMENT-STATUS        PIC X(02).
           05  WS-CLOSURE-STATUS          PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------*
      * CLOSURE SETTLEMENT                                   *
      *----------------------------------------------------------*
       01  WS-SETTLEMENT-SWITCHES.
           05  WS-BLOCKER-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  WS-BLOCKER-WAS-FOUND   VALUE "Y".
           05  WS-SCAN-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-SCAN-END-OF-FILE    VALUE "Y".
           05  WS-FIRST-RAW-SWITCH        PIC X(01) VALUE "Y".
               88  WS-FIRST-RAW-RECORD    VALUE "Y".
           05  WS-BATCH-OPEN-SWITCH       PIC X(01) VALUE "N".
               88  WS-BATCH-IS-OPEN       VALUE "Y".
           05  WS-ORDER-OVERFLOW-SW       PIC X(01) VALUE "N".
               88  WS-ORDERS-OVERFLOWED   VALUE "Y".
           05  WS-HISTORY-PASS-SWITCH     PIC X(01) VALUE "T".
               88  WS-HISTORY-TOTALLING   VALUE "T".
               88  WS-HISTORY-LISTING     VALUE "L".
           05  WS-STATEMENT-TIE-SWITCH    PIC X(01) VALUE "N".
               88  WS-STATEMENT-TIES      VALUE "Y".

      *    What TRANSRAW already holds: bare batches can have the
      *    settlement batch appended after them, but a transmission
      *    ends with its own trailer and anything added after it
      *    would condemn all of it, so closes wait for TRANS-EDIT.
       01  WS-STAGED-STATE                PIC X(01) VALUE "E".
           88  WS-STAGED-APPENDABLE       VALUE "E".
           88  WS-STAGED-TRANSMISSION     VALUE "T".

      *    Closure payouts travel as one ACCTCLOS batch per run,
      *    numbered upward from the highest closure batch seen on
      *    TRANSRAW or BATCHREG.  BASIC-OPERATIONS lets only this
      *    range post to a closed account.
       01  WS-FIRST-SETTLEMENT-BATCH      PIC 9(6) VALUE 920000.
       01  WS-LAST-SETTLEMENT-BATCH       PIC 9(6) VALUE 929999.
       01  WS-HIGHEST-SETTLE-BATCH        PIC 9(6) VALUE ZERO.
       01  WS-SETTLE-BATCH-NUMBER         PIC 9(6) VALUE ZERO.
       01  WS-SETTLE-BLOCK-REASON         PIC X(30) VALUE SPACES.
       01  WS-BATCH-RECORD-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-BATCH-HASH-TOTAL            PIC 9(9)V99 VALUE ZERO.

      *    A calculator line carries at most 9999.99 in NUM1, so a
      *    larger balance is paid out over several lines.
       01  WS-SETTLE-LINE-MAX             PIC 9(4)V99 VALUE 9999.99.
       01  WS-SETTLE-WORK.
           05  WS-SETTLE-BALANCE          PIC S9(9)V99 VALUE ZERO.
           05  WS-SETTLE-AMOUNT           PIC 9(9)V99 VALUE ZERO.
           05  WS-SETTLE-REMAINING        PIC 9(9)V99 VALUE ZERO.
           05  WS-SETTLE-LINE-AMOUNT      PIC 9(4)V99 VALUE ZERO.
           05  WS-SETTLE-OPERATION        PIC X(01) VALUE SPACE.
           05  WS-SETTLE-LINE-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-CANCELLED-COUNT         PIC 9(4) VALUE ZERO.

      *    A transfer names its counter account in the NUM2
      *    position; this view reads that position as an account.
       01  WS-COUNTER-WORK.
           05  WS-COUNTER-AMOUNT          PIC 9(4)V99.
           05  WS-COUNTER-ACCOUNT REDEFINES WS-COUNTER-AMOUNT
                                          PIC 9(6).

      *    GL-ACK-MATCH's exceptions carry a ledger account.
       01  WS-GL-ACK-PROGRAM              PIC X(20)
                                          VALUE "GL-ACK-MATCH".

       01  WS-SETTLEMENT-TOTALS.
           05  WS-CLOSED-COUNT            PIC 9(8) COMP VALUE ZERO.
           05  WS-DEFERRED-COUNT          PIC 9(8) COMP VALUE ZERO.
           05  WS-ORDERS-CANCELLED        PIC 9(8) COMP VALUE ZERO.
           05  WS-TOTAL-PAID-OUT          PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-RECOVERED         PIC 9(11)V99 VALUE ZERO.

      *    STORDERS is loaded whole, like STANDING-MAINT does, so
      *    the closed accounts' orders can be cancelled and the
      *    file written back once through STORDTMP.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-ENTRY OCCURS 500 TIMES.
               10  WS-TE-ORDER-IMAGE      PIC X(43).

       01  WS-ORDER-COUNT                 PIC 9(4) COMP VALUE ZERO.
       01  WS-ORDER-MAX                   PIC 9(4) COMP VALUE 500.
       01  WS-ORDER-SUB                   PIC 9(4) COMP VALUE ZERO.

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
           05  WS-BUSINESS-YYYYMM         PIC 9(6).
           05  WS-BUSINESS-DD             PIC 9(2).
       01  WS-PERIOD-FROM                 PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-FROM-R REDEFINES WS-PERIOD-FROM.
           05  WS-PERIOD-FROM-YYYYMM      PIC 9(6).
           05  WS-PERIOD-FROM-DD          PIC 9(2).

      *    One record's worth of history fields, shared by the
      *    yearly archive, archive and live-history passes of the
      *    final statement.
       01  WS-WORK-FIELDS.
           05  WS-WORK-DATE               PIC 9(8).
           05  WS-WORK-ACCOUNT            PIC 9(6).
           05  WS-WORK-NUM1               PIC 9(4)V99.
           05  WS-WORK-NUM2               PIC 9(4)V99.
           05  WS-WORK-OPERATION          PIC X(01).
           05  WS-WORK-RESULT             PIC S9(5)V99.
           05  WS-WORK-STATUS             PIC X(02).

       01  WS-STATEMENT-TOTALS.
           05  WS-OPENING-BALANCE         PIC S9(11)V99 VALUE ZERO.
           05  WS-PERIOD-MOVEMENT         PIC S9(11)V99 VALUE ZERO.
           05  WS-HISTORY-BALANCE         PIC S9(11)V99 VALUE ZERO.
           05  WS-SETTLE-MOVEMENT         PIC S9(11)V99 VALUE ZERO.

       01  WS-STM-PAGE-NUMBER             PIC 9(3) COMP VALUE ZERO.
       01  WS-STM-LINE-COUNT              PIC 9(3) COMP VALUE ZERO.
       01  WS-CLS-PAGE-NUMBER             PIC 9(3) COMP VALUE ZERO.
       01  WS-CLS-LINE-COUNT              PIC 9(3) COMP VALUE ZERO.
       01  WS-PAGE-LIMIT                  PIC 9(3) COMP VALUE 55.
       01  WS-LINE-COUNT-EDIT             PIC ZZZ9.

      *----------------------------------------------------------*
      * FINAL STATEMENT (FINALSTM)                           *
      *----------------------------------------------------------*
       01  WS-STM-HEADING-1.
           05  FILLER                     PIC X(10)
               VALUE "FINALSTM  ".
           05  FILLER                     PIC X(35) VALUE
               "EXTRACTO FINAL DE CUENTA CERRADA".
           05  FILLER                     PIC X(07) VALUE "FECHA: ".
           05  WS-STM-H1-DATE             PIC 9(8).
           05  FILLER                     PIC X(08) VALUE "  HORA: ".
           05  WS-STM-H1-TIME             PIC 9(8).
           05  FILLER                     PIC X(10) VALUE
               "   PAGINA ".
           05  WS-STM-H1-PAGE             PIC ZZ9.
           05  FILLER                     PIC X(43) VALUE SPACES.

       01  WS-STM-ACCOUNT-LINE.
           05  FILLER                     PIC X(09) VALUE
               "CUENTA : ".
           05  WS-STM-ACCOUNT-NUMBER      PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-STM-ACCOUNT-NAME        PIC X(20).
           05  FILLER                     PIC X(12) VALUE
               "  CATEGORIA ".
           05  WS-STM-CATEGORY            PIC X(02).
           05  FILLER                     PIC X(09) VALUE
               "  ESTADO ".
           05  WS-STM-ACCT-STATUS         PIC X(01).
           05  FILLER                     PIC X(10) VALUE
               "  CLIENTE ".
           05  WS-STM-ACCT-CUSTOMER       PIC 9(6).
           05  FILLER                     PIC X(55) VALUE SPACES.

       01  WS-STM-CUSTOMER-LINE.
           05  FILLER                     PIC X(09) VALUE
               "TITULAR: ".
           05  WS-STM-CUST-NAME           PIC X(40).
           05  FILLER                     PIC X(83) VALUE SPACES.

       01  WS-STM-ADDRESS-LINE.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  WS-STM-ADDRESS-TEXT        PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-STM-ADDRESS-MORE        PIC X(30).
           05  FILLER                     PIC X(62) VALUE SPACES.

       01  WS-STM-PERIOD-LINE.
           05  FILLER                     PIC X(09) VALUE
               "PERIODO: ".
           05  WS-STM-PERIOD-FROM         PIC 9(8).
           05  FILLER                     PIC X(03) VALUE " - ".
           05  WS-STM-PERIOD-TO           PIC 9(8).
           05  FILLER                     PIC X(104) VALUE SPACES.

       01  WS-STM-COLUMN-HEADS.
           05  FILLER                     PIC X(10) VALUE
               "FECHA".
           05  FILLER                     PIC X(05) VALUE "OPER".
           05  FILLER                     PIC X(13) VALUE
               "NUM1".
           05  FILLER                     PIC X(13) VALUE
               "NUM2".
           05  FILLER                     PIC X(15) VALUE
               "RESULT".
           05  FILLER                     PIC X(06) VALUE
               "ESTADO".
           05  FILLER                     PIC X(70) VALUE SPACES.

       01  WS-STM-DETAIL-LINE.
           05  WS-STM-DET-DATE            PIC 9(8).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-STM-DET-OPER            PIC X(01).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-STM-DET-NUM1            PIC Z(3)9.99.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-STM-DET-NUM2            PIC Z(3)9.99.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-STM-DET-RESULT          PIC -(5)9.99.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-STM-DET-STATUS          PIC X(02).
           05  FILLER                     PIC X(71) VALUE SPACES.

       01  WS-STM-BALANCE-LINE.
           05  WS-STM-BAL-LABEL           PIC X(30).
           05  WS-STM-BAL-AMOUNT          PIC -(11)9.99.
           05  FILLER                     PIC X(87) VALUE SPACES.

       01  WS-STM-TEXT-LINE.
           05  WS-STM-TEXT                PIC X(60).
           05  FILLER                     PIC X(72) VALUE SPACES.

      *----------------------------------------------------------*
      * CLOSED-ACCOUNTS REPORT (CLOSERPT)                    *
      *----------------------------------------------------------*
       01  WS-CLS-HEADING-1.
           05  FILLER                     PIC X(10)
               VALUE "CLOSERPT  ".
           05  FILLER                     PIC X(35) VALUE
               "CUENTAS CERRADAS Y SU LIQUIDACION".
           05  FILLER                     PIC X(07) VALUE "FECHA: ".
           05  WS-CLS-H1-DATE             PIC 9(8).
           05  FILLER                     PIC X(08) VALUE "  HORA: ".
           05  WS-CLS-H1-TIME             PIC 9(8).
           05  FILLER                     PIC X(10) VALUE
               "   PAGINA ".
           05  WS-CLS-H1-PAGE             PIC ZZ9.
           05  FILLER                     PIC X(43) VALUE SPACES.

       01  WS-CLS-COLUMN-HEADS.
           05  FILLER                     PIC X(08) VALUE "CUENTA".
           05  FILLER                     PIC X(22) VALUE "NOMBRE".
           05  FILLER                     PIC X(08) VALUE "CLIENTE".
           05  FILLER                     PIC X(17) VALUE
               "  SALDO AL CIERRE".
           05  FILLER                     PIC X(04) VALUE "  OP".
           05  FILLER                     PIC X(14) VALUE
               "     LIQUIDADO".
           05  FILLER                     PIC X(08) VALUE " APUNTES".
           05  FILLER                     PIC X(08) VALUE "    LOTE".
           05  FILLER                     PIC X(08) VALUE " ORDENES".
           05  FILLER                     PIC X(11) VALUE
               "   PREPARO".
           05  FILLER                     PIC X(10) VALUE
               "  APROBO".
           05  FILLER                     PIC X(14) VALUE SPACES.

       01  WS-CLS-DETAIL-LINE.
           05  WS-CLS-ACCOUNT             PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CLS-NAME                PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CLS-CUSTOMER            PIC 9(6).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-CLS-BALANCE             PIC -(11)9.99.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-CLS-OPERATION           PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CLS-PAID                PIC Z(8)9.99.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-CLS-LINES               PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CLS-BATCH               PIC Z(5)9.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-CLS-ORDERS              PIC ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-CLS-MAKER               PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CLS-CHECKER             PIC X(08).
           05  FILLER                     PIC X(14) VALUE SPACES.

       01  WS-CLS-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CLS-TOTAL-LABEL         PIC X(38).
           05  WS-CLS-TOTAL-COUNT         PIC Z(7)9.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-CLS-AMOUNT-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CLS-AMOUNT-LABEL        PIC X(38).
           05  WS-CLS-AMOUNT-VALUE        PIC Z(10)9.99.
           05  FILLER                     PIC X(78) VALUE SPACES.

       01  WS-CLS-NONE-LINE.
           05  FILLER                     PIC X(40) VALUE
               "NINGUNA CUENTA CERRADA EN ESTA EJECUCION".
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                     PIC X(30) VALUE
               "*** FIN DEL INFORME ***".
           05  FILLER                     PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

           IF SP-SIGNON-OK
               PERFORM OPEN-FILES
               PERFORM PRINT-REPORT-HEADING
               IF NOT WS-MASTER-OPEN-FAILED
                   PERFORM LOAD-QUEUE-TABLE
                   PERFORM LOAD-ORDER-TABLE
               END-IF
               IF NOT WS-MASTER-OPEN-FAILED
                       AND NOT WS-TABLE-OVERFLOWED
                       AND NOT WS-ORDERS-OVERFLOWED
                   PERFORM PREPARE-SETTLEMENT
                   PERFORM APPLY-APPROVED-ITEMS
                   PERFORM FINISH-SETTLEMENT
                   PERFORM REWRITE-QUEUE-FILE
                   PERFORM QUEUE-NEW-ACTIONS
               END-IF
               PERFORM CLOSE-FILES
               PERFORM PRINT-REPORT-TOTALS
               EVALUATE TRUE
                   WHEN WS-MASTER-OPEN-FAILED
                       MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
                       MOVE "MAESTRO NO DISPONIBLE"
                           TO WS-AUDIT-OUTCOME
                       MOVE 12 TO RETURN-CODE
                   WHEN WS-TABLE-OVERFLOWED
                       DISPLAY "Demasiadas acciones en MAINTPND (mas"
                           " de " WS-ITEM-MAX "), no se modifica"
                           " nada."
                       MOVE "MAINTPND" TO WS-AUDIT-KEY-INPUT
                       MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
                       MOVE 12 TO RETURN-CODE
                   WHEN WS-ORDERS-OVERFLOWED
                       DISPLAY "Demasiadas ordenes en STORDERS (mas"
                           " de " WS-ORDER-MAX "), no se modifica"
                           " nada."
                       MOVE "STORDERS" TO WS-AUDIT-KEY-INPUT
                       MOVE "TABLA DESBORDADA" TO WS-AUDIT-OUTCOME
                       MOVE 12 TO RETURN-CODE
                   WHEN OTHER
                       MOVE WS-APPLIED-COUNT TO WS-AUDIT-KEY-INPUT
                       MOVE "MANTENIMIENTO COMPLETADO"
                           TO WS-AUDIT-OUTCOME
               END-EVALUATE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY "Acceso denegado. Fin del trabajo."
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT ACCT-JOURNAL-FILE
           END-IF.
      *    Without CUSTMAST no customer can be verified, so altas
      *    and re-links are refused; the other actions still run.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-CUSTMAST-IS-OPEN TO TRUE
           ELSE
               DISPLAY "Sin CUSTMAST (estado " WS-CUSTMAST-STATUS
                   "); no se aceptan altas ni cambios de cliente."
           END-IF.

      *----------------------------------------------------------*
      * APPLY THE APPROVED ITEMS FROM THE QUEUE              *
      *----------------------------------------------------------*
       LOAD-QUEUE-TABLE.
           OPEN INPUT MAINT-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               SET WS-END-OF-QUEUE TO TRUE
           ELSE
               PERFORM READ-NEXT-QUEUE-ITEM
           END-IF.
           PERFORM LOAD-ONE-QUEUE-ITEM
               UNTIL WS-END-OF-QUEUE OR WS-TABLE-OVERFLOWED.
           IF WS-PENDING-STATUS NOT = "35"
               CLOSE MAINT-PENDING-FILE
           END-IF.

       READ-NEXT-QUEUE-ITEM.
           READ MAINT-PENDING-FILE
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
           END-READ.

      *    Item numbers are shared with OPER-MAINT's items, so the
      *    next number follows the highest one in the whole queue.
       LOAD-ONE-QUEUE-ITEM.
           IF WS-ITEM-COUNT NOT LESS THAN WS-ITEM-MAX
               SET WS-TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               MOVE MAINT-PENDING-RECORD
                   TO WS-TE-PENDING-IMAGE (WS-ITEM-COUNT)
               IF MP-ITEM-NUMBER > WS-LAST-ITEM-NUMBER
                   MOVE MP-ITEM-NUMBER TO WS-LAST-ITEM-NUMBER
               END-IF
               PERFORM READ-NEXT-QUEUE-ITEM
           END-IF.

       APPLY-APPROVED-ITEMS.
           MOVE ZERO TO WS-ITEM-SUB.
           PERFORM APPLY-ONE-QUEUE-ITEM
               UNTIL WS-ITEM-SUB NOT LESS THAN WS-ITEM-COUNT.

      *    The approved transaction goes through exactly the same
      *    checks against the master as it would have unqueued;
      *    the outcome is stamped back on the item so it is never
      *    applied twice.
       APPLY-ONE-QUEUE-ITEM.
           ADD 1 TO WS-ITEM-SUB.
           MOVE WS-TE-PENDING-IMAGE (WS-ITEM-SUB)
               TO MAINT-PENDING-RECORD.
           IF MP-FOR-ACCOUNT AND MP-STATUS-APPROVED
               MOVE MP-TRANSACTION TO ACCT-MAINT-RECORD
               IF MT-ACTION-CLOSE
                       AND WS-SETTLE-BLOCK-REASON NOT = SPACES
                   PERFORM DEFER-CLOSE-ACTION
               ELSE
                   PERFORM APPLY-ONE-ACTION
                   IF WS-ACTION-WAS-APPLIED
                       SET MP-STATUS-APPLIED TO TRUE
                       MOVE "APLICADA" TO MP-RESULT
                   ELSE
                       SET MP-STATUS-REFUSED TO TRUE
                       MOVE WS-REJECT-REASON TO MP-RESULT
                   END-IF
                   MOVE MAINT-PENDING-RECORD
                       TO WS-TE-PENDING-IMAGE (WS-ITEM-SUB)
                   ADD 1 TO WS-DECIDED-COUNT
               END-IF
           END-IF.

       REWRITE-QUEUE-FILE.
           IF WS-DECIDED-COUNT > ZERO
               PERFORM STAGE-UPDATED-QUEUE
               PERFORM COPY-STAGE-TO-QUEUE
           END-IF.

       STAGE-UPDATED-QUEUE.
           OPEN OUTPUT PENDING-STAGE-FILE.
           MOVE ZERO TO WS-ITEM-SUB.
           PERFORM WRITE-ONE-STAGED
               UNTIL WS-ITEM-SUB NOT LESS THAN WS-ITEM-COUNT.
           CLOSE PENDING-STAGE-FILE.

       WRITE-ONE-STAGED.
           ADD 1 TO WS-ITEM-SUB.
           MOVE WS-TE-PENDING-IMAGE (WS-ITEM-SUB)
               TO STAGED-PENDING-RECORD.
           WRITE STAGED-PENDING-RECORD.

       COPY-STAGE-TO-QUEUE.
           OPEN INPUT PENDING-STAGE-FILE.
           OPEN OUTPUT MAINT-PENDING-FILE.
           MOVE "N" TO WS-QUEUE-EOF-SWITCH.
           PERFORM READ-NEXT-STAGED.
           PERFORM COPY-ONE-STAGED
               UNTIL WS-END-OF-QUEUE.
           CLOSE PENDING-STAGE-FILE.
           CLOSE MAINT-PENDING-FILE.

       READ-NEXT-STAGED.
           READ PENDING-STAGE-FILE
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
           END-READ.

       COPY-ONE-STAGED.
           MOVE STAGED-PENDING-RECORD TO MAINT-PENDING-RECORD.
           WRITE MAINT-PENDING-RECORD.
           PERFORM READ-NEXT-STAGED.

      *----------------------------------------------------------*
      * QUEUE THE NEW ACTIONS FOR A CHECKER                  *
      *----------------------------------------------------------*
      *    Today's ACCTMNT actions join the end of the queue as
      *    pending items under the signed-on maker.  Only an
      *    unknown action code, or an alta whose own number fails
      *    its check digit, is turned away here; everything else
      *    waits for the checker and then for the master's own
      *    checks when it is applied.
       QUEUE-NEW-ACTIONS.
           PERFORM READ-NUMBER-CONTROL.
           OPEN EXTEND MAINT-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               OPEN OUTPUT MAINT-PENDING-FILE
           END-IF.
           PERFORM READ-NEXT-MAINT-RECORD.
           PERFORM QUEUE-ONE-ACTION
               UNTIL WS-END-OF-FILE.
           CLOSE MAINT-PENDING-FILE.
           IF WS-ASSIGNED-COUNT > ZERO
               PERFORM SAVE-NUMBER-CONTROL
           END-IF.

       READ-NEXT-MAINT-RECORD.
           READ MAINT-IN-FILE
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       QUEUE-ONE-ACTION.
           MOVE MT-ACCOUNT-NUMBER TO KD-ACCOUNT-NUMBER.
           CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS.
           EVALUATE TRUE
               WHEN NOT MT-ACTION-ADD AND NOT MT-ACTION-NAME-CHANGE
                       AND NOT MT-ACTION-CLOSE
                       AND NOT MT-ACTION-REOPEN
                   MOVE "CODIGO DE ACCION INVALIDO"
                       TO WS-REJECT-REASON
                   PERFORM REFUSE-NEW-ACTION
               WHEN MT-ACTION-ADD AND MT-ACCOUNT-NUMBER = ZERO
                   PERFORM ASSIGN-ACCOUNT-NUMBER
                   IF WS-NUMBER-IS-FREE
                       PERFORM QUEUE-PENDING-ITEM
                   ELSE
                       MOVE "SIN NUMEROS DE CUENTA LIBRES"
                           TO WS-REJECT-REASON
                       PERFORM REFUSE-NEW-ACTION
                   END-IF
               WHEN MT-ACTION-ADD AND NOT KD-NUMBER-VALID
                   MOVE "DIGITO DE CONTROL ERRONEO"
                       TO WS-REJECT-REASON
                   PERFORM REFUSE-NEW-ACTION
               WHEN OTHER
                   PERFORM QUEUE-PENDING-ITEM
           END-EVALUATE.
           PERFORM READ-NEXT-MAINT-RECORD.

       QUEUE-PENDING-ITEM.
           ADD 1 TO WS-LAST-ITEM-NUMBER.
           MOVE WS-LAST-ITEM-NUMBER TO MP-ITEM-NUMBER.
           SET MP-FOR-ACCOUNT TO TRUE.
           MOVE ACCT-MAINT-RECORD TO MP-TRANSACTION.
           MOVE RH-OPERATOR-ID TO MP-MAKER-ID.
           MOVE RH-RUN-DATE TO MP-QUEUED-DATE.
           MOVE SPACES TO MP-CHECKER-ID.
           MOVE ZERO TO MP-DECIDED-DATE.
           SET MP-STATUS-PENDING TO TRUE.
           MOVE SPACES TO MP-RESULT.
           WRITE MAINT-PENDING-RECORD.
           ADD 1 TO WS-QUEUED-COUNT.
           DISPLAY "  EN COLA   " MT-ACTION-CODE " "
               MT-ACCOUNT-NUMBER " - pendiente numero "
               MP-ITEM-NUMBER.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING MP-ITEM-NUMBER " " MT-ACTION-CODE " "
               MT-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           MOVE "PENDIENTE DE APROBACION" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

       REFUSE-NEW-ACTION.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "  RECHAZADA " MT-ACTION-CODE " "
               MT-ACCOUNT-NUMBER " - " WS-REJECT-REASON.

      *----------------------------------------------------------*
      * ACCOUNT NUMBER ASSIGNMENT                            *
      * The next base after the last one assigned is given its *
      * check digit; a base no check digit can complete, or a  *
      * number already on the master, is passed over.  The     *
      * assigned number goes onto the queued transaction, so   *
      * the checker approves the number the account will get.  *
      *----------------------------------------------------------*
       READ-NUMBER-CONTROL.
           OPEN INPUT ACCT-NUMBER-CONTROL-FILE.
           IF WS-NUMBER-CTL-STATUS = "00"
               READ ACCT-NUMBER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AN-LAST-BASE TO WS-NEXT-BASE
               END-READ
               CLOSE ACCT-NUMBER-CONTROL-FILE
           END-IF.

       ASSIGN-ACCOUNT-NUMBER.
           SET WS-NUMBER-FREE-SWITCH TO "N".
           PERFORM TRY-NEXT-ACCOUNT-BASE
               UNTIL WS-NUMBER-IS-FREE
                  OR WS-NEXT-BASE NOT LESS THAN WS-HIGHEST-BASE.
           IF WS-NUMBER-IS-FREE
               MOVE KD-ACCOUNT-NUMBER TO MT-ACCOUNT-NUMBER
               ADD 1 TO WS-ASSIGNED-COUNT
           END-IF.

       TRY-NEXT-ACCOUNT-BASE.
           ADD 1 TO WS-NEXT-BASE.
           MOVE WS-NEXT-BASE TO KD-ACCOUNT-BASE.
           MOVE ZERO TO KD-ACCOUNT-CHECK.
           CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS.
           IF NOT KD-BASE-UNUSABLE
               MOVE KD-CHECK-DIGIT TO KD-ACCOUNT-CHECK
               MOVE KD-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       SET WS-NUMBER-IS-FREE TO TRUE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       SAVE-NUMBER-CONTROL.
           OPEN OUTPUT ACCT-NUMBER-CONTROL-FILE.
           MOVE WS-NEXT-BASE TO AN-LAST-BASE.
           WRITE ACCT-NUMBER-CONTROL-RECORD.
           CLOSE ACCT-NUMBER-CONTROL-FILE.

      *----------------------------------------------------------*
      * ONE ACTION AGAINST THE MASTER                        *
      *----------------------------------------------------------*
      *    An alta queued before numbers carried a check digit
      *    is held to the scheme here as well.
       APPLY-ONE-ACTION.
           MOVE MT-ACCOUNT-NUMBER TO KD-ACCOUNT-NUMBER.
           CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS.
           PERFORM LOOKUP-MASTER.
           SET WS-ACTION-APPLIED-SWITCH TO "N".
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN MT-ACTION-ADD AND NOT KD-NUMBER-VALID
                   MOVE "DIGITO DE CONTROL ERRONEO"
                       TO WS-REJECT-REASON
               WHEN MT-ACTION-ADD
                   PERFORM APPLY-ADD-ACTION
               WHEN MT-ACTION-NAME-CHANGE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM PRINT-ACTION-LINE
               PERFORM WRITE-ACTION-AUDIT
               IF MT-ACTION-CLOSE
                   PERFORM SETTLE-CLOSED-ACCOUNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM PRINT-REJECT-LINE
           END-IF.

       LOOKUP-MASTER.
           SET WS-MASTER-FOUND-SWITCH TO "N".
           MOVE SPACES TO WS-BEFORE-NAME.
           MOVE SPACE TO WS-BEFORE-STATUS.
           MOVE ZERO TO WS-BEFORE-CUSTOMER.
           MOVE SPACES TO WS-JOURNAL-BEFORE.
           MOVE MT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
                   SET WS-MASTER-WAS-FOUND TO TRUE
                   MOVE AM-ACCOUNT-NAME TO WS-BEFORE-NAME
                   MOVE AM-ACCOUNT-STATUS TO WS-BEFORE-STATUS
                   MOVE AM-CUSTOMER-NUMBER TO WS-BEFORE-CUSTOMER
                   MOVE ACCT-MASTER-RECORD TO WS-JOURNAL-BEFORE
           END-READ.

           IF WS-MASTER-WAS-FOUND
               MOVE "CUENTA YA EXISTE" TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-OWNING-CUSTOMER
               IF WS-CUSTOMER-IS-OK
                   PERFORM WRITE-NEW-ACCOUNT
               END-IF
           END-IF.

       WRITE-NEW-ACCOUNT.
           MOVE MT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
           MOVE MT-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
           SET AM-STATUS-ACTIVE TO TRUE.
           MOVE ZERO TO AM-BALANCE.
      *    The creation date counts as activity, so DORMANT-
      *    REVIEW does not flag a freshly opened account.
           MOVE RH-RUN-DATE TO AM-LAST-ACTIVITY-DATE.
           IF MT-ACCOUNT-CATEGORY = SPACES
               MOVE "ST" TO AM-ACCOUNT-CATEGORY
           ELSE
               MOVE MT-ACCOUNT-CATEGORY TO AM-ACCOUNT-CATEGORY
           END-IF.
           MOVE MT-CUSTOMER-NUMBER TO AM-CUSTOMER-NUMBER.
           WRITE ACCT-MASTER-RECORD
               INVALID KEY
                   MOVE "NO SE PUDO GRABAR EL ALTA"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   SET WS-ACTION-WAS-APPLIED TO TRUE
                   MOVE "W" TO WS-JOURNAL-ACTION
                   PERFORM WRITE-MASTER-JOURNAL
           END-WRITE.

      *    The owning customer must be on CUSTMAST and not closed.
      *    A name change passes with customer zero (no re-link).
       CHECK-OWNING-CUSTOMER.
           SET WS-CUSTOMER-OK-SWITCH TO "N".
           IF MT-CUSTOMER-NUMBER = ZERO
               IF MT-ACTION-ADD
                   MOVE "CLIENTE NO INDICADO" TO WS-REJECT-REASON
               ELSE
                   SET WS-CUSTOMER-IS-OK TO TRUE
               END-IF
           ELSE
               IF NOT WS-CUSTMAST-IS-OPEN
                   MOVE "CLIENTE NO ENCONTRADO" TO WS-REJECT-REASON
               ELSE
                   MOVE MT-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE "CLIENTE NO ENCONTRADO"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           IF CU-STATUS-CLOSED
                               MOVE "CLIENTE CERRADO"
                                   TO WS-REJECT-REASON
                           ELSE
                               SET WS-CUSTOMER-IS-OK TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    A name change may carry a new category and a new
      *    owning customer as well; spaces leave the category and
      *    zero the customer as they stand.
       APPLY-NAME-CHANGE-ACTION.
           IF NOT WS-MASTER-WAS-FOUND
               MOVE "CUENTA NO ENCONTRADA" TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-OWNING-CUSTOMER
               IF WS-CUSTOMER-IS-OK
                   MOVE MT-ACCOUNT-NAME TO AM-ACCOUNT-NAME
                   IF MT-ACCOUNT-CATEGORY NOT = SPACES
                       MOVE MT-ACCOUNT-CATEGORY
                           TO AM-ACCOUNT-CATEGORY
                   END-IF
                   IF MT-CUSTOMER-NUMBER NOT = ZERO
                       MOVE MT-CUSTOMER-NUMBER TO AM-CUSTOMER-NUMBER
                   END-IF
                   PERFORM REWRITE-MASTER-RECORD
               END-IF
           END-IF.

      *    The balance the account closes with is kept for the
      *    settlement, which follows once the close is applied.
       APPLY-CLOSE-ACTION.
           IF NOT WS-MASTER-WAS-FOUND
               MOVE "CUENTA NO ENCONTRADA" TO WS-REJECT-REASON
               IF AM-STATUS-CLOSED
                   MOVE "CUENTA YA CERRADA" TO WS-REJECT-REASON
               ELSE
                   PERFORM CHECK-CLOSE-BLOCKERS
                   IF WS-REJECT-REASON = SPACES
                       MOVE AM-BALANCE TO WS-SETTLE-BALANCE
                       SET AM-STATUS-CLOSED TO TRUE
                       PERFORM REWRITE-MASTER-RECORD
                   END-IF
               END-IF
           END-IF.

      *    Reopen covers both a closed account and one DORMANT-
      *    REVIEW flagged dormant; the dormant case is the audit-
      *    sensitive one and needs supervisor authority, which the
      *    checker who approved the item always has.  The
      *    reactivation counts as activity, so the next dormancy
      *    review starts its window from today.
       APPLY-REOPEN-ACTION.
                   MOVE "CUENTA NO ENCONTRADA" TO WS-REJECT-REASON
               WHEN AM-STATUS-ACTIVE
                   MOVE "CUENTA YA ACTIVA" TO WS-REJECT-REASON
               WHEN AM-STATUS-DORMANT
                   SET AM-STATUS-ACTIVE TO TRUE
                   MOVE RH-RUN-DATE TO AM-LAST-ACTIVITY-DATE
           MOVE ACCT-MASTER-RECORD TO WS-JOURNAL-BEFORE.
           MOVE "R" TO WS-JOURNAL-ACTION.

      *----------------------------------------------------------*
      * CLOSURE SETTLEMENT                                   *
      * A close is only let through for an account with nothing *
      * left in flight: no open exception, no pending approval, *
      * no active hold.  The balance it closes with is paid out *
      * through the normal TRANSRAW path as an ACCTCLOS batch,  *
      * its standing orders are cancelled, and it gets a final  *
      * statement and a line on the closed-accounts report.     *
      *----------------------------------------------------------*
       PREPARE-SETTLEMENT.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-FIRST-SETTLEMENT-BATCH TO WS-HIGHEST-SETTLE-BATCH.
           PERFORM INSPECT-STAGED-FEED.
           PERFORM SCAN-BATCH-REGISTER.
           EVALUATE TRUE
               WHEN WS-STAGED-TRANSMISSION
                   MOVE "TRANSRAW CON TRANSMISION"
                       TO WS-SETTLE-BLOCK-REASON
               WHEN WS-HIGHEST-SETTLE-BATCH
                       NOT LESS THAN WS-LAST-SETTLEMENT-BATCH
                   MOVE "SIN NUMEROS DE LOTE LIBRES"
                       TO WS-SETTLE-BLOCK-REASON
               WHEN OTHER
                   COMPUTE WS-SETTLE-BATCH-NUMBER =
                       WS-HIGHEST-SETTLE-BATCH + 1
           END-EVALUATE.
           MOVE WS-BUSINESS-YYYYMM TO WS-PERIOD-FROM-YYYYMM.
           MOVE 1 TO WS-PERIOD-FROM-DD.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT CLOSURE-REPORT-FILE.
           PERFORM PRINT-CLOSURE-HEADING.

      *    The payout batch is dated with the business day the
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

       INSPECT-STAGED-FEED.
           SET WS-STAGED-APPENDABLE TO TRUE.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           SET WS-FIRST-RAW-RECORD TO TRUE.
           OPEN INPUT RAW-FEED-FILE.
           IF WS-RAW-STATUS NOT = "00"
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-RAW-RECORD
           END-IF.
           PERFORM CHECK-ONE-STAGED-RECORD
               UNTIL WS-SCAN-END-OF-FILE.
           IF WS-RAW-STATUS NOT = "35"
               CLOSE RAW-FEED-FILE
           END-IF.

       READ-NEXT-RAW-RECORD.
           READ RAW-FEED-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-STAGED-RECORD.
           IF WS-FIRST-RAW-RECORD AND TF-IS-FILE-HEADER
               SET WS-STAGED-TRANSMISSION TO TRUE
           END-IF.
           MOVE "N" TO WS-FIRST-RAW-SWITCH.
           IF BH-IS-HEADER
                   AND BH-BATCH-NUMBER > WS-HIGHEST-SETTLE-BATCH
                   AND BH-BATCH-NUMBER
                       NOT GREATER THAN WS-LAST-SETTLEMENT-BATCH
               MOVE BH-BATCH-NUMBER TO WS-HIGHEST-SETTLE-BATCH
           END-IF.
           PERFORM READ-NEXT-RAW-RECORD.

       SCAN-BATCH-REGISTER.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-REGISTER-RECORD
           END-IF.
           PERFORM CHECK-ONE-REGISTER-RECORD
               UNTIL WS-SCAN-END-OF-FILE.
           IF WS-REGISTER-STATUS NOT = "35"
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       READ-NEXT-REGISTER-RECORD.
           READ BATCH-REGISTER-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-REGISTER-RECORD.
           IF BR-BATCH-NUMBER > WS-HIGHEST-SETTLE-BATCH
                   AND BR-BATCH-NUMBER
                       NOT GREATER THAN WS-LAST-SETTLEMENT-BATCH
               MOVE BR-BATCH-NUMBER TO WS-HIGHEST-SETTLE-BATCH
           END-IF.
           PERFORM READ-NEXT-REGISTER-RECORD.

      *    An approved close that cannot be settled today stays
      *    approved on the queue and is applied by the next run.
       DEFER-CLOSE-ACTION.
           ADD 1 TO WS-DEFERRED-COUNT.
           DISPLAY "  APLAZADA  " MT-ACTION-CODE " "
               MT-ACCOUNT-NUMBER " - " WS-SETTLE-BLOCK-REASON.
           PERFORM PRINT-MAKER-CHECKER-LINE.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING MT-ACTION-CODE " " MT-ACCOUNT-NUMBER " "
               MP-MAKER-ID " " MP-CHECKER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           MOVE "CIERRE APLAZADO" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

      *    Anything still in flight for the account - or for a
      *    transfer naming it as the counter account - would post
      *    after the payout and leave a closed account with a
      *    balance again, so it has to be worked first.
       CHECK-CLOSE-BLOCKERS.
           PERFORM CHECK-OPEN-EXCEPTIONS.
           IF WS-BLOCKER-WAS-FOUND
               MOVE "EXCEPCIONES ABIERTAS" TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-PENDING-APPROVALS
               IF WS-BLOCKER-WAS-FOUND
                   MOVE "APROBACIONES PENDIENTES"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM CHECK-ACTIVE-HOLDS
                   IF WS-BLOCKER-WAS-FOUND
                       MOVE "RETENCIONES ACTIVAS"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       CHECK-OPEN-EXCEPTIONS.
           MOVE "N" TO WS-BLOCKER-FOUND-SWITCH.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS NOT = "00"
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-EXCEPTION
           END-IF.
           PERFORM CHECK-ONE-EXCEPTION
               UNTIL WS-SCAN-END-OF-FILE.
           IF WS-EXCP-STATUS NOT = "35"
               CLOSE EXCEPTION-FILE
           END-IF.

       READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-EXCEPTION.
           MOVE EX-NUM2 TO WS-COUNTER-AMOUNT.
           IF EX-DISP-OPEN
                   AND EX-RAISED-BY NOT = WS-GL-ACK-PROGRAM
                   AND (EX-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
                       OR (EX-OPERATION-CODE = "T"
                           AND WS-COUNTER-ACCOUNT
                               = AM-ACCOUNT-NUMBER))
               SET WS-BLOCKER-WAS-FOUND TO TRUE
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-EXCEPTION
           END-IF.

       CHECK-PENDING-APPROVALS.
           MOVE "N" TO WS-BLOCKER-FOUND-SWITCH.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-STATUS NOT = "00"
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-APPROVAL
           END-IF.
           PERFORM CHECK-ONE-APPROVAL
               UNTIL WS-SCAN-END-OF-FILE.
           IF WS-PENDAPPR-STATUS NOT = "35"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       READ-NEXT-APPROVAL.
           READ PENDING-APPROVAL-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-APPROVAL.
           MOVE PA-NUM2 TO WS-COUNTER-AMOUNT.
           IF PA-STATUS-PENDING
                   AND (PA-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
                       OR (PA-OPERATION-CODE = "T"
                           AND WS-COUNTER-ACCOUNT
                               = AM-ACCOUNT-NUMBER))
               SET WS-BLOCKER-WAS-FOUND TO TRUE
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-APPROVAL
           END-IF.

       CHECK-ACTIVE-HOLDS.
           MOVE "N" TO WS-BLOCKER-FOUND-SWITCH.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT ACCOUNT-HOLD-FILE.
           IF WS-HOLDS-STATUS NOT = "00"
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HOLD
           END-IF.
           PERFORM CHECK-ONE-HOLD
               UNTIL WS-SCAN-END-OF-FILE.
           IF WS-HOLDS-STATUS NOT = "35"
               CLOSE ACCOUNT-HOLD-FILE
           END-IF.

       READ-NEXT-HOLD.
           READ ACCOUNT-HOLD-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-HOLD.
           IF HD-STATUS-ACTIVE
                   AND HD-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
               SET WS-BLOCKER-WAS-FOUND TO TRUE
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HOLD
           END-IF.

      *    The master is already rewritten closed; everything that
      *    follows works off the balance it closed with.
       SETTLE-CLOSED-ACCOUNT.
           ADD 1 TO WS-CLOSED-COUNT.
           PERFORM CANCEL-ACCOUNT-ORDERS.
           MOVE ZERO TO WS-SETTLE-LINE-COUNT.
           MOVE SPACE TO WS-SETTLE-OPERATION.
           IF WS-SETTLE-BALANCE > ZERO
               MOVE "S" TO WS-SETTLE-OPERATION
               MOVE WS-SETTLE-BALANCE TO WS-SETTLE-AMOUNT
               ADD WS-SETTLE-AMOUNT TO WS-TOTAL-PAID-OUT
           END-IF.
           IF WS-SETTLE-BALANCE < ZERO
               MOVE "A" TO WS-SETTLE-OPERATION
               COMPUTE WS-SETTLE-AMOUNT = ZERO - WS-SETTLE-BALANCE
               ADD WS-SETTLE-AMOUNT TO WS-TOTAL-RECOVERED
           END-IF.
           IF WS-SETTLE-BALANCE = ZERO
               MOVE ZERO TO WS-SETTLE-AMOUNT
           ELSE
               PERFORM WRITE-SETTLEMENT-LINES
           END-IF.
           PERFORM PRINT-FINAL-STATEMENT.
           PERFORM PRINT-CLOSURE-LINE.

      *    A closed account's orders would only bounce off it as
      *    exceptions from now on, and so would a transfer order
      *    paying into it from another account.
       CANCEL-ACCOUNT-ORDERS.
           MOVE ZERO TO WS-CANCELLED-COUNT.
           MOVE ZERO TO WS-ORDER-SUB.
           PERFORM CANCEL-ONE-ORDER
               UNTIL WS-ORDER-SUB NOT LESS THAN WS-ORDER-COUNT.

       CANCEL-ONE-ORDER.
           ADD 1 TO WS-ORDER-SUB.
           MOVE WS-TE-ORDER-IMAGE (WS-ORDER-SUB)
               TO STANDING-ORDER-RECORD.
           MOVE SO-NUM2 TO WS-COUNTER-AMOUNT.
           IF SO-STATUS-ACTIVE
                   AND (SO-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
                       OR (SO-OPERATION-CODE = "T"
                           AND WS-COUNTER-ACCOUNT
                               = AM-ACCOUNT-NUMBER))
               SET SO-STATUS-CANCELLED TO TRUE
               MOVE STANDING-ORDER-RECORD
                   TO WS-TE-ORDER-IMAGE (WS-ORDER-SUB)
               ADD 1 TO WS-CANCELLED-COUNT
               ADD 1 TO WS-ORDERS-CANCELLED
               DISPLAY "    Orden " SO-ORDER-NUMBER
                   " cancelada por el cierre."
               MOVE SPACES TO WS-AUDIT-KEY-INPUT
               STRING "ORDEN " SO-ORDER-NUMBER " CUENTA "
                   AM-ACCOUNT-NUMBER
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
               MOVE "ORDEN CANCELADA POR CIERRE"
                   TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    The payout is an ordinary calculator transaction: a
      *    subtract of a credit balance, an add of a debit one,
      *    NUM2 zero, split into lines of at most 9999.99.
       WRITE-SETTLEMENT-LINES.
           IF NOT WS-BATCH-IS-OPEN
               PERFORM OPEN-SETTLEMENT-BATCH
           END-IF.
           MOVE WS-SETTLE-AMOUNT TO WS-SETTLE-REMAINING.
           PERFORM WRITE-ONE-SETTLEMENT-LINE
               UNTIL WS-SETTLE-REMAINING = ZERO.
           DISPLAY "    Liquidacion " WS-SETTLE-OPERATION " "
               WS-SETTLE-AMOUNT " en el lote "
               WS-SETTLE-BATCH-NUMBER ".".
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING "C " AM-ACCOUNT-NUMBER " LOTE "
               WS-SETTLE-BATCH-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           MOVE "LIQUIDACION POR CIERRE" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

       OPEN-SETTLEMENT-BATCH.
           OPEN EXTEND RAW-FEED-FILE.
           IF WS-RAW-STATUS NOT = "00"
               OPEN OUTPUT RAW-FEED-FILE
           END-IF.
           MOVE SPACES TO BATCH-HEADER-RECORD.
           MOVE "HDR" TO BH-RECORD-TYPE.
           MOVE WS-SETTLE-BATCH-NUMBER TO BH-BATCH-NUMBER.
           MOVE "ACCTCLOS" TO BH-BATCH-SOURCE.
           MOVE WS-BUSINESS-DATE TO BH-CREATE-DATE.
           WRITE BATCH-HEADER-RECORD.
           SET WS-BATCH-IS-OPEN TO TRUE.

       WRITE-ONE-SETTLEMENT-LINE.
           IF WS-SETTLE-REMAINING > WS-SETTLE-LINE-MAX
               MOVE WS-SETTLE-LINE-MAX TO WS-SETTLE-LINE-AMOUNT
           ELSE
               MOVE WS-SETTLE-REMAINING TO WS-SETTLE-LINE-AMOUNT
           END-IF.
           MOVE SPACES TO RAW-DETAIL-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO RAW-ACCOUNT-NUMBER.
           MOVE WS-SETTLE-LINE-AMOUNT TO RAW-NUM1.
           MOVE ZERO TO RAW-NUM2.
           MOVE WS-SETTLE-OPERATION TO RAW-OPERATION-CODE.
           WRITE RAW-DETAIL-RECORD.
           ADD 1 TO WS-SETTLE-LINE-COUNT.
           ADD 1 TO WS-BATCH-RECORD-COUNT.
           ADD WS-SETTLE-LINE-AMOUNT TO WS-BATCH-HASH-TOTAL.
           SUBTRACT WS-SETTLE-LINE-AMOUNT FROM WS-SETTLE-REMAINING.

      *    The trailer is built from the lines themselves, after
      *    the last close of the run.
       FINISH-SETTLEMENT.
           IF WS-BATCH-IS-OPEN
               MOVE SPACES TO BATCH-TRAILER-RECORD
               MOVE "TRL" TO BT-RECORD-TYPE
               MOVE WS-BATCH-RECORD-COUNT TO BT-RECORD-COUNT
               MOVE WS-BATCH-HASH-TOTAL TO BT-HASH-TOTAL
               WRITE BATCH-TRAILER-RECORD
               CLOSE RAW-FEED-FILE
               MOVE "N" TO WS-BATCH-OPEN-SWITCH
               DISPLAY "  Lote de liquidacion " WS-SETTLE-BATCH-NUMBER
                   " grabado en TRANSRAW con " WS-BATCH-RECORD-COUNT
                   " apuntes."
               MOVE SPACES TO WS-AUDIT-KEY-INPUT
               STRING "LOTE " WS-SETTLE-BATCH-NUMBER " "
                   WS-BATCH-RECORD-COUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
               MOVE "LIQUIDACIONES EN TRANSRAW" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-ORDERS-CANCELLED > ZERO
               PERFORM STAGE-UPDATED-ORDERS
               PERFORM COPY-STAGE-TO-ORDERS
           END-IF.
           PERFORM PRINT-CLOSURE-TOTALS.
           WRITE STATEMENT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE STATEMENT-FILE.
           CLOSE CLOSURE-REPORT-FILE.

      *----------------------------------------------------------*
      * STANDING ORDERS                                      *
      *----------------------------------------------------------*
       LOAD-ORDER-TABLE.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ORDER
           END-IF.
           PERFORM LOAD-ONE-ORDER
               UNTIL WS-SCAN-END-OF-FILE OR WS-ORDERS-OVERFLOWED.
           IF WS-ORDER-STATUS NOT = "35"
               CLOSE STANDING-ORDER-FILE
           END-IF.

       READ-NEXT-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-ORDER.
           IF WS-ORDER-COUNT NOT LESS THAN WS-ORDER-MAX
               SET WS-ORDERS-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-ORDER-COUNT
               MOVE STANDING-ORDER-RECORD
                   TO WS-TE-ORDER-IMAGE (WS-ORDER-COUNT)
               PERFORM READ-NEXT-ORDER
           END-IF.

       STAGE-UPDATED-ORDERS.
           OPEN OUTPUT ORDER-STAGE-FILE.
           MOVE ZERO TO WS-ORDER-SUB.
           PERFORM WRITE-ONE-STAGED-ORDER
               UNTIL WS-ORDER-SUB NOT LESS THAN WS-ORDER-COUNT.
           CLOSE ORDER-STAGE-FILE.

       WRITE-ONE-STAGED-ORDER.
           ADD 1 TO WS-ORDER-SUB.
           MOVE WS-TE-ORDER-IMAGE (WS-ORDER-SUB)
               TO STAGED-ORDER-RECORD.
           WRITE STAGED-ORDER-RECORD.

       COPY-STAGE-TO-ORDERS.
           OPEN INPUT ORDER-STAGE-FILE.
           OPEN OUTPUT STANDING-ORDER-FILE.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           PERFORM READ-NEXT-STAGED-ORDER.
           PERFORM COPY-ONE-STAGED-ORDER
               UNTIL WS-SCAN-END-OF-FILE.
           CLOSE ORDER-STAGE-FILE.
           CLOSE STANDING-ORDER-FILE.

       READ-NEXT-STAGED-ORDER.
           READ ORDER-STAGE-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-STAGED-ORDER.
           MOVE STAGED-ORDER-RECORD TO STANDING-ORDER-RECORD.
           WRITE STANDING-ORDER-RECORD.
           PERFORM READ-NEXT-STAGED-ORDER.

      *----------------------------------------------------------*
      * FINAL STATEMENT                                      *
      * The business month to date, from the full history like *
      * ACCOUNT-STATEMENT: two passes over TRANSHYR, TRANSHAR   *
      * and TRANSHST, the first totalling the opening balance   *
      * and the month's movement, the second listing the lines. *
      * The settlement then takes the balance the account       *
      * closed with to zero.                                    *
      *----------------------------------------------------------*
       PRINT-FINAL-STATEMENT.
           MOVE ZERO TO WS-OPENING-BALANCE.
           MOVE ZERO TO WS-PERIOD-MOVEMENT.
           SET WS-HISTORY-TOTALLING TO TRUE.
           PERFORM PASS-YEARLY-HISTORY.
           PERFORM PASS-ARCHIVE-HISTORY.
           PERFORM PASS-LIVE-HISTORY.
           COMPUTE WS-HISTORY-BALANCE =
               WS-OPENING-BALANCE + WS-PERIOD-MOVEMENT.
           PERFORM PRINT-STATEMENT-HEADING.
           SET WS-HISTORY-LISTING TO TRUE.
           PERFORM PASS-YEARLY-HISTORY.
           PERFORM PASS-ARCHIVE-HISTORY.
           PERFORM PASS-LIVE-HISTORY.
           PERFORM PRINT-STATEMENT-SETTLEMENT.

       PASS-YEARLY-HISTORY.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT YEARLY-ARCHIVE-FILE.
           IF WS-YEARLY-STATUS NOT = "00"
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-YEARLY-RECORD
           END-IF.
           PERFORM PASS-ONE-YEARLY-RECORD
               UNTIL WS-SCAN-END-OF-FILE.
           IF WS-YEARLY-STATUS NOT = "35"
               CLOSE YEARLY-ARCHIVE-FILE
           END-IF.

       READ-NEXT-YEARLY-RECORD.
           READ YEARLY-ARCHIVE-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       PASS-ONE-YEARLY-RECORD.
           MOVE HY-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE HY-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           MOVE HY-NUM1 TO WS-WORK-NUM1.
           MOVE HY-NUM2 TO WS-WORK-NUM2.
           MOVE HY-OPERATION-CODE TO WS-WORK-OPERATION.
           MOVE HY-RESULT TO WS-WORK-RESULT.
           MOVE HY-STATUS-CODE TO WS-WORK-STATUS.
           PERFORM PASS-WORK-RECORD.
           PERFORM READ-NEXT-YEARLY-RECORD.

       PASS-ARCHIVE-HISTORY.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-IF.
           PERFORM PASS-ONE-ARCHIVE-RECORD
               UNTIL WS-SCAN-END-OF-FILE.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       PASS-ONE-ARCHIVE-RECORD.
           MOVE HA-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE HA-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           MOVE HA-NUM1 TO WS-WORK-NUM1.
           MOVE HA-NUM2 TO WS-WORK-NUM2.
           MOVE HA-OPERATION-CODE TO WS-WORK-OPERATION.
           MOVE HA-RESULT TO WS-WORK-RESULT.
           MOVE HA-STATUS-CODE TO WS-WORK-STATUS.
           PERFORM PASS-WORK-RECORD.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       PASS-LIVE-HISTORY.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               SET WS-SCAN-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HIST-RECORD
           END-IF.
           PERFORM PASS-ONE-HIST-RECORD
               UNTIL WS-SCAN-END-OF-FILE.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE TRANS-HIST-FILE
           END-IF.

       READ-NEXT-HIST-RECORD.
           READ TRANS-HIST-FILE
               AT END
                   SET WS-SCAN-END-OF-FILE TO TRUE
           END-READ.

       PASS-ONE-HIST-RECORD.
           MOVE TH-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE TH-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           MOVE TH-NUM1 TO WS-WORK-NUM1.
           MOVE TH-NUM2 TO WS-WORK-NUM2.
           MOVE TH-OPERATION-CODE TO WS-WORK-OPERATION.
           MOVE TH-RESULT TO WS-WORK-RESULT.
           MOVE TH-STATUS-CODE TO WS-WORK-STATUS.
           PERFORM PASS-WORK-RECORD.
           PERFORM READ-NEXT-HIST-RECORD.

      *    Only OK postings and RV reversals move balances; the
      *    exception statuses are listed but not totalled.
       PASS-WORK-RECORD.
           IF WS-WORK-ACCOUNT = AM-ACCOUNT-NUMBER
               IF WS-HISTORY-TOTALLING
                   IF WS-WORK-STATUS = "OK" OR WS-WORK-STATUS = "RV"
                       IF WS-WORK-DATE < WS-PERIOD-FROM
                           ADD WS-WORK-RESULT TO WS-OPENING-BALANCE
                       ELSE
                           ADD WS-WORK-RESULT TO WS-PERIOD-MOVEMENT
                       END-IF
                   END-IF
               ELSE
                   IF WS-WORK-DATE NOT LESS THAN WS-PERIOD-FROM
                       PERFORM PRINT-STATEMENT-DETAIL
                   END-IF
               END-IF
           END-IF.

      *    Each final statement starts its own page so it can be
      *    sent to the holder on its own.
       PRINT-STATEMENT-HEADING.
           PERFORM PRINT-STATEMENT-PAGE-TOP.
           MOVE AM-ACCOUNT-NUMBER TO WS-STM-ACCOUNT-NUMBER.
           MOVE AM-ACCOUNT-NAME TO WS-STM-ACCOUNT-NAME.
           MOVE AM-ACCOUNT-CATEGORY TO WS-STM-CATEGORY.
           MOVE AM-ACCOUNT-STATUS TO WS-STM-ACCT-STATUS.
           MOVE AM-CUSTOMER-NUMBER TO WS-STM-ACCT-CUSTOMER.
           WRITE STATEMENT-LINE FROM WS-STM-ACCOUNT-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-STM-LINE-COUNT.
           PERFORM PRINT-STATEMENT-HOLDER.
           MOVE WS-PERIOD-FROM TO WS-STM-PERIOD-FROM.
           MOVE WS-BUSINESS-DATE TO WS-STM-PERIOD-TO.
           WRITE STATEMENT-LINE FROM WS-STM-PERIOD-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "SALDO DE APERTURA" TO WS-STM-BAL-LABEL.
           MOVE WS-OPENING-BALANCE TO WS-STM-BAL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STM-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STATEMENT-LINE FROM WS-STM-COLUMN-HEADS
               AFTER ADVANCING 2 LINES.
           ADD 5 TO WS-STM-LINE-COUNT.

      *    The holder's name and address off CUSTMAST, when the
      *    account has an owning customer on it.
       PRINT-STATEMENT-HOLDER.
           IF WS-CUSTMAST-IS-OPEN
                   AND AM-CUSTOMER-NUMBER NOT = ZERO
               MOVE AM-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-CUSTOMER-NAME TO WS-STM-CUST-NAME
                       WRITE STATEMENT-LINE
                           FROM WS-STM-CUSTOMER-LINE
                           AFTER ADVANCING 1 LINE
                       MOVE CU-ADDRESS-LINE-1 TO WS-STM-ADDRESS-TEXT
                       MOVE CU-ADDRESS-LINE-2 TO WS-STM-ADDRESS-MORE
                       WRITE STATEMENT-LINE FROM WS-STM-ADDRESS-LINE
                           AFTER ADVANCING 1 LINE
                       MOVE CU-POSTAL-CODE TO WS-STM-ADDRESS-TEXT
                       MOVE CU-CITY TO WS-STM-ADDRESS-MORE
                       WRITE STATEMENT-LINE FROM WS-STM-ADDRESS-LINE
                           AFTER ADVANCING 1 LINE
                       ADD 3 TO WS-STM-LINE-COUNT
               END-READ
           END-IF.

       PRINT-STATEMENT-PAGE-TOP.
           ADD 1 TO WS-STM-PAGE-NUMBER.
           MOVE RH-RUN-DATE TO WS-STM-H1-DATE.
           MOVE RH-RUN-TIME TO WS-STM-H1-TIME.
           MOVE WS-STM-PAGE-NUMBER TO WS-STM-H1-PAGE.
           IF WS-STM-PAGE-NUMBER = 1
               WRITE STATEMENT-LINE FROM WS-STM-HEADING-1
                   AFTER ADVANCING 0 LINES
           ELSE
               WRITE STATEMENT-LINE FROM WS-STM-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE 1 TO WS-STM-LINE-COUNT.

       PRINT-STATEMENT-DETAIL.
           IF WS-STM-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-STATEMENT-PAGE-TOP
               WRITE STATEMENT-LINE FROM WS-STM-COLUMN-HEADS
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-STM-LINE-COUNT
           END-IF.
           MOVE WS-WORK-DATE TO WS-STM-DET-DATE.
           MOVE WS-WORK-OPERATION TO WS-STM-DET-OPER.
           MOVE WS-WORK-NUM1 TO WS-STM-DET-NUM1.
           MOVE WS-WORK-NUM2 TO WS-STM-DET-NUM2.
           MOVE WS-WORK-RESULT TO WS-STM-DET-RESULT.
           MOVE WS-WORK-STATUS TO WS-STM-DET-STATUS.
           WRITE STATEMENT-LINE FROM WS-STM-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-STM-LINE-COUNT.

      *    The history must tie to the balance the account closed
      *    with, as on ACCOUNT-STATEMENT; the payout is what takes
      *    that balance to zero once BASIC-OPERATIONS posts it.
       PRINT-STATEMENT-SETTLEMENT.
           MOVE "SALDO AL CIERRE" TO WS-STM-BAL-LABEL.
           MOVE WS-SETTLE-BALANCE TO WS-STM-BAL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STM-BALANCE-LINE
               AFTER ADVANCING 2 LINES.
           COMPUTE WS-SETTLE-MOVEMENT = ZERO - WS-SETTLE-BALANCE.
           MOVE "LIQUIDACION POR CIERRE" TO WS-STM-BAL-LABEL.
           MOVE WS-SETTLE-MOVEMENT TO WS-STM-BAL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STM-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "SALDO FINAL" TO WS-STM-BAL-LABEL.
           MOVE ZERO TO WS-STM-BAL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-STM-BALANCE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-STM-TEXT.
           IF WS-SETTLE-LINE-COUNT = ZERO
               MOVE "SIN LIQUIDACION: LA CUENTA CIERRA CON SALDO CERO"
                   TO WS-STM-TEXT
           ELSE
               MOVE WS-SETTLE-LINE-COUNT TO WS-LINE-COUNT-EDIT
               STRING "LIQUIDADA EN EL LOTE " WS-SETTLE-BATCH-NUMBER
                   " (" WS-LINE-COUNT-EDIT " APUNTES, OPERACION "
                   WS-SETTLE-OPERATION ")"
                   DELIMITED BY SIZE INTO WS-STM-TEXT
           END-IF.
           WRITE STATEMENT-LINE FROM WS-STM-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "N" TO WS-STATEMENT-TIE-SWITCH.
           IF WS-HISTORY-BALANCE = WS-SETTLE-BALANCE
               SET WS-STATEMENT-TIES TO TRUE
           END-IF.
           IF WS-STATEMENT-TIES
               MOVE "ESTADO: CUADRA CON EL MAESTRO" TO WS-STM-TEXT
           ELSE
               MOVE "ESTADO: NO CUADRA CON EL MAESTRO - REVISAR"
                   TO WS-STM-TEXT
               DISPLAY "    AVISO: el historico de la cuenta "
                   AM-ACCOUNT-NUMBER " no cuadra con el maestro."
           END-IF.
           WRITE STATEMENT-LINE FROM WS-STM-TEXT-LINE
               AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------*
      * CLOSED-ACCOUNTS REPORT                               *
      *----------------------------------------------------------*
       PRINT-CLOSURE-HEADING.
           ADD 1 TO WS-CLS-PAGE-NUMBER.
           MOVE RH-RUN-DATE TO WS-CLS-H1-DATE.
           MOVE RH-RUN-TIME TO WS-CLS-H1-TIME.
           MOVE WS-CLS-PAGE-NUMBER TO WS-CLS-H1-PAGE.
           IF WS-CLS-PAGE-NUMBER = 1
               WRITE CLOSURE-REPORT-LINE FROM WS-CLS-HEADING-1
                   AFTER ADVANCING 0 LINES
           ELSE
               WRITE CLOSURE-REPORT-LINE FROM WS-CLS-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE CLOSURE-REPORT-LINE FROM WS-CLS-COLUMN-HEADS
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO WS-CLS-LINE-COUNT.

       PRINT-CLOSURE-LINE.
           IF WS-CLS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-CLOSURE-HEADING
           END-IF.
           MOVE AM-ACCOUNT-NUMBER TO WS-CLS-ACCOUNT.
           MOVE AM-ACCOUNT-NAME TO WS-CLS-NAME.
           MOVE AM-CUSTOMER-NUMBER TO WS-CLS-CUSTOMER.
           MOVE WS-SETTLE-BALANCE TO WS-CLS-BALANCE.
           MOVE WS-SETTLE-OPERATION TO WS-CLS-OPERATION.
           MOVE WS-SETTLE-AMOUNT TO WS-CLS-PAID.
           MOVE WS-SETTLE-LINE-COUNT TO WS-CLS-LINES.
           IF WS-SETTLE-LINE-COUNT = ZERO
               MOVE ZERO TO WS-CLS-BATCH
           ELSE
               MOVE WS-SETTLE-BATCH-NUMBER TO WS-CLS-BATCH
           END-IF.
           MOVE WS-CANCELLED-COUNT TO WS-CLS-ORDERS.
           MOVE MP-MAKER-ID TO WS-CLS-MAKER.
           MOVE MP-CHECKER-ID TO WS-CLS-CHECKER.
           WRITE CLOSURE-REPORT-LINE FROM WS-CLS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CLS-LINE-COUNT.

       PRINT-CLOSURE-TOTALS.
           IF WS-CLOSED-COUNT = ZERO
               WRITE CLOSURE-REPORT-LINE FROM WS-CLS-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE "CUENTAS CERRADAS" TO WS-CLS-TOTAL-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-CLS-TOTAL-COUNT.
           WRITE CLOSURE-REPORT-LINE FROM WS-CLS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "CIERRES APLAZADOS" TO WS-CLS-TOTAL-LABEL.
           MOVE WS-DEFERRED-COUNT TO WS-CLS-TOTAL-COUNT.
           WRITE CLOSURE-REPORT-LINE FROM WS-CLS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ORDENES PERMANENTES CANCELADAS" TO WS-CLS-TOTAL-LABEL.
           MOVE WS-ORDERS-CANCELLED TO WS-CLS-TOTAL-COUNT.
           WRITE CLOSURE-REPORT-LINE FROM WS-CLS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "APUNTES DE LIQUIDACION EN TRANSRAW"
               TO WS-CLS-TOTAL-LABEL.
           MOVE WS-BATCH-RECORD-COUNT TO WS-CLS-TOTAL-COUNT.
           WRITE CLOSURE-REPORT-LINE FROM WS-CLS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "TOTAL PAGADO A TITULARES (S)" TO WS-CLS-AMOUNT-LABEL.
           MOVE WS-TOTAL-PAID-OUT TO WS-CLS-AMOUNT-VALUE.
           WRITE CLOSURE-REPORT-LINE FROM WS-CLS-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "TOTAL SALDOS DEUDORES SALDADOS (A)"
               TO WS-CLS-AMOUNT-LABEL.
           MOVE WS-TOTAL-RECOVERED TO WS-CLS-AMOUNT-VALUE.
           WRITE CLOSURE-REPORT-LINE FROM WS-CLS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CLOSURE-REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.

      *----------------------------------------------------------*
      * MAINTENANCE REPORT                                   *
      *----------------------------------------------------------*
           DISPLAY "  APLICADA  " MT-ACTION-CODE " "
               MT-ACCOUNT-NUMBER.
           DISPLAY "    Antes  : " WS-BEFORE-NAME " "
               WS-BEFORE-STATUS " cliente " WS-BEFORE-CUSTOMER.
           DISPLAY "    Despues: " AM-ACCOUNT-NAME " "
               AM-ACCOUNT-STATUS " cliente " AM-CUSTOMER-NUMBER.
           PERFORM PRINT-MAKER-CHECKER-LINE.

       PRINT-REJECT-LINE.
           DISPLAY "  RECHAZADA " MT-ACTION-CODE " "
               MT-ACCOUNT-NUMBER " - " WS-REJECT-REASON.
           PERFORM PRINT-MAKER-CHECKER-LINE.

       PRINT-MAKER-CHECKER-LINE.
           DISPLAY "    Pendiente " MP-ITEM-NUMBER " preparada por "
               MP-MAKER-ID " aprobada por " MP-CHECKER-ID.

       PRINT-REPORT-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  Acciones leidas    : " WS-READ-COUNT.
           DISPLAY "  Acciones en cola   : " WS-QUEUED-COUNT.
           DISPLAY "  Acciones aplicadas : " WS-APPLIED-COUNT.
           DISPLAY "  Acciones rechazadas: " WS-REJECTED-COUNT.
           DISPLAY "  Cierres liquidados : " WS-CLOSED-COUNT.
           DISPLAY "  Cierres aplazados  : " WS-DEFERRED-COUNT.
           DISPLAY "  Ordenes canceladas : " WS-ORDERS-CANCELLED.
           DISPLAY "=============================================".

      *    Once its actions are safely on the queue ACCTMNT is
      *    emptied, so a rerun cannot queue the same actions twice.
       CLOSE-FILES.
           CLOSE MAINT-IN-FILE.
           IF WS-READ-COUNT > ZERO
               OPEN OUTPUT MAINT-IN-FILE
               CLOSE MAINT-IN-FILE
           END-IF.
           CLOSE ACCT-MASTER-FILE.
           CLOSE ACCT-JOURNAL-FILE.
           IF WS-CUSTMAST-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *----------------------------------------------------------*
      * SHARED AUDIT LOG                                     *
      *----------------------------------------------------------*
       WRITE-ACTION-AUDIT.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING MT-ACTION-CODE " " MT-ACCOUNT-NUMBER " "
               MP-MAKER-ID " " MP-CHECKER-ID
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           MOVE "ACCION APLICADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

