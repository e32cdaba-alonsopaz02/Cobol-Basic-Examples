      *   plus the live file, so the opening balance and the
      *   lines of a closed-month range are complete and the tie
      *   against AM-BALANCE holds again.
      * - Consolidated relationship statement: a customer number
      *   given at the first prompt selects every account that
      *   customer owns on ACCTMAST instead of an account range.
      *   The run opens with the customer's CUSTMAST name and
      *   address, prints the usual statement per account, and
      *   closes with a relationship summary (opening, closing
      *   and master balance per account, tie state, and totals).
      *   Each statement now also shows the owning customer.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - YEAR-END-CLOSE rolls each closed year off TRANSHAR onto
      *   the TRANSHYR yearly archive; the statement reads it
      *   ahead of TRANSHAR so opening balances, closed-year
      *   ranges and the tie against AM-BALANCE stay complete.
      * - Each statement reads only the account's own records off
      *   the HISTIDX history index (account and business date),
      *   which holds TRANSHYR, TRANSHAR and TRANSHST alike,
      *   instead of scanning all three files twice per account;
      *   the detail pass starts at the range's first date.  A
      *   run without the index stops with return code 12 before
      *   any statement is printed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT HIST-INDEX-FILE ASSIGN TO "HISTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-HISTORY-KEY
               ALTERNATE RECORD KEY IS HX-BATCH-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  HIST-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTIDXR.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.

      *    The history record off the index entry just read.
           COPY TRANSHSR.

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-ACCT-END-OF-FILE    VALUE "Y".
               88  WS-HIST-END-OF-FILE    VALUE "Y".
           05  WS-TIE-SWITCH              PIC X(01) VALUE "N".
               88  WS-STATEMENT-TIES      VALUE "Y".
           05  WS-CUSTOMER-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-CUSTOMER-WAS-FOUND  VALUE "Y".
           05  WS-HISTIDX-FAIL-SWITCH     PIC X(01) VALUE "N".
               88  WS-HISTIDX-UNAVAILABLE VALUE "Y".

       01  WS-SELECTION-RANGES.
           05  WS-FROM-ACCOUNT            PIC 9(6) VALUE ZERO.
           05  WS-TO-ACCOUNT              PIC 9(6) VALUE ZERO.
           05  WS-FROM-DATE               PIC 9(8) VALUE ZERO.
           05  WS-TO-DATE                 PIC 9(8) VALUE ZERO.
           05  WS-SELECT-CUSTOMER         PIC 9(6) VALUE ZERO.
               88  WS-BY-ACCOUNT-RANGE    VALUE ZERO.

      *    One record's worth of history fields, shared by the
      *    balance and detail passes.
       01  WS-WORK-FIELDS.
           05  WS-WORK-DATE               PIC 9(8).
           05  WS-WORK-ACCOUNT            PIC 9(6).
           05  WS-CLOSING-BALANCE         PIC S9(11)V99 VALUE ZERO.
           05  WS-EXPECTED-MASTER         PIC S9(11)V99 VALUE ZERO.

      *    One entry per statement of a customer run, for the
      *    relationship summary printed after the last statement.
       01  WS-RELATIONSHIP-TABLE.
           05  WS-REL-COUNT               PIC 9(3) COMP VALUE ZERO.
           05  WS-REL-ENTRY OCCURS 200 TIMES.
               10  WS-REL-ACCOUNT         PIC 9(6).
               10  WS-REL-NAME            PIC X(20).
               10  WS-REL-CATEGORY        PIC X(02).
               10  WS-REL-STATUS          PIC X(01).
               10  WS-REL-OPENING         PIC S9(11)V99.
               10  WS-REL-CLOSING         PIC S9(11)V99.
               10  WS-REL-MASTER          PIC S9(9)V99.
               10  WS-REL-TIES            PIC X(01).

       01  WS-REL-SUB                     PIC 9(3) COMP VALUE ZERO.
       01  WS-REL-MAX                     PIC 9(3) COMP VALUE 200.
       01  WS-REL-OVERFLOW-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-REL-OVERFLOW-EDIT           PIC ZZZ9.

       01  WS-RELATIONSHIP-TOTALS.
           05  WS-REL-TOTAL-OPENING       PIC S9(11)V99 VALUE ZERO.
           05  WS-REL-TOTAL-CLOSING       PIC S9(11)V99 VALUE ZERO.
           05  WS-REL-TOTAL-MASTER        PIC S9(11)V99 VALUE ZERO.

       01  WS-AMOUNT-EDIT                 PIC -(11)9.99.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-CUSTMAST-STATUS         PIC X(02).
           05  WS-HISTIDX-STATUS          PIC X(02).
           05  WS-REPORT-STATUS           PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       01  WS-PAGE-NUMBER                 PIC 9(3) COMP VALUE ZERO.
       01  WS-LINE-COUNT                  PIC 9(3) COMP VALUE ZERO.
           05  FILLER                     PIC X(09) VALUE
               "  ESTADO ".
           05  WS-RPT-ACCT-STATUS         PIC X(01).
           05  FILLER                     PIC X(10) VALUE
               "  CLIENTE ".
           05  WS-RPT-ACCT-CUSTOMER       PIC 9(6).
           05  FILLER                     PIC X(55) VALUE SPACES.

       01  WS-RPT-CUSTOMER-LINE.
           05  FILLER                     PIC X(09) VALUE
               "CLIENTE: ".
           05  WS-RPT-CUST-NUMBER         PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-CUST-NAME           PIC X(40).
           05  FILLER                     PIC X(13) VALUE
               "  ID. FISCAL ".
           05  WS-RPT-CUST-TAX-ID         PIC X(15).
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-RPT-ADDRESS-LINE.
           05  FILLER                     PIC X(17) VALUE SPACES.
           05  WS-RPT-ADDRESS-TEXT        PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RPT-ADDRESS-MORE        PIC X(30).
           05  FILLER                     PIC X(54) VALUE SPACES.

       01  WS-RPT-REL-TITLE.
           05  FILLER                     PIC X(40) VALUE
               "RESUMEN DE LA RELACION CON EL CLIENTE".
           05  FILLER                     PIC X(92) VALUE SPACES.

       01  WS-RPT-REL-HEADS.
           05  FILLER                     PIC X(08) VALUE "CUENTA".
           05  FILLER                     PIC X(22) VALUE "NOMBRE".
           05  FILLER                     PIC X(05) VALUE "CAT".
           05  FILLER                     PIC X(04) VALUE "EST".
           05  FILLER                     PIC X(17) VALUE
               "   SALDO APERTURA".
           05  FILLER                     PIC X(17) VALUE
               "     SALDO CIERRE".
           05  FILLER                     PIC X(17) VALUE
               "  SALDO MAESTRO".
           05  FILLER                     PIC X(12) VALUE
               "  CUADRE".
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-RPT-REL-DETAIL.
           05  WS-RPT-REL-ACCOUNT         PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-REL-NAME            PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-REL-CATEGORY        PIC X(02).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RPT-REL-STATUS          PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RPT-REL-OPENING         PIC -(11)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-REL-CLOSING         PIC -(11)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-REL-MASTER          PIC -(11)9.99.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-RPT-REL-TIES            PIC X(09).
           05  FILLER                     PIC X(31) VALUE SPACES.

       01  WS-RPT-PERIOD-LINE.
           05  FILLER                     PIC X(09) VALUE

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM OPEN-HISTORY-INDEX.
           IF WS-HISTIDX-UNAVAILABLE
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM GET-SELECTION-RANGES.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-PAGE-NUMBER.
           IF WS-BY-ACCOUNT-RANGE
               PERFORM WALK-ACCOUNT-MASTER
           ELSE
               PERFORM LOOKUP-SELECTED-CUSTOMER
               IF WS-CUSTOMER-WAS-FOUND
                   PERFORM PRINT-CUSTOMER-HEADING
                   PERFORM WALK-ACCOUNT-MASTER
                   PERFORM PRINT-RELATIONSHIP-SUMMARY
               ELSE
                   DISPLAY "  Cliente " WS-SELECT-CUSTOMER
                       " no encontrado en CUSTMAST."
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE REPORT-FILE.
           CLOSE HIST-INDEX-FILE.
           PERFORM PRINT-RUN-TOTALS.
           PERFORM WRITE-AUDIT-RECORD.
           IF WS-UNTIED-COUNT > ZERO
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

      *    Every statement is read off the index, so without it
      *    no statement could tie and none is printed.
       OPEN-HISTORY-INDEX.
           OPEN INPUT HIST-INDEX-FILE.
           IF WS-HISTIDX-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HISTIDX (estado "
                   WS-HISTIDX-STATUS "); ejecute HIST-INDEX-BUILD"
                   " antes de emitir extractos."
               SET WS-HISTIDX-UNAVAILABLE TO TRUE
           END-IF.

      *    A zero answer leaves that end of the range wide open.
      *    A customer number replaces the account range: every
      *    account the customer owns is selected.
       GET-SELECTION-RANGES.
           DISPLAY "Cliente (6 digitos, 0 = por rango de cuentas): ".
           ACCEPT WS-SELECT-CUSTOMER.
           IF WS-BY-ACCOUNT-RANGE
               DISPLAY "Cuenta desde (6 digitos, 0 = todas): "
               ACCEPT WS-FROM-ACCOUNT
               DISPLAY "Cuenta hasta (6 digitos, 0 = todas): "
               ACCEPT WS-TO-ACCOUNT
           END-IF.
           IF WS-TO-ACCOUNT = ZERO
               MOVE 999999 TO WS-TO-ACCOUNT
           END-IF.
           IF AM-ACCOUNT-NUMBER NOT LESS THAN WS-FROM-ACCOUNT
                   AND AM-ACCOUNT-NUMBER
                       NOT GREATER THAN WS-TO-ACCOUNT
                   AND (WS-BY-ACCOUNT-RANGE
                       OR AM-CUSTOMER-NUMBER = WS-SELECT-CUSTOMER)
               PERFORM PRODUCE-ONE-STATEMENT
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

       LOOKUP-SELECTED-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = "00"
               MOVE WS-SELECT-CUSTOMER TO CU-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUSTOMER-WAS-FOUND TO TRUE
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *    Two passes over the account's records on the history
      *    index per statement: the first splits the account's
      *    posted movement into before, in, and after the
      *    requested range, so the opening balance is known before
      *    any line is printed; the second starts at the range's
      *    first date and prints the detail lines in it.  The
      *    index keeps each account's records in business date
      *    and posting order, so the lines come out in posting
      *    order.
       PRODUCE-ONE-STATEMENT.
           MOVE ZERO TO WS-OPENING-BALANCE.
           MOVE ZERO TO WS-RANGE-MOVEMENT.
           MOVE ZERO TO WS-POST-RANGE-MOVEMENT.
           PERFORM SCAN-ACCOUNT-HISTORY.
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-RANGE-MOVEMENT.
           PERFORM PRINT-STATEMENT-HEADING.
           PERFORM LIST-ACCOUNT-HISTORY.
           PERFORM PRINT-STATEMENT-BALANCES.
           ADD 1 TO WS-STATEMENT-COUNT.
           IF NOT WS-BY-ACCOUNT-RANGE
               PERFORM KEEP-RELATIONSHIP-ENTRY
           END-IF.

       KEEP-RELATIONSHIP-ENTRY.
           IF WS-REL-COUNT < WS-REL-MAX
               ADD 1 TO WS-REL-COUNT
               MOVE AM-ACCOUNT-NUMBER TO WS-REL-ACCOUNT (WS-REL-COUNT)
               MOVE AM-ACCOUNT-NAME TO WS-REL-NAME (WS-REL-COUNT)
               MOVE AM-ACCOUNT-CATEGORY
                   TO WS-REL-CATEGORY (WS-REL-COUNT)
               MOVE AM-ACCOUNT-STATUS TO WS-REL-STATUS (WS-REL-COUNT)
               MOVE WS-OPENING-BALANCE
                   TO WS-REL-OPENING (WS-REL-COUNT)
               MOVE WS-CLOSING-BALANCE
                   TO WS-REL-CLOSING (WS-REL-COUNT)
               MOVE AM-BALANCE TO WS-REL-MASTER (WS-REL-COUNT)
               MOVE WS-TIE-SWITCH TO WS-REL-TIES (WS-REL-COUNT)
           ELSE
               ADD 1 TO WS-REL-OVERFLOW-COUNT
           END-IF.
           ADD WS-OPENING-BALANCE TO WS-REL-TOTAL-OPENING.
           ADD WS-CLOSING-BALANCE TO WS-REL-TOTAL-CLOSING.
           ADD AM-BALANCE TO WS-REL-TOTAL-MASTER.

       SCAN-ACCOUNT-HISTORY.
           MOVE ZERO TO HX-BUSINESS-DATE.
           PERFORM START-ACCOUNT-BROWSE.
           PERFORM SCAN-ONE-INDEXED-RECORD
               UNTIL WS-HIST-END-OF-FILE.

       SCAN-ONE-INDEXED-RECORD.
           PERFORM CLASSIFY-WORK-RECORD.
           PERFORM READ-NEXT-INDEXED-RECORD.

      *    Positions the index on the account's first record on or
      *    after the business date already in HX-BUSINESS-DATE and
      *    reads it; the browse ends when the account changes.
       START-ACCOUNT-BROWSE.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           MOVE AM-ACCOUNT-NUMBER TO HX-ACCOUNT-NUMBER.
           MOVE ZERO TO HX-SEQUENCE.
           START HIST-INDEX-FILE
               KEY IS NOT LESS THAN HX-HISTORY-KEY
               INVALID KEY
                   SET WS-HIST-END-OF-FILE TO TRUE
           END-START.
           IF NOT WS-HIST-END-OF-FILE
               PERFORM READ-NEXT-INDEXED-RECORD
           END-IF.

       READ-NEXT-INDEXED-RECORD.
           READ HIST-INDEX-FILE NEXT RECORD
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.
           IF NOT WS-HIST-END-OF-FILE
                   AND HX-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
               SET WS-HIST-END-OF-FILE TO TRUE
           END-IF.
           IF NOT WS-HIST-END-OF-FILE
               PERFORM MOVE-INDEXED-TO-WORK
           END-IF.

       MOVE-INDEXED-TO-WORK.
           MOVE HX-HISTORY-IMAGE TO TRANS-HIST-RECORD.
           MOVE TH-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE TH-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           MOVE TH-NUM1 TO WS-WORK-NUM1.
               END-EVALUATE
           END-IF.

      *    The detail pass stops at the first record past the
      *    range's last date.
       LIST-ACCOUNT-HISTORY.
           MOVE WS-FROM-DATE TO HX-BUSINESS-DATE.
           PERFORM START-ACCOUNT-BROWSE.
           PERFORM LIST-ONE-INDEXED-RECORD
               UNTIL WS-HIST-END-OF-FILE.

       LIST-ONE-INDEXED-RECORD.
           IF WS-WORK-DATE > WS-TO-DATE
               SET WS-HIST-END-OF-FILE TO TRUE
           ELSE
               PERFORM PRINT-WORK-RECORD
               PERFORM READ-NEXT-INDEXED-RECORD
           END-IF.

       PRINT-WORK-RECORD.
           IF WS-WORK-ACCOUNT = AM-ACCOUNT-NUMBER
                   AND WS-WORK-DATE NOT LESS THAN WS-FROM-DATE
           MOVE AM-ACCOUNT-NAME TO WS-RPT-ACCOUNT-NAME.
           MOVE AM-ACCOUNT-CATEGORY TO WS-RPT-CATEGORY.
           MOVE AM-ACCOUNT-STATUS TO WS-RPT-ACCT-STATUS.
           MOVE AM-CUSTOMER-NUMBER TO WS-RPT-ACCT-CUSTOMER.
           WRITE REPORT-LINE FROM WS-RPT-ACCOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-FROM-DATE TO WS-RPT-PERIOD-FROM.
               AFTER ADVANCING 2 LINES.
           ADD 5 TO WS-LINE-COUNT.

      *    The customer run opens with a page of its own naming the
      *    customer and the address the statements go to.
       PRINT-CUSTOMER-HEADING.
           PERFORM PRINT-PAGE-HEADING.
           MOVE CU-CUSTOMER-NUMBER TO WS-RPT-CUST-NUMBER.
           MOVE CU-CUSTOMER-NAME TO WS-RPT-CUST-NAME.
           MOVE CU-TAX-ID TO WS-RPT-CUST-TAX-ID.
           WRITE REPORT-LINE FROM WS-RPT-CUSTOMER-LINE
               AFTER ADVANCING 2 LINES.
           MOVE CU-ADDRESS-LINE-1 TO WS-RPT-ADDRESS-TEXT.
           MOVE CU-ADDRESS-LINE-2 TO WS-RPT-ADDRESS-MORE.
           WRITE REPORT-LINE FROM WS-RPT-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CU-POSTAL-CODE TO WS-RPT-ADDRESS-TEXT.
           MOVE CU-CITY TO WS-RPT-ADDRESS-MORE.
           WRITE REPORT-LINE FROM WS-RPT-ADDRESS-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-FROM-DATE TO WS-RPT-PERIOD-FROM.
           MOVE WS-TO-DATE TO WS-RPT-PERIOD-TO.
           WRITE REPORT-LINE FROM WS-RPT-PERIOD-LINE
               AFTER ADVANCING 2 LINES.

      *    One line per statement printed for the customer, then
      *    the relationship totals.
       PRINT-RELATIONSHIP-SUMMARY.
           PERFORM PRINT-PAGE-HEADING.
           MOVE CU-CUSTOMER-NUMBER TO WS-RPT-CUST-NUMBER.
           MOVE CU-CUSTOMER-NAME TO WS-RPT-CUST-NAME.
           MOVE CU-TAX-ID TO WS-RPT-CUST-TAX-ID.
           WRITE REPORT-LINE FROM WS-RPT-CUSTOMER-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-RPT-REL-TITLE
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM WS-RPT-REL-HEADS
               AFTER ADVANCING 2 LINES.
           ADD 7 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-REL-SUB.
           PERFORM PRINT-ONE-RELATIONSHIP-LINE
               UNTIL WS-REL-SUB NOT LESS THAN WS-REL-COUNT.
           MOVE SPACES TO WS-RPT-REL-DETAIL.
           MOVE WS-STATEMENT-COUNT TO WS-RPT-REL-ACCOUNT.
           MOVE "TOTAL CUENTAS" TO WS-RPT-REL-NAME.
           MOVE WS-REL-TOTAL-OPENING TO WS-RPT-REL-OPENING.
           MOVE WS-REL-TOTAL-CLOSING TO WS-RPT-REL-CLOSING.
           MOVE WS-REL-TOTAL-MASTER TO WS-RPT-REL-MASTER.
           WRITE REPORT-LINE FROM WS-RPT-REL-DETAIL
               AFTER ADVANCING 2 LINES.
           IF WS-REL-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO WS-RPT-TIE-TEXT
               MOVE WS-REL-OVERFLOW-COUNT TO WS-REL-OVERFLOW-EDIT
               STRING "CUENTAS FUERA DEL DETALLE (SOLO EN TOTAL): "
                   WS-REL-OVERFLOW-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-TIE-TEXT
               WRITE REPORT-LINE FROM WS-RPT-TIE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-ONE-RELATIONSHIP-LINE.
           ADD 1 TO WS-REL-SUB.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
               WRITE REPORT-LINE FROM WS-RPT-REL-HEADS
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-REL-ACCOUNT (WS-REL-SUB) TO WS-RPT-REL-ACCOUNT.
           MOVE WS-REL-NAME (WS-REL-SUB) TO WS-RPT-REL-NAME.
           MOVE WS-REL-CATEGORY (WS-REL-SUB) TO WS-RPT-REL-CATEGORY.
           MOVE WS-REL-STATUS (WS-REL-SUB) TO WS-RPT-REL-STATUS.
           MOVE WS-REL-OPENING (WS-REL-SUB) TO WS-RPT-REL-OPENING.
           MOVE WS-REL-CLOSING (WS-REL-SUB) TO WS-RPT-REL-CLOSING.
           MOVE WS-REL-MASTER (WS-REL-SUB) TO WS-RPT-REL-MASTER.
           IF WS-REL-TIES (WS-REL-SUB) = "Y"
               MOVE "CUADRA" TO WS-RPT-REL-TIES
           ELSE
               MOVE "NO CUADRA" TO WS-RPT-REL-TIES
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-REL-DETAIL
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-RUN-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  ACCOUNT-STATEMENT - TOTALES".
           MOVE RH-RUN-TIME TO AL-RUN-TIME.
           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-STATEMENT-COUNT TO WS-AUDIT-KEY-INPUT.
           EVALUATE TRUE
               WHEN WS-HISTIDX-UNAVAILABLE
                   MOVE "HISTIDX" TO WS-AUDIT-KEY-INPUT
                   MOVE "INDICE HISTORIAL NO DISPONIBLE"
                       TO WS-AUDIT-OUTCOME
               WHEN WS-UNTIED-COUNT = ZERO
                   MOVE "EXTRACTOS GENERADOS" TO WS-AUDIT-OUTCOME
               WHEN OTHER
                   MOVE "EXTRACTOS CON DIFERENCIAS"
                       TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

