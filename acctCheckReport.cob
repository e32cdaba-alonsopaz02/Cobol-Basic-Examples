       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CHECK-REPORT.
      *One-off review of the ACCTMAST account master against the
      *account-number check digit (ACCT-CHECK-DIGIT).  Accounts
      *opened before numbers carried a check digit were numbered
      *freely, and every program that takes a keyed number now
      *refuses one whose check digit fails, so each such account
      *has to be renumbered.  This run changes nothing: it reads
      *the master in key order and lists on CHKDGRPT every
      *account whose sixth digit is not the one its first five
      *call for, with the digit it should have, or whose first
      *five digits no check digit can complete at all (those
      *need a new number outright).  Closed accounts are listed
      *and counted apart, since they may not need renumbering.
      *The run totals go to AUDITLOG.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHKDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY ACCTCKPR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
               88  WS-END-OF-FILE         VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".

       01  WS-COUNTERS.
           05  WS-ACCOUNT-COUNT           PIC 9(6) COMP VALUE ZERO.
           05  WS-VALID-COUNT             PIC 9(6) COMP VALUE ZERO.
           05  WS-WRONG-DIGIT-COUNT       PIC 9(6) COMP VALUE ZERO.
           05  WS-UNUSABLE-BASE-COUNT     PIC 9(6) COMP VALUE ZERO.
           05  WS-FAILED-COUNT            PIC 9(6) COMP VALUE ZERO.
           05  WS-FAILED-CLOSED-COUNT     PIC 9(6) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
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
               VALUE "CHKDGRPT  ".
           05  FILLER                     PIC X(40) VALUE
               "CUENTAS QUE FALLAN EL DIGITO DE CONTROL".
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
           05  FILLER                     PIC X(10) VALUE
               "  CUENTA".
           05  FILLER                     PIC X(22) VALUE "NOMBRE".
           05  FILLER                     PIC X(04) VALUE "EST".
           05  FILLER                     PIC X(05) VALUE "CAT".
           05  FILLER                     PIC X(08) VALUE "CLIENTE".
           05  FILLER                     PIC X(16) VALUE
               "        SALDO".
           05  FILLER                     PIC X(07) VALUE "DIG.".
           05  FILLER                     PIC X(07) VALUE "DEBE".
           05  FILLER                     PIC X(30) VALUE
               "OBSERVACION".
           05  FILLER                     PIC X(23) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-ACCOUNT             PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-NAME                PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-STATUS              PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RPT-CATEGORY            PIC X(02).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RPT-CUSTOMER            PIC 9(6).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-BALANCE             PIC -(9)9.99.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RPT-KEYED-DIGIT         PIC 9(1).
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-RPT-REQUIRED-DIGIT      PIC X(01).
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-RPT-OBSERVATION         PIC X(30).
           05  FILLER                     PIC X(23) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RPT-TOTAL-LABEL         PIC X(38).
           05  WS-RPT-TOTAL-COUNT         PIC Z(7)9.
           05  FILLER                     PIC X(84) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE.
           05  FILLER                     PIC X(30) VALUE
               "*** FIN DEL INFORME ***".
           05  FILLER                     PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO WS-PAGE-NUMBER.
           PERFORM PRINT-PAGE-HEADING.
           PERFORM REVIEW-ACCOUNT-MASTER.
           PERFORM PRINT-REVIEW-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-MASTER-OPEN-FAILED
               MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
               MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-FAILED-COUNT TO WS-AUDIT-KEY-INPUT
               MOVE "REVISION DE DIGITOS HECHA" TO WS-AUDIT-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "ACCT-CHECK-REPORT" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

       REVIEW-ACCOUNT-MASTER.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ACCOUNT
           END-IF.
           PERFORM REVIEW-ONE-ACCOUNT
               UNTIL WS-END-OF-FILE.
           IF NOT WS-MASTER-OPEN-FAILED
               CLOSE ACCT-MASTER-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    The required digit is printed where there is one; a
      *    base no digit can complete shows a dash instead.
       REVIEW-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE AM-ACCOUNT-NUMBER TO KD-ACCOUNT-NUMBER.
           CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS.
           EVALUATE TRUE
               WHEN KD-NUMBER-VALID
                   ADD 1 TO WS-VALID-COUNT
               WHEN KD-BASE-UNUSABLE
                   ADD 1 TO WS-UNUSABLE-BASE-COUNT
                   MOVE "-" TO WS-RPT-REQUIRED-DIGIT
                   MOVE "BASE SIN DIGITO POSIBLE"
                       TO WS-RPT-OBSERVATION
                   PERFORM NOTE-FAILED-ACCOUNT
               WHEN OTHER
                   ADD 1 TO WS-WRONG-DIGIT-COUNT
                   MOVE KD-CHECK-DIGIT TO WS-RPT-REQUIRED-DIGIT
                   MOVE "DIGITO DE CONTROL ERRONEO"
                       TO WS-RPT-OBSERVATION
                   PERFORM NOTE-FAILED-ACCOUNT
           END-EVALUATE.
           PERFORM READ-NEXT-ACCOUNT.

       NOTE-FAILED-ACCOUNT.
           ADD 1 TO WS-FAILED-COUNT.
           IF AM-STATUS-CLOSED
               ADD 1 TO WS-FAILED-CLOSED-COUNT
           END-IF.
           PERFORM PRINT-FAILED-LINE.

      *----------------------------------------------------------*
      * CHKDGRPT - THE RENUMBERING LIST                          *
      *----------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE RH-RUN-DATE TO WS-RH1-DATE.
           MOVE RH-RUN-TIME TO WS-RH1-TIME.
           MOVE WS-PAGE-NUMBER TO WS-RH1-PAGE.
           IF WS-PAGE-NUMBER = 1
               WRITE REPORT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING 0 LINES
           ELSE
               WRITE REPORT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO WS-LINE-COUNT.

       PRINT-FAILED-LINE.
           IF WS-LINE-COUNT NOT LESS THAN WS-PAGE-LIMIT
               PERFORM PRINT-PAGE-HEADING
           END-IF.
           MOVE AM-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT.
           MOVE AM-ACCOUNT-NAME TO WS-RPT-NAME.
           MOVE AM-ACCOUNT-STATUS TO WS-RPT-STATUS.
           MOVE AM-ACCOUNT-CATEGORY TO WS-RPT-CATEGORY.
           MOVE AM-CUSTOMER-NUMBER TO WS-RPT-CUSTOMER.
           MOVE AM-BALANCE TO WS-RPT-BALANCE.
           MOVE KD-ACCOUNT-CHECK TO WS-RPT-KEYED-DIGIT.
           WRITE REPORT-LINE FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           DISPLAY "  " AM-ACCOUNT-NUMBER " " AM-ACCOUNT-NAME " "
               WS-RPT-OBSERVATION.

       PRINT-REVIEW-TOTALS.
           MOVE "Cuentas examinadas" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-ACCOUNT-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "Con digito de control correcto"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-VALID-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Con digito de control erroneo"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-WRONG-DIGIT-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Con base sin digito posible"
               TO WS-RPT-TOTAL-LABEL.
           MOVE WS-UNUSABLE-BASE-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "A renumerar" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-FAILED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "  de ellas ya cerradas" TO WS-RPT-TOTAL-LABEL.
           MOVE WS-FAILED-CLOSED-COUNT TO WS-RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM WS-RPT-TRAILER-LINE
               AFTER ADVANCING 2 LINES.
           DISPLAY "=============================================".
           DISPLAY "  ACCT-CHECK-REPORT - TOTALES".
           DISPLAY "  Cuentas examinadas      : " WS-ACCOUNT-COUNT.
           DISPLAY "  Digito correcto         : " WS-VALID-COUNT.
           DISPLAY "  Digito erroneo          : " WS-WRONG-DIGIT-COUNT.
           DISPLAY "  Base sin digito posible : "
               WS-UNUSABLE-BASE-COUNT.
           DISPLAY "  A renumerar (cerradas)  : " WS-FAILED-COUNT
               " (" WS-FAILED-CLOSED-COUNT ")".
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "ACCT-CHECK-REPORT" TO AL-PROGRAM-NAME.
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

       END PROGRAM ACCT-CHECK-REPORT.
