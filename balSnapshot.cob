       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-SNAPSHOT.
      *End-of-day balance snapshot.  AM-BALANCE only ever holds
      *the balance as of the last posting, so the balance an
      *account ended any earlier day on is lost by the next run of
      *the calculator, and interest on the average daily balance
      *could only be worked out by hand from TRIAL-BALANCE
      *printouts.  This step runs after the day's posting, reads
      *the BUSDATE business date, and appends one BALSNAP record
      *per account not closed (business date, account, status,
      *category, balance).  INTEREST-ACCRUAL reads the month's
      *snapshots back at month-end.  A rerun for a business date
      *already on BALSNAP adds nothing, so a restarted stream
      *never counts a day twice.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

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

       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPR.

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
           05  WS-ACCT-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-ACCT-END-OF-FILE    VALUE "Y".
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-TAKEN-SWITCH            PIC X(01) VALUE "N".
               88  WS-DAY-ALREADY-TAKEN   VALUE "Y".

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCOUNT-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-SNAPPED-COUNT           PIC 9(8) COMP VALUE ZERO.
           05  WS-CLOSED-COUNT            PIC 9(8) COMP VALUE ZERO.
           05  WS-BALANCE-TOTAL           PIC S9(11)V99 VALUE ZERO.

       01  WS-AMOUNT-EDIT                 PIC -(11)9.99.

       01  WS-FILE-STATUSES.
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-SNAPSHOT-STATUS         PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM CHECK-DAY-ALREADY-TAKEN.
           MOVE WS-BUSINESS-DATE TO WS-AUDIT-KEY-INPUT.
           IF WS-DAY-ALREADY-TAKEN
               DISPLAY "BALSNAP ya tiene la foto del dia "
                   WS-BUSINESS-DATE "; no se repite."
               MOVE "FOTO YA TOMADA" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM TAKE-THE-SNAPSHOT
               IF WS-MASTER-OPEN-FAILED
                   MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
                   MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM PRINT-SNAPSHOT-TOTALS
                   MOVE "FOTO DE SALDOS TOMADA" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "BAL-SNAPSHOT" TO RH-JOB-NAME.
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

      *    Snapshots are appended in business-date order, so one
      *    dated today can only be the work of an earlier run of
      *    this same step.
       CHECK-DAY-ALREADY-TAKEN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-SNAPSHOT
           END-IF.
           PERFORM CHECK-ONE-SNAPSHOT
               UNTIL WS-END-OF-FILE OR WS-DAY-ALREADY-TAKEN.
           IF WS-SNAPSHOT-STATUS NOT = "35"
               CLOSE SNAPSHOT-FILE
           END-IF.

       READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-SNAPSHOT.
           IF BS-BUSINESS-DATE = WS-BUSINESS-DATE
               SET WS-DAY-ALREADY-TAKEN TO TRUE
           ELSE
               PERFORM READ-NEXT-SNAPSHOT
           END-IF.

       TAKE-THE-SNAPSHOT.
           PERFORM OPEN-MASTER-OR-STOP.
           IF WS-MASTER-OPEN-FAILED
               CONTINUE
           ELSE
               OPEN EXTEND SNAPSHOT-FILE
               IF WS-SNAPSHOT-STATUS NOT = "00"
                   OPEN OUTPUT SNAPSHOT-FILE
               END-IF
               PERFORM READ-NEXT-ACCOUNT
               PERFORM SNAP-ONE-ACCOUNT
                   UNTIL WS-ACCT-END-OF-FILE
               CLOSE SNAPSHOT-FILE
               CLOSE ACCT-MASTER-FILE
           END-IF.

       OPEN-MASTER-OR-STOP.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
               SET WS-ACCT-END-OF-FILE TO TRUE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-END-OF-FILE TO TRUE
           END-READ.

       SNAP-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF AM-STATUS-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               MOVE WS-BUSINESS-DATE TO BS-BUSINESS-DATE
               MOVE AM-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER
               MOVE AM-ACCOUNT-STATUS TO BS-ACCOUNT-STATUS
               MOVE AM-ACCOUNT-CATEGORY TO BS-ACCOUNT-CATEGORY
               MOVE AM-BALANCE TO BS-BALANCE
               WRITE BALANCE-SNAPSHOT-RECORD
               ADD 1 TO WS-SNAPPED-COUNT
               ADD AM-BALANCE TO WS-BALANCE-TOTAL
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

       PRINT-SNAPSHOT-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  BAL-SNAPSHOT - DIA " WS-BUSINESS-DATE.
           DISPLAY "  Cuentas leidas        : " WS-ACCOUNT-COUNT.
           DISPLAY "  Saldos fotografiados  : " WS-SNAPPED-COUNT.
           DISPLAY "  Cuentas cerradas      : " WS-CLOSED-COUNT.
           MOVE WS-BALANCE-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "  Suma de saldos        : " WS-AMOUNT-EDIT.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "BAL-SNAPSHOT" TO AL-PROGRAM-NAME.
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

       END PROGRAM BAL-SNAPSHOT.
