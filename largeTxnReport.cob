       IDENTIFICATION DIVISION.
       PROGRAM-ID. LARGE-TXN-REPORT.
      *Daily large-transaction regulatory filing.  Compliance had
      *to report every customer whose posted activity on one
      *business day added up to more than the regulatory
      *threshold, and built the list by hand from HIST-EXTRACT
      *output.  This step reads the BUSDATE business date, totals
      *each account's OK postings for that day off TRANSHST
      *(debits and credits alike count as activity; on the last
      *business day of the month MONTH-END-CLOSE has already moved
      *the day onto the TRANSHAR archive, so that is read too),
      *and groups the accounts by their owning customer on
      *CUSTMAST; an account with no customer, or every account
      *when there is no CUSTMAST yet, stands on its own.  Each
      *subject whose day total exceeds the LRGPARM threshold is
      *written to the REGFILE filing between a header and a
      *trailer, and each of its account-days goes onto the
      *FILEREG register.  An account-day already on the register
      *is never filed again: a subject made up only of filed
      *account-days is skipped, and a rerun with nothing new to
      *file leaves the previous REGFILE untouched.  Every filing
      *and the run totals go to AUDITLOG.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - The day is also totalled off TRANSHAR: at month-end the
      *   close runs first and moves the whole month, the business
      *   day included, off TRANSHST, which left nothing to file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-HIST-FILE ASSIGN TO "TRANSHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "TRANSHAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT LARGE-TXN-PARM-FILE ASSIGN TO "LRGPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FILING-FILE ASSIGN TO "REGFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

           SELECT FILING-REGISTER-FILE ASSIGN TO "FILEREG"
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

       FD  ACCT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

       FD  LARGE-TXN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LRGPARMR.

       FD  FILING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY REGFILR.

       FD  FILING-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FILREGR.

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
           05  WS-MASTER-FAIL-SWITCH      PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN-FAILED  VALUE "Y".
           05  WS-TABLE-FULL-SWITCH       PIC X(01) VALUE "N".
               88  WS-TABLE-IS-FULL       VALUE "Y".
           05  WS-BY-CUSTOMER-SWITCH      PIC X(01) VALUE "N".
               88  WS-BY-CUSTOMER         VALUE "Y".
           05  WS-ENTRY-FOUND-SWITCH      PIC X(01) VALUE "N".
               88  WS-ENTRY-WAS-FOUND     VALUE "Y".

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-THRESHOLD-AMOUNT            PIC 9(9)V99 VALUE ZERO.
       01  WS-INSTITUTION-CODE            PIC X(08) VALUE SPACES.

      *    One OK posting, off either history file.
       01  WS-WORK-ACCOUNT                PIC 9(6) VALUE ZERO.
       01  WS-WORK-RESULT                 PIC S9(5)V99 VALUE ZERO.

      *    The day's OK postings per account, and the subject
      *    (customer, or the account itself) each account files
      *    under.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               10  WS-AT-ACCOUNT          PIC 9(6).
               10  WS-AT-TOTAL            PIC 9(11)V99.
               10  WS-AT-TXN-COUNT        PIC 9(5).
               10  WS-AT-SUBJECT-SUB      PIC 9(4) COMP.
               10  WS-AT-FILED            PIC X(01).

       01  WS-SUBJECT-TABLE.
           05  WS-SUBJ-COUNT              PIC 9(4) COMP VALUE ZERO.
           05  WS-SUBJ-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-TYPE             PIC X(01).
               10  WS-ST-NUMBER           PIC 9(6).
               10  WS-ST-TOTAL            PIC 9(11)V99.
               10  WS-ST-TXN-COUNT        PIC 9(5).
               10  WS-ST-ACCOUNT-COUNT    PIC 9(3).
               10  WS-ST-NEW-COUNT        PIC 9(3).

      *    Accounts already filed for the business day.
       01  WS-FILED-TABLE.
           05  WS-FILED-COUNT             PIC 9(4) COMP VALUE ZERO.
           05  WS-FILED-ACCOUNT OCCURS 2000 TIMES
                                          PIC 9(6).

       01  WS-TABLE-MAX                   PIC 9(4) COMP VALUE 2000.
       01  WS-ACCT-SUB                    PIC 9(4) COMP VALUE ZERO.
       01  WS-SUBJ-SUB                    PIC 9(4) COMP VALUE ZERO.
       01  WS-FILED-SUB                   PIC 9(4) COMP VALUE ZERO.
       01  WS-FIND-SUB                    PIC 9(4) COMP VALUE ZERO.

       01  WS-SUBJECT-KEY.
           05  WS-SK-TYPE                 PIC X(01).
           05  WS-SK-NUMBER               PIC 9(6).

       01  WS-COUNTERS.
           05  WS-HIST-READ-COUNT         PIC 9(8) COMP VALUE ZERO.
           05  WS-ARCHIVE-READ-COUNT      PIC 9(8) COMP VALUE ZERO.
           05  WS-DAY-POSTING-COUNT       PIC 9(8) COMP VALUE ZERO.
           05  WS-OVER-COUNT              PIC 9(6) COMP VALUE ZERO.
           05  WS-ALREADY-FILED-COUNT     PIC 9(6) COMP VALUE ZERO.
           05  WS-FILED-NOW-COUNT         PIC 9(6) COMP VALUE ZERO.
           05  WS-REGISTERED-COUNT        PIC 9(6) COMP VALUE ZERO.

       01  WS-FILED-AMOUNT-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-AMOUNT-EDIT                 PIC Z(10)9.99.

       01  WS-FILE-STATUSES.
           05  WS-HIST-STATUS             PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-ACCTMAST-STATUS         PIC X(02).
           05  WS-CUSTMAST-STATUS         PIC X(02).
           05  WS-PARM-STATUS             PIC X(02).
           05  WS-FILING-STATUS           PIC X(02).
           05  WS-REGISTER-STATUS         PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-LARGE-TXN-PARM.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-FILING-REGISTER.
           PERFORM TOTAL-THE-DAY.
           IF WS-TABLE-IS-FULL
               DISPLAY "Tablas de trabajo desbordadas (maximo "
                   WS-TABLE-MAX "); no se presenta declaracion."
               MOVE WS-BUSINESS-DATE TO WS-AUDIT-KEY-INPUT
               MOVE "TABLAS DESBORDADAS" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM OPEN-MASTERS
               IF WS-MASTER-OPEN-FAILED
                   MOVE "ACCTMAST" TO WS-AUDIT-KEY-INPUT
                   MOVE "MAESTRO NO DISPONIBLE" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM PRODUCE-THE-FILING
                   PERFORM CLOSE-MASTERS
                   PERFORM PRINT-REPORT-TOTALS
                   MOVE WS-BUSINESS-DATE TO WS-AUDIT-KEY-INPUT
                   MOVE "DECLARACION DIARIA HECHA" TO WS-AUDIT-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "LARGE-TXN-REPORT" TO RH-JOB-NAME.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-RUN-TIME FROM TIME.
           MOVE "SYSTEM" TO RH-OPERATOR-ID.
           DISPLAY "=============================================".
           DISPLAY "  " RH-JOB-NAME " - Fecha: " RH-RUN-DATE
               " Hora: " RH-RUN-TIME.
           DISPLAY "=============================================".

       READ-LARGE-TXN-PARM.
           MOVE 10000.00 TO WS-THRESHOLD-AMOUNT.
           MOVE "BASICOPS" TO WS-INSTITUTION-CODE.
           OPEN INPUT LARGE-TXN-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ LARGE-TXN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-THRESHOLD-AMOUNT IS NUMERIC
                               AND LP-THRESHOLD-AMOUNT > ZERO
                           MOVE LP-THRESHOLD-AMOUNT
                               TO WS-THRESHOLD-AMOUNT
                       END-IF
                       IF LP-INSTITUTION-CODE NOT = SPACES
                           MOVE LP-INSTITUTION-CODE
                               TO WS-INSTITUTION-CODE
                       END-IF
               END-READ
               CLOSE LARGE-TXN-PARM-FILE
           END-IF.

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

      *    Only the business day's register entries matter here.
       LOAD-FILING-REGISTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT FILING-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-REGISTER
           END-IF.
           PERFORM LOAD-ONE-REGISTER-ENTRY
               UNTIL WS-END-OF-FILE.
           IF WS-REGISTER-STATUS NOT = "35"
               CLOSE FILING-REGISTER-FILE
           END-IF.

       READ-NEXT-REGISTER.
           READ FILING-REGISTER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-REGISTER-ENTRY.
           IF FG-BUSINESS-DATE = WS-BUSINESS-DATE
               IF WS-FILED-COUNT < WS-TABLE-MAX
                   ADD 1 TO WS-FILED-COUNT
                   MOVE FG-ACCOUNT-NUMBER
                       TO WS-FILED-ACCOUNT (WS-FILED-COUNT)
               ELSE
                   SET WS-TABLE-IS-FULL TO TRUE
               END-IF
           END-IF.
           PERFORM READ-NEXT-REGISTER.

      *    Debits come through the history with a negative RESULT;
      *    both directions count toward the day's activity.  Once
      *    MONTH-END-CLOSE has run for the month the day sits on
      *    the TRANSHAR archive instead of TRANSHST.
       TOTAL-THE-DAY.
           PERFORM TOTAL-ARCHIVED-DAY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TRANS-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "  Sin TRANSHST (estado " WS-HIST-STATUS
                   "), no hay movimientos."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-HIST-RECORD
           END-IF.
           PERFORM TOTAL-ONE-HIST-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-HIST-STATUS NOT = "35"
               CLOSE TRANS-HIST-FILE
           END-IF.

       TOTAL-ARCHIVED-DAY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-ARCHIVE-RECORD
           END-IF.
           PERFORM TOTAL-ONE-ARCHIVE-RECORD
               UNTIL WS-END-OF-FILE.
           IF WS-ARCHIVE-STATUS NOT = "35"
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-NEXT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
           END-READ.

       TOTAL-ONE-ARCHIVE-RECORD.
           IF HA-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND HA-STATUS-OK
               MOVE HA-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               MOVE HA-RESULT TO WS-WORK-RESULT
               PERFORM TOTAL-WORK-POSTING
           END-IF.
           PERFORM READ-NEXT-ARCHIVE-RECORD.

       READ-NEXT-HIST-RECORD.
           READ TRANS-HIST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
           END-READ.

       TOTAL-ONE-HIST-RECORD.
           IF TH-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND TH-STATUS-OK
               MOVE TH-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT
               MOVE TH-RESULT TO WS-WORK-RESULT
               PERFORM TOTAL-WORK-POSTING
           END-IF.
           PERFORM READ-NEXT-HIST-RECORD.

       TOTAL-WORK-POSTING.
           ADD 1 TO WS-DAY-POSTING-COUNT.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-ACCT-SUB > ZERO
               IF WS-WORK-RESULT < ZERO
                   SUBTRACT WS-WORK-RESULT
                       FROM WS-AT-TOTAL (WS-ACCT-SUB)
               ELSE
                   ADD WS-WORK-RESULT TO WS-AT-TOTAL (WS-ACCT-SUB)
               END-IF
               ADD 1 TO WS-AT-TXN-COUNT (WS-ACCT-SUB)
           END-IF.

       FIND-ACCOUNT-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
           MOVE ZERO TO WS-FIND-SUB.
           PERFORM MATCH-ONE-ACCOUNT-ENTRY
               UNTIL WS-ENTRY-WAS-FOUND
                   OR WS-FIND-SUB NOT LESS THAN WS-ACCT-COUNT.
           IF WS-ENTRY-WAS-FOUND
               MOVE WS-FIND-SUB TO WS-ACCT-SUB
           ELSE
               IF WS-ACCT-COUNT < WS-TABLE-MAX
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
                   MOVE WS-WORK-ACCOUNT
                       TO WS-AT-ACCOUNT (WS-ACCT-SUB)
                   MOVE ZERO TO WS-AT-TOTAL (WS-ACCT-SUB)
                   MOVE ZERO TO WS-AT-TXN-COUNT (WS-ACCT-SUB)
                   MOVE ZERO TO WS-AT-SUBJECT-SUB (WS-ACCT-SUB)
                   MOVE "N" TO WS-AT-FILED (WS-ACCT-SUB)
               ELSE
                   SET WS-TABLE-IS-FULL TO TRUE
                   MOVE ZERO TO WS-ACCT-SUB
               END-IF
           END-IF.

       MATCH-ONE-ACCOUNT-ENTRY.
           ADD 1 TO WS-FIND-SUB.
           IF WS-AT-ACCOUNT (WS-FIND-SUB) = WS-WORK-ACCOUNT
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.

      *    CUSTMAST is optional: until it exists every account is
      *    its own subject.
       OPEN-MASTERS.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCTMAST-STATUS NOT = "00"
               DISPLAY "No se pudo abrir ACCTMAST (estado "
                   WS-ACCTMAST-STATUS "); restaure el maestro con"
                   " ACCT-REBUILD antes de continuar."
               SET WS-MASTER-OPEN-FAILED TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-STATUS = "00"
               SET WS-BY-CUSTOMER TO TRUE
           ELSE
               DISPLAY "  Sin CUSTMAST (estado " WS-CUSTMAST-STATUS
                   "); se declara por cuenta."
           END-IF.

       CLOSE-MASTERS.
           CLOSE ACCT-MASTER-FILE.
           IF WS-BY-CUSTOMER
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      *----------------------------------------------------------*
      * SUBJECTS - ONE PER CUSTOMER OR UNLINKED ACCOUNT          *
      *----------------------------------------------------------*
       PRODUCE-THE-FILING.
           PERFORM BUILD-SUBJECTS.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM COUNT-SUBJECTS-TO-FILE.
           IF WS-OVER-COUNT > ZERO
               PERFORM WRITE-THE-FILING
           ELSE
               DISPLAY "  Nada nuevo que declarar; REGFILE no se"
                   " reescribe."
           END-IF.

       BUILD-SUBJECTS.
           MOVE ZERO TO WS-ACCT-SUB.
           PERFORM ASSIGN-ONE-ACCOUNT
               UNTIL WS-ACCT-SUB NOT LESS THAN WS-ACCT-COUNT.

       ASSIGN-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-SUB.
           MOVE "A" TO WS-SK-TYPE.
           MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO WS-SK-NUMBER.
           IF WS-BY-CUSTOMER
               MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO AM-ACCOUNT-NUMBER
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AM-CUSTOMER-NUMBER NOT = ZERO
                           MOVE "C" TO WS-SK-TYPE
                           MOVE AM-CUSTOMER-NUMBER TO WS-SK-NUMBER
                       END-IF
               END-READ
           END-IF.
           PERFORM FIND-SUBJECT-ENTRY.
           MOVE WS-SUBJ-SUB TO WS-AT-SUBJECT-SUB (WS-ACCT-SUB).
           ADD WS-AT-TOTAL (WS-ACCT-SUB) TO WS-ST-TOTAL (WS-SUBJ-SUB).
           ADD WS-AT-TXN-COUNT (WS-ACCT-SUB)
               TO WS-ST-TXN-COUNT (WS-SUBJ-SUB).
           ADD 1 TO WS-ST-ACCOUNT-COUNT (WS-SUBJ-SUB).
           PERFORM CHECK-ACCOUNT-FILED.
           IF WS-AT-FILED (WS-ACCT-SUB) = "N"
               ADD 1 TO WS-ST-NEW-COUNT (WS-SUBJ-SUB)
           END-IF.

      *    The subject table can never outgrow the account table,
      *    which has already been bounded.
       FIND-SUBJECT-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
           MOVE ZERO TO WS-FIND-SUB.
           PERFORM MATCH-ONE-SUBJECT-ENTRY
               UNTIL WS-ENTRY-WAS-FOUND
                   OR WS-FIND-SUB NOT LESS THAN WS-SUBJ-COUNT.
           IF WS-ENTRY-WAS-FOUND
               MOVE WS-FIND-SUB TO WS-SUBJ-SUB
           ELSE
               ADD 1 TO WS-SUBJ-COUNT
               MOVE WS-SUBJ-COUNT TO WS-SUBJ-SUB
               MOVE WS-SK-TYPE TO WS-ST-TYPE (WS-SUBJ-SUB)
               MOVE WS-SK-NUMBER TO WS-ST-NUMBER (WS-SUBJ-SUB)
               MOVE ZERO TO WS-ST-TOTAL (WS-SUBJ-SUB)
               MOVE ZERO TO WS-ST-TXN-COUNT (WS-SUBJ-SUB)
               MOVE ZERO TO WS-ST-ACCOUNT-COUNT (WS-SUBJ-SUB)
               MOVE ZERO TO WS-ST-NEW-COUNT (WS-SUBJ-SUB)
           END-IF.

       MATCH-ONE-SUBJECT-ENTRY.
           ADD 1 TO WS-FIND-SUB.
           IF WS-ST-TYPE (WS-FIND-SUB) = WS-SK-TYPE
                   AND WS-ST-NUMBER (WS-FIND-SUB) = WS-SK-NUMBER
               SET WS-ENTRY-WAS-FOUND TO TRUE
           END-IF.

       CHECK-ACCOUNT-FILED.
           MOVE "N" TO WS-AT-FILED (WS-ACCT-SUB).
           MOVE ZERO TO WS-FILED-SUB.
           PERFORM CHECK-ONE-FILED-ENTRY
               UNTIL WS-AT-FILED (WS-ACCT-SUB) = "Y"
                   OR WS-FILED-SUB NOT LESS THAN WS-FILED-COUNT.

       CHECK-ONE-FILED-ENTRY.
           ADD 1 TO WS-FILED-SUB.
           IF WS-FILED-ACCOUNT (WS-FILED-SUB)
                   = WS-AT-ACCOUNT (WS-ACCT-SUB)
               MOVE "Y" TO WS-AT-FILED (WS-ACCT-SUB)
           END-IF.

      *    A subject over the threshold is filed only when at least
      *    one of its account-days is not on the register yet.
       COUNT-SUBJECTS-TO-FILE.
           MOVE ZERO TO WS-SUBJ-SUB.
           PERFORM COUNT-ONE-SUBJECT
               UNTIL WS-SUBJ-SUB NOT LESS THAN WS-SUBJ-COUNT.

       COUNT-ONE-SUBJECT.
           ADD 1 TO WS-SUBJ-SUB.
           IF WS-ST-TOTAL (WS-SUBJ-SUB) > WS-THRESHOLD-AMOUNT
               IF WS-ST-NEW-COUNT (WS-SUBJ-SUB) > ZERO
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   ADD 1 TO WS-ALREADY-FILED-COUNT
                   DISPLAY "  YA DECLARADO " WS-ST-TYPE (WS-SUBJ-SUB)
                       " " WS-ST-NUMBER (WS-SUBJ-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * REGFILE FILING AND FILEREG REGISTER                      *
      *----------------------------------------------------------*
       WRITE-THE-FILING.
           OPEN OUTPUT FILING-FILE.
           MOVE SPACES TO FILING-HEADER-RECORD.
           SET FH-IS-HEADER TO TRUE.
           MOVE WS-INSTITUTION-CODE TO FH-INSTITUTION-CODE.
           MOVE RH-RUN-DATE TO FH-FILING-DATE.
           MOVE WS-BUSINESS-DATE TO FH-BUSINESS-DATE.
           MOVE WS-THRESHOLD-AMOUNT TO FH-THRESHOLD-AMOUNT.
           WRITE FILING-HEADER-RECORD.
           OPEN EXTEND FILING-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT FILING-REGISTER-FILE
           END-IF.
           MOVE ZERO TO WS-SUBJ-SUB.
           PERFORM FILE-ONE-SUBJECT
               UNTIL WS-SUBJ-SUB NOT LESS THAN WS-SUBJ-COUNT.
           CLOSE FILING-REGISTER-FILE.
           MOVE SPACES TO FILING-TRAILER-RECORD.
           SET FT-IS-TRAILER TO TRUE.
           MOVE WS-FILED-NOW-COUNT TO FT-DETAIL-COUNT.
           MOVE WS-FILED-AMOUNT-TOTAL TO FT-AMOUNT-TOTAL.
           WRITE FILING-TRAILER-RECORD.
           CLOSE FILING-FILE.

       FILE-ONE-SUBJECT.
           ADD 1 TO WS-SUBJ-SUB.
           IF WS-ST-TOTAL (WS-SUBJ-SUB) > WS-THRESHOLD-AMOUNT
                   AND WS-ST-NEW-COUNT (WS-SUBJ-SUB) > ZERO
               PERFORM WRITE-FILING-DETAIL
               PERFORM REGISTER-SUBJECT-ACCOUNTS
           END-IF.

       WRITE-FILING-DETAIL.
           MOVE SPACES TO FILING-DETAIL-RECORD.
           SET FL-IS-DETAIL TO TRUE.
           MOVE WS-BUSINESS-DATE TO FL-BUSINESS-DATE.
           MOVE WS-ST-TYPE (WS-SUBJ-SUB) TO FL-SUBJECT-TYPE.
           MOVE WS-ST-NUMBER (WS-SUBJ-SUB) TO FL-SUBJECT-NUMBER.
           IF FL-SUBJECT-CUSTOMER
               MOVE WS-ST-NUMBER (WS-SUBJ-SUB) TO CU-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "CLIENTE NO ENCONTRADO" TO FL-SUBJECT-NAME
                   NOT INVALID KEY
                       MOVE CU-CUSTOMER-NAME TO FL-SUBJECT-NAME
                       MOVE CU-TAX-ID TO FL-TAX-ID
               END-READ
           ELSE
               MOVE WS-ST-NUMBER (WS-SUBJ-SUB) TO AM-ACCOUNT-NUMBER
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       MOVE "CUENTA NO ENCONTRADA" TO FL-SUBJECT-NAME
                   NOT INVALID KEY
                       MOVE AM-ACCOUNT-NAME TO FL-SUBJECT-NAME
               END-READ
           END-IF.
           MOVE WS-ST-ACCOUNT-COUNT (WS-SUBJ-SUB) TO FL-ACCOUNT-COUNT.
           MOVE WS-ST-TXN-COUNT (WS-SUBJ-SUB)
               TO FL-TRANSACTION-COUNT.
           MOVE WS-ST-TOTAL (WS-SUBJ-SUB) TO FL-TOTAL-AMOUNT.
           WRITE FILING-DETAIL-RECORD.
           ADD 1 TO WS-FILED-NOW-COUNT.
           ADD WS-ST-TOTAL (WS-SUBJ-SUB) TO WS-FILED-AMOUNT-TOTAL.
           MOVE WS-ST-TOTAL (WS-SUBJ-SUB) TO WS-AMOUNT-EDIT.
           DISPLAY "  DECLARADO " FL-SUBJECT-TYPE " "
               FL-SUBJECT-NUMBER " " FL-SUBJECT-NAME.
           DISPLAY "    Cuentas " FL-ACCOUNT-COUNT " movimientos "
               FL-TRANSACTION-COUNT " importe " WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING WS-BUSINESS-DATE " " FL-SUBJECT-TYPE " "
               FL-SUBJECT-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           MOVE "OPERACION DECLARADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

      *    Every account-day of the subject not yet registered goes
      *    on the register, so no later run files it again.
       REGISTER-SUBJECT-ACCOUNTS.
           MOVE ZERO TO WS-ACCT-SUB.
           PERFORM REGISTER-ONE-ACCOUNT
               UNTIL WS-ACCT-SUB NOT LESS THAN WS-ACCT-COUNT.

       REGISTER-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-SUB.
           IF WS-AT-SUBJECT-SUB (WS-ACCT-SUB) = WS-SUBJ-SUB
                   AND WS-AT-FILED (WS-ACCT-SUB) = "N"
               MOVE WS-BUSINESS-DATE TO FG-BUSINESS-DATE
               MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO FG-ACCOUNT-NUMBER
               MOVE WS-ST-TYPE (WS-SUBJ-SUB) TO FG-SUBJECT-TYPE
               MOVE WS-ST-NUMBER (WS-SUBJ-SUB) TO FG-SUBJECT-NUMBER
               MOVE WS-AT-TOTAL (WS-ACCT-SUB) TO FG-FILED-AMOUNT
               MOVE RH-RUN-DATE TO FG-FILED-DATE
               MOVE RH-RUN-TIME TO FG-FILED-TIME
               WRITE FILING-REGISTER-RECORD
               MOVE "Y" TO WS-AT-FILED (WS-ACCT-SUB)
               ADD 1 TO WS-REGISTERED-COUNT
           END-IF.

       PRINT-REPORT-HEADING.
           DISPLAY "=============================================".
           DISPLAY "  LARGE-TXN-REPORT - DECLARACION DE GRANDES"
               " OPERACIONES".
           DISPLAY "  Dia de negocio: " WS-BUSINESS-DATE.
           MOVE WS-THRESHOLD-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "  Umbral        : " WS-AMOUNT-EDIT.
           DISPLAY "=============================================".

       PRINT-REPORT-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  Registros TRANSHAR leidos : "
               WS-ARCHIVE-READ-COUNT.
           DISPLAY "  Registros TRANSHST leidos : " WS-HIST-READ-COUNT.
           DISPLAY "  Movimientos OK del dia    : "
               WS-DAY-POSTING-COUNT.
           DISPLAY "  Cuentas con movimiento    : " WS-ACCT-COUNT.
           DISPLAY "  Sujetos (cliente/cuenta)  : " WS-SUBJ-COUNT.
           DISPLAY "  Declarados en esta pasada : " WS-FILED-NOW-COUNT.
           DISPLAY "  Ya declarados antes       : "
               WS-ALREADY-FILED-COUNT.
           DISPLAY "  Cuentas-dia registradas   : "
               WS-REGISTERED-COUNT.
           MOVE WS-FILED-AMOUNT-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "  Importe declarado         : " WS-AMOUNT-EDIT.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "LARGE-TXN-REPORT" TO AL-PROGRAM-NAME.
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

       END PROGRAM LARGE-TXN-REPORT.
