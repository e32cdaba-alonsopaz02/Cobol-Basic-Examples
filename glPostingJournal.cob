       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING-JOURNAL.
      *Posting journal and debit/credit balancing over the business
      *day's lines on GLJRNL, the journal GL-JOURNAL-BUILD makes out
      *of BASIC-OPERATIONS' GLINTFC and the ledger actually loads.
      *Prints one journal line per GL-INTERFACE-RECORD, accumulates
      *debits and credits separately per GL-ACCOUNT-NUMBER and in
      *total, and flags the whole file as out of balance when total
      * - Initial version.
      * - STOP RUN replaced with GOBACK so JOB-CONTROLLER can CALL
      *   this program as a scheduled step and get control back.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - The journal is now taken off GLJRNL for the BUSDATE
      *   business date, as GL-TRANSMIT sends it, instead of the
      *   single-sided GLINTFC, which could never balance and left
      *   the verdict GL DESCUADRADO every day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    GL-JOURNAL-BUILD's journal, in the GL interface layout.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY GLINTREC.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
           05  WS-TABLE-FULL-SWITCH       PIC X(01) VALUE "N".
               88  WS-TABLE-FULL-WARNED   VALUE "Y".

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT            PIC 9(8) COMP VALUE ZERO.
           05  WS-DEBIT-COUNT             PIC 9(8) COMP VALUE ZERO.
       01  WS-AMOUNT-EDIT-2               PIC -(11)9.99.

       01  WS-GL-STATUS                   PIC X(02).
       01  WS-BUSDATE-STATUS              PIC X(02).
       01  WS-AUDIT-STATUS                PIC X(02).
       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM PRINT-JOURNAL-HEADING.
           PERFORM READ-GL-FILE.
           PERFORM PRINT-ACCOUNT-TOTALS.
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

       PRINT-JOURNAL-HEADING.
           DISPLAY "  Dia de negocio: " WS-BUSINESS-DATE.
           DISPLAY "  FECHA    CUENTA D/C IMPORTE        ORIGEN".

       READ-GL-FILE.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "  No se pudo abrir GLJRNL (estado "
                   WS-GL-STATUS "), no hay asientos que listar."
               SET WS-END-OF-FILE TO TRUE
           ELSE
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    GLJRNL is cumulative; only the business day's lines
      *    are journalled.
       JOURNAL-ONE-RECORD.
           IF GL-RUN-DATE = WS-BUSINESS-DATE
               PERFORM JOURNAL-DAY-RECORD
           END-IF.
           PERFORM READ-NEXT-GL-RECORD.

       JOURNAL-DAY-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE GL-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "  " GL-RUN-DATE " " GL-ACCOUNT-NUMBER " "
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
           PERFORM ACCUMULATE-ACCOUNT-TOTAL.

      *    Find (or open) this GL account's slot in the per-account
      *    table and add the amount to its debit or credit side.
           MOVE WS-RECORD-COUNT TO WS-AUDIT-KEY-INPUT.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

