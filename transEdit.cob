       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANS-EDIT.
      *Front-end edit over the raw transaction feed.  The feed now
      *arrives on TRANSRAW as one or more batches, each carrying a
      *batch header (batch number, source, creation date), the
      *detail records, and a trailer (record count, hash total of
      *NUM1/NUM2), optionally wrapped in a transmission header and
      *trailer.  This program verifies every batch's trailer
      *against the details actually present and rejects a batch
      *on any mismatch, on a malformed batch, or on a batch number
      *the accepted-batch register (BATCHREG) says we already
      *took.  Only the clean batches are released, together, on a
      *detail-only TRANSIN to BASIC-OPERATIONS; the rejected ones
      *go to TRANSREJ.  With nothing accepted an EMPTY TRANSIN is
      *released so a stale file from yesterday can never be
      *calculated twice.  The verdicts go to AUDITLOG.
      *Modification history:
      * - Initial version: a resent feed used to post twice and
      *   still reconcile CUADRADO because input and output only
      *   TRANSHAR archive: on the first day after a month-end
      *   close, yesterday's postings live there and the live
      *   TRANSHST alone would leave the window empty.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.
      * - TRANSRAW may now carry a transmission of several
      *   batches inside a file-level header and trailer.  A
      *   first pass edits every batch on its own - structure,
      *   trailer count and hash, BATCHREG, a number repeated
      *   inside the transmission - and a second pass releases
      *   the accepted batches to TRANSIN together, each record
      *   stamped with its batch number, and appends the rejected
      *   ones as sent to TRANSREJ for correction and resubmission.
      *   Records found outside any batch are rejected the same
      *   way.  A transmission whose own trailer does not agree
      *   with the batches in it has lost or gained batches on the
      *   way, so none of it is released.  The console report and
      *   AUDITLOG carry a verdict per batch; the run ends with
      *   return code 8 only when nothing at all was released,
      *   so one bad batch no longer stops the good ones.  The
      *   batch number now rides on each TRANSIN record, so the
      *   one-record CURBATCH control is no longer written, and a
      *   fully edited TRANSRAW is emptied like any consumed feed.
      * - Every detail's account number, and a transfer's
      *   receiving account in the NUM2 position, must now carry
      *   a valid check digit (ACCT-CHECK-DIGIT).  A batch with a
      *   detail that fails is rejected whole to TRANSREJ, so a
      *   mistyped number can no longer post to whichever account
      *   happens to have it.
      * - The recent window also loads the TRANSHYR yearly
      *   archive: when YEAR-END-CLOSE has run after the December
      *   month-end, the last day of the year is already there on
      *   the first business day of the next.
      * - The check digit is no longer demanded on the generated
      *   batches (numbers 800000 and up, the range BATCH-ENTRY
      *   keeps from operators): they are built off ACCTMAST
      *   itself, so an account opened before the check-digit
      *   scheme condemned the whole STANDING-GEN or accrual batch
      *   and its closure payout could never post.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSIN-STATUS.

           SELECT REJECT-FILE ASSIGN TO "TRANSREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT YEARLY-ARCHIVE-FILE ASSIGN TO "TRANSHYR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARLY-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FEED-FILE
           05  RAW-ACCOUNT-NUMBER         PIC 9(6).
           05  RAW-NUM1                   PIC 9(4)V99.
           05  RAW-NUM2                   PIC 9(4)V99.
           05  RAW-COUNTER-ACCOUNT REDEFINES RAW-NUM2
                                          PIC 9(6).
           05  RAW-OPERATION-CODE         PIC X(01).
               88  RAW-OP-TRANSFER        VALUE "T".
           05  FILLER                     PIC X(06).

       FD  TRANS-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANSINR.

      *    Rejected batches, appended exactly as they arrived on
      *    TRANSRAW so they can be corrected and sent again.
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS.
       01  REJECT-RECORD                  PIC X(25).

       FD  BATCH-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHRGR.
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
                   ==TH-OPERATION-CODE== BY ==HY-OPERATION-CODE==
                   ==TH-RESULT== BY ==HY-RESULT==
                   ==TH-STATUS-CODE== BY ==HY-STATUS-CODE==
                   ==TH-STATUS-OK== BY ==HY-STATUS-OK==
                   ==TH-STATUS-REVERSED== BY ==HY-STATUS-REVERSED==
                   ==TH-OPERATOR-ID== BY ==HY-OPERATOR-ID==
                   ==TH-BATCH-NUMBER== BY ==HY-BATCH-NUMBER==.

       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATER.
           LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

       WORKING-STORAGE SECTION.
           COPY WSRUNHDR.
           COPY ACCTCKPR.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH              PIC X(01) VALUE "N".
           05  WS-BATCH-STATE             PIC X(01) VALUE "H".
               88  WS-EXPECTING-HEADER    VALUE "H".
               88  WS-EXPECTING-DETAIL    VALUE "D".
               88  WS-IN-STRAY-RUN        VALUE "S".
           05  WS-DUPLICATE-SWITCH        PIC X(01) VALUE "N".
               88  WS-BATCH-IS-DUPLICATE  VALUE "Y".
           05  WS-HIST-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-SCREEN-FULL-WARNED  VALUE "Y".
           05  WS-GENERATOR-SWITCH        PIC X(01) VALUE "N".
               88  WS-GENERATOR-BATCH     VALUE "Y".
           05  WS-ENVELOPE-SWITCH         PIC X(01) VALUE "N".
               88  WS-HAS-ENVELOPE        VALUE "Y".
           05  WS-FILE-TRAILER-SWITCH     PIC X(01) VALUE "N".
               88  WS-FILE-TRAILER-SEEN   VALUE "Y".
           05  WS-FEED-SWITCH             PIC X(01) VALUE "N".
               88  WS-FEED-MISSING        VALUE "Y".
           05  WS-OVERFLOW-SWITCH         PIC X(01) VALUE "N".
               88  WS-TABLE-OVERFLOW      VALUE "Y".
           05  WS-EDIT-PASS               PIC X(01) VALUE "1".
               88  WS-FIRST-PASS          VALUE "1".
               88  WS-RELEASE-PASS        VALUE "2".

      *    What the record just read is: part of the transmission
      *    envelope, or a batch header, trailer or detail.
       01  WS-RECORD-KIND                 PIC X(01) VALUE SPACE.
           88  WS-KIND-ENVELOPE           VALUE "F".
           88  WS-KIND-HEADER             VALUE "H".
           88  WS-KIND-TRAILER            VALUE "T".
           88  WS-KIND-DETAIL             VALUE "D".

       01  WS-BATCH-NUMBER                PIC 9(6) VALUE ZERO.
       01  WS-SENDER                      PIC X(08) VALUE SPACES.

       01  WS-TRANSMISSION-REASON         PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RAW-RECORD-COUNT        PIC 9(6) COMP VALUE ZERO.
           05  WS-SUSPECT-COUNT           PIC 9(6) COMP VALUE ZERO.
           05  WS-RELEASED-COUNT          PIC 9(6) COMP VALUE ZERO.
           05  WS-REJECT-RECORD-COUNT     PIC 9(6) COMP VALUE ZERO.
           05  WS-ACCEPTED-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-REJECTED-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  WS-FILE-BATCH-COUNT        PIC 9(4) COMP VALUE ZERO.
           05  WS-FILE-DETAIL-COUNT       PIC 9(6) COMP VALUE ZERO.
           05  WS-FILE-HASH-TOTAL         PIC 9(9)V99 VALUE ZERO.

      *    The transmission trailer as sent, kept past the read.
       01  WS-FILE-TRAILER-VALUES.
           05  WS-FT-BATCH-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-FT-RECORD-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-FT-HASH-TOTAL           PIC 9(9)V99 VALUE ZERO.

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.
       01  WS-AGE-DATE                    PIC 9(8) VALUE ZERO.

      *    STANDING-GEN, FEE-ACCRUAL, INTEREST-ACCRUAL and ACCT-MAINT
      *    number their batches from here up; BATCH-ENTRY keeps
      *    operators out of the range.
       01  WS-FIRST-GENERATED-BATCH       PIC 9(6) VALUE 800000.
       01  WS-DATE-INTEGER                PIC 9(8) COMP VALUE ZERO.

      *    One record's worth of history key fields, shared by
           05  WS-WORK-OPERATION          PIC X(01).
           05  WS-WORK-STATUS             PIC X(02).

      *    Every batch (and every run of records found outside a
      *    batch) in the order it appears on TRANSRAW.  The first
      *    pass fills it and decides each verdict; the second pass
      *    finds each record's entry by the same ordinal.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES.
               10  WS-BE-KIND             PIC X(01).
                   88  WS-BE-IS-BATCH     VALUE "B".
                   88  WS-BE-IS-STRAY     VALUE "S".
               10  WS-BE-NUMBER           PIC 9(6).
               10  WS-BE-SOURCE           PIC X(08).
               10  WS-BE-DETAIL-COUNT     PIC 9(6) COMP.
               10  WS-BE-HASH-TOTAL       PIC 9(9)V99.
               10  WS-BE-TRAILER-SWITCH   PIC X(01).
                   88  WS-BE-TRAILER-SEEN VALUE "Y".
               10  WS-BE-TRAILER-COUNT    PIC 9(6).
               10  WS-BE-TRAILER-HASH     PIC 9(9)V99.
               10  WS-BE-VERDICT          PIC X(01).
                   88  WS-BE-ACCEPTED     VALUE "Y".
               10  WS-BE-REASON           PIC X(30).
               10  WS-BE-RELEASED         PIC 9(6) COMP.
               10  WS-BE-SUSPECTS         PIC 9(6) COMP.

       01  WS-GROUP-ORDINAL               PIC 9(4) COMP VALUE ZERO.
       01  WS-CURRENT-ENTRY               PIC 9(4) COMP VALUE ZERO.
       01  WS-BATCH-SUB                   PIC 9(4) COMP VALUE ZERO.
       01  WS-SCAN-SUB                    PIC 9(4) COMP VALUE ZERO.
       01  WS-SCAN-LIMIT                  PIC 9(4) COMP VALUE ZERO.
       01  WS-BATCH-MAX                   PIC 9(4) COMP VALUE 500.

      *    The duplicate screen: every detail key already released
      *    in this batch, plus every OK posting on TRANSHST from
      *    the current and previous business day (the resend
      *    window that actually bites) and every detail released
      *    by an earlier batch of the same transmission.  Both
      *    scanned front to back per detail.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-COUNT              PIC 9(5) COMP VALUE ZERO.
           05  WS-SEEN-ENTRY OCCURS 5000 TIMES.
       01  WS-RCT-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-RCT-MAX                     PIC 9(5) COMP VALUE 10000.

      *    Suspects held back from TRANSIN and filed to EXCPRPT at
      *    the end of the run.  Only accepted batches are screened,
      *    so a condemned batch never files a suspect.
       01  WS-SUSPECT-TABLE.
           05  WS-SUS-ENTRY OCCURS 5000 TIMES.
               10  WS-SUS-ACCOUNT         PIC 9(6).
       01  WS-SUS-MAX                     PIC 9(5) COMP VALUE 5000.

       01  WS-HASH-EDIT                   PIC -(9)9.99.
       01  WS-TRAILER-HASH-EDIT           PIC -(9)9.99.
       01  WS-ACCEPTED-EDIT               PIC ZZZ9.
       01  WS-REJECTED-EDIT               PIC ZZZ9.

       01  WS-FILE-STATUSES.
           05  WS-RAW-STATUS              PIC X(02).
           05  WS-TRANSIN-STATUS          PIC X(02).
           05  WS-REJECT-STATUS           PIC X(02).
           05  WS-REGISTER-STATUS         PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).
           05  WS-HIST-STATUS             PIC X(02).
           05  WS-ARCHIVE-STATUS          PIC X(02).
           05  WS-YEARLY-STATUS           PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-EXCP-STATUS             PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-RECENT-YEARLY-ARCHIVE.
           PERFORM LOAD-RECENT-ARCHIVE.
           PERFORM LOAD-RECENT-HISTORY.
           PERFORM EDIT-TRANSMISSION.
           PERFORM DECIDE-BATCH-VERDICTS.
           IF WS-FEED-MISSING OR WS-TABLE-OVERFLOW
               PERFORM RELEASE-EMPTY-TRANSIN
           ELSE
               PERFORM RELEASE-TRANSMISSION
               PERFORM REGISTER-ACCEPTED-BATCHES
               PERFORM FILE-SUSPECT-EXCEPTIONS
               PERFORM EMPTY-RAW-FEED
           END-IF.
           PERFORM PRINT-EDIT-REPORT.
           PERFORM AUDIT-BATCH-VERDICTS.
           PERFORM AUDIT-TRANSMISSION-VERDICT.
           EVALUATE TRUE
               WHEN WS-TABLE-OVERFLOW
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ACCEPTED-COUNT = ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       INITIALIZE-RUN.
           COMPUTE WS-AGE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).

      *    On the first business day of a year whose close has
      *    already run, yesterday's postings are on the yearly
      *    archive.
       LOAD-RECENT-YEARLY-ARCHIVE.
           MOVE "N" TO WS-HIST-EOF-SWITCH.
           OPEN INPUT YEARLY-ARCHIVE-FILE.
           IF WS-YEARLY-STATUS NOT = "00"
               SET WS-HIST-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-YEARLY-RECORD
           END-IF.
           PERFORM LOAD-ONE-YEARLY-RECORD
               UNTIL WS-HIST-END-OF-FILE.
           IF WS-YEARLY-STATUS NOT = "35"
               CLOSE YEARLY-ARCHIVE-FILE
           END-IF.

       READ-NEXT-YEARLY-RECORD.
           READ YEARLY-ARCHIVE-FILE
               AT END
                   SET WS-HIST-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ONE-YEARLY-RECORD.
           MOVE HY-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE HY-ACCOUNT-NUMBER TO WS-WORK-ACCOUNT.
           MOVE HY-NUM1 TO WS-WORK-NUM1.
           MOVE HY-NUM2 TO WS-WORK-NUM2.
           MOVE HY-OPERATION-CODE TO WS-WORK-OPERATION.
           MOVE HY-STATUS-CODE TO WS-WORK-STATUS.
           PERFORM LOAD-WORK-RECORD.
           PERFORM READ-NEXT-YEARLY-RECORD.

      *    On the first business day after a month-end close,
      *    yesterday's postings are already on the archive, so
      *    the window loads the archive as well as the live file.
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * BOTH PASSES - WHICH BATCH DOES THIS RECORD BELONG TO?    *
      * A batch header always opens a new entry; a batch trailer *
      * closes the open batch.  Details or trailers met outside  *
      * a batch open a stray entry of their own, which runs      *
      * until the next header.  Envelope records belong to no    *
      * entry and close any batch still open.  Both passes walk  *
      * TRANSRAW through this one paragraph, so the ordinal the  *
      * release pass arrives at is the entry the edit pass made. *
      *----------------------------------------------------------*
       OPEN-RAW-FEED.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-FEED-SWITCH.
           MOVE ZERO TO WS-RAW-RECORD-COUNT.
           MOVE ZERO TO WS-GROUP-ORDINAL.
           MOVE ZERO TO WS-CURRENT-ENTRY.
           SET WS-EXPECTING-HEADER TO TRUE.
           OPEN INPUT RAW-FEED-FILE.
           IF WS-RAW-STATUS NOT = "00"
               SET WS-FEED-MISSING TO TRUE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-RAW-RECORD
           END-IF.

       READ-NEXT-RAW-RECORD.
           READ RAW-FEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RAW-RECORD-COUNT
           END-READ.

       CLASSIFY-RAW-RECORD.
           EVALUATE TRUE
               WHEN TF-IS-FILE-HEADER OR TT-IS-FILE-TRAILER
                   SET WS-KIND-ENVELOPE TO TRUE
                   MOVE ZERO TO WS-CURRENT-ENTRY
                   SET WS-EXPECTING-HEADER TO TRUE
               WHEN BH-IS-HEADER
                   SET WS-KIND-HEADER TO TRUE
                   PERFORM START-NEW-ENTRY
                   SET WS-EXPECTING-DETAIL TO TRUE
                   IF NOT WS-TABLE-OVERFLOW
                       SET WS-BE-IS-BATCH (WS-CURRENT-ENTRY) TO TRUE
                   END-IF
               WHEN BT-IS-TRAILER
                   SET WS-KIND-TRAILER TO TRUE
                   PERFORM PLACE-BATCH-RECORD
               WHEN OTHER
                   SET WS-KIND-DETAIL TO TRUE
                   PERFORM PLACE-BATCH-RECORD
           END-EVALUATE.

      *    A trailer inside a batch closes it; a trailer or detail
      *    with no batch open starts (or continues) a stray run.
       PLACE-BATCH-RECORD.
           EVALUATE TRUE
               WHEN WS-EXPECTING-DETAIL
                   IF WS-KIND-TRAILER
                       SET WS-EXPECTING-HEADER TO TRUE
                   END-IF
               WHEN WS-IN-STRAY-RUN
                   CONTINUE
               WHEN OTHER
                   PERFORM START-NEW-ENTRY
                   SET WS-IN-STRAY-RUN TO TRUE
                   IF NOT WS-TABLE-OVERFLOW
                       SET WS-BE-IS-STRAY (WS-CURRENT-ENTRY) TO TRUE
                   END-IF
           END-EVALUATE.

       START-NEW-ENTRY.
           IF WS-GROUP-ORDINAL NOT LESS THAN WS-BATCH-MAX
               IF NOT WS-TABLE-OVERFLOW
                   DISPLAY "  TABLA DESBORDADA: mas de " WS-BATCH-MAX
                       " lotes en TRANSRAW; no se libera nada."
                   SET WS-TABLE-OVERFLOW TO TRUE
                   MOVE "TABLA DE LOTES DESBORDADA"
                       TO WS-TRANSMISSION-REASON
               END-IF
           ELSE
               ADD 1 TO WS-GROUP-ORDINAL
               MOVE WS-GROUP-ORDINAL TO WS-CURRENT-ENTRY
               IF WS-FIRST-PASS
                   INITIALIZE WS-BATCH-ENTRY (WS-CURRENT-ENTRY)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      * FIRST PASS - EDIT EVERY BATCH ON ITS OWN                 *
      *----------------------------------------------------------*
       EDIT-TRANSMISSION.
           SET WS-FIRST-PASS TO TRUE.
           PERFORM OPEN-RAW-FEED.
           IF WS-FEED-MISSING
               MOVE "SIN FICHERO DE ENTRADA" TO WS-TRANSMISSION-REASON
           END-IF.
           PERFORM EDIT-ONE-RAW-RECORD
               UNTIL WS-END-OF-FILE OR WS-TABLE-OVERFLOW.
           IF NOT WS-FEED-MISSING
               CLOSE RAW-FEED-FILE
           END-IF.

       EDIT-ONE-RAW-RECORD.
           IF WS-FILE-TRAILER-SEEN
                   AND WS-TRANSMISSION-REASON = SPACES
               MOVE "REGISTROS TRAS TOTALES FICHERO"
                   TO WS-TRANSMISSION-REASON
           END-IF.
           PERFORM CLASSIFY-RAW-RECORD.
           IF NOT WS-TABLE-OVERFLOW
               EVALUATE TRUE
                   WHEN WS-KIND-ENVELOPE
                       PERFORM TAKE-ENVELOPE-RECORD
                   WHEN WS-BE-IS-STRAY (WS-CURRENT-ENTRY)
                       PERFORM TAKE-STRAY-RECORD
                   WHEN WS-KIND-HEADER
                       PERFORM TAKE-HEADER-RECORD
                   WHEN WS-KIND-TRAILER
                       PERFORM TAKE-TRAILER-RECORD
                   WHEN OTHER
                       PERFORM TAKE-DETAIL-RECORD
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-RAW-RECORD.

      *    The transmission header must be the very first record
      *    and its trailer must follow one; a feed that starts
      *    with a batch header is taken as bare batches with no
      *    file-level totals to prove.
       TAKE-ENVELOPE-RECORD.
           IF TF-IS-FILE-HEADER
               IF WS-RAW-RECORD-COUNT = 1
                   SET WS-HAS-ENVELOPE TO TRUE
                   MOVE TF-SENDER TO WS-SENDER
               ELSE
                   IF WS-TRANSMISSION-REASON = SPACES
                       MOVE "CABECERA FICHERO FUERA SITIO"
                           TO WS-TRANSMISSION-REASON
                   END-IF
               END-IF
           ELSE
               IF NOT WS-HAS-ENVELOPE
                   IF WS-TRANSMISSION-REASON = SPACES
                       MOVE "FALTA CABECERA DE FICHERO"
                           TO WS-TRANSMISSION-REASON
                   END-IF
               ELSE
                   MOVE TT-BATCH-COUNT TO WS-FT-BATCH-COUNT
                   MOVE TT-RECORD-COUNT TO WS-FT-RECORD-COUNT
                   MOVE TT-HASH-TOTAL TO WS-FT-HASH-TOTAL
                   SET WS-FILE-TRAILER-SEEN TO TRUE
               END-IF
           END-IF.

       TAKE-HEADER-RECORD.
           MOVE BH-BATCH-NUMBER TO WS-BATCH-NUMBER.
           MOVE BH-BATCH-NUMBER TO WS-BE-NUMBER (WS-CURRENT-ENTRY).
           MOVE BH-BATCH-SOURCE TO WS-BE-SOURCE (WS-CURRENT-ENTRY).
           PERFORM CHECK-REGISTER-FOR-DUPLICATE.
           IF WS-BATCH-IS-DUPLICATE
               MOVE "LOTE YA ACEPTADO"
                   TO WS-BE-REASON (WS-CURRENT-ENTRY)
           ELSE
               PERFORM CHECK-EARLIER-BATCHES
               IF WS-BATCH-IS-DUPLICATE
                   MOVE "LOTE REPETIDO EN TRANSMISION"
                       TO WS-BE-REASON (WS-CURRENT-ENTRY)
               END-IF
           END-IF.

      *    A detail whose account number (or, for a transfer,
      *    receiving account) fails its check digit condemns the
      *    batch; it is counted into the totals like any other so
      *    the trailer is still proved as sent.  A generated batch
      *    takes its account numbers off ACCTMAST, where accounts
      *    older than the check digit still live, so it is not
      *    checked.
       TAKE-DETAIL-RECORD.
           ADD 1 TO WS-BE-DETAIL-COUNT (WS-CURRENT-ENTRY).
           ADD RAW-NUM1 TO WS-BE-HASH-TOTAL (WS-CURRENT-ENTRY).
           ADD RAW-NUM2 TO WS-BE-HASH-TOTAL (WS-CURRENT-ENTRY).
           IF WS-BE-NUMBER (WS-CURRENT-ENTRY) LESS THAN
                   WS-FIRST-GENERATED-BATCH
               PERFORM CHECK-DETAIL-CHECK-DIGITS
           END-IF.

       CHECK-DETAIL-CHECK-DIGITS.
           MOVE RAW-ACCOUNT-NUMBER TO KD-ACCOUNT-NUMBER.
           CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS.
           IF KD-NUMBER-VALID AND RAW-OP-TRANSFER
               MOVE RAW-COUNTER-ACCOUNT TO KD-ACCOUNT-NUMBER
               CALL "ACCT-CHECK-DIGIT" USING ACCT-CHECK-PARAMETERS
           END-IF.
           IF NOT KD-NUMBER-VALID
                   AND WS-BE-REASON (WS-CURRENT-ENTRY) = SPACES
               MOVE "DIGITO DE CONTROL ERRONEO"
                   TO WS-BE-REASON (WS-CURRENT-ENTRY)
           END-IF.

       TAKE-TRAILER-RECORD.
           MOVE BT-RECORD-COUNT
               TO WS-BE-TRAILER-COUNT (WS-CURRENT-ENTRY).
           MOVE BT-HASH-TOTAL TO WS-BE-TRAILER-HASH (WS-CURRENT-ENTRY).
           SET WS-BE-TRAILER-SEEN (WS-CURRENT-ENTRY) TO TRUE.

      *    Records outside any batch cannot be proved by anybody's
      *    trailer; they are counted and sent back as they came.
       TAKE-STRAY-RECORD.
           ADD 1 TO WS-BE-DETAIL-COUNT (WS-CURRENT-ENTRY).
           IF WS-BE-REASON (WS-CURRENT-ENTRY) = SPACES
               IF WS-KIND-TRAILER
                   MOVE "TOTALES FUERA DE SITIO"
                       TO WS-BE-REASON (WS-CURRENT-ENTRY)
               ELSE
                   MOVE "DETALLES FUERA DE LOTE"
                       TO WS-BE-REASON (WS-CURRENT-ENTRY)
               END-IF
           END-IF.

      *    The register of already-accepted batch numbers is small
      *    enough to scan front to back for every batch header.
       CHECK-REGISTER-FOR-DUPLICATE.
           SET WS-DUPLICATE-SWITCH TO "N".
           MOVE "N" TO WS-REG-EOF-SWITCH.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               SET WS-REG-END-OF-FILE TO TRUE
           ELSE
               PERFORM READ-NEXT-REGISTER-RECORD
           END-IF.
           PERFORM CHECK-ONE-REGISTER-RECORD
               UNTIL WS-REG-END-OF-FILE OR WS-BATCH-IS-DUPLICATE.
           IF WS-REGISTER-STATUS NOT = "35"
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       READ-NEXT-REGISTER-RECORD.
           READ BATCH-REGISTER-FILE
               AT END
                   SET WS-REG-END-OF-FILE TO TRUE
           END-READ.

       CHECK-ONE-REGISTER-RECORD.
           IF BR-BATCH-NUMBER = WS-BATCH-NUMBER
               SET WS-BATCH-IS-DUPLICATE TO TRUE
           ELSE
               PERFORM READ-NEXT-REGISTER-RECORD
           END-IF.

      *    The same batch number twice in one transmission would
      *    pass the register both times, since nothing is
      *    registered until the run ends; the later copy loses.
       CHECK-EARLIER-BATCHES.
           SET WS-DUPLICATE-SWITCH TO "N".
           MOVE ZERO TO WS-SCAN-SUB.
           COMPUTE WS-SCAN-LIMIT = WS-CURRENT-ENTRY - 1.
           PERFORM CHECK-ONE-EARLIER-BATCH
               UNTIL WS-BATCH-IS-DUPLICATE
               OR WS-SCAN-SUB NOT LESS THAN WS-SCAN-LIMIT.

       CHECK-ONE-EARLIER-BATCH.
           ADD 1 TO WS-SCAN-SUB.
           IF WS-BE-IS-BATCH (WS-SCAN-SUB)
                   AND WS-BE-NUMBER (WS-SCAN-SUB) = WS-BATCH-NUMBER
               SET WS-BATCH-IS-DUPLICATE TO TRUE
           END-IF.

      *----------------------------------------------------------*
      * VERDICTS                                                 *
      * Each batch stands or falls on its own trailer.  The      *
      * transmission trailer counts every batch that was sent,   *
      * good or bad; if it disagrees, batches were lost or added *
      * in transit and none of the transmission is released.     *
      *----------------------------------------------------------*
       DECIDE-BATCH-VERDICTS.
           MOVE ZERO TO WS-BATCH-SUB.
           PERFORM DECIDE-ONE-BATCH
               UNTIL WS-BATCH-SUB NOT LESS THAN WS-GROUP-ORDINAL.
           PERFORM CHECK-TRANSMISSION-TOTALS.
           MOVE ZERO TO WS-BATCH-SUB.
           PERFORM COUNT-ONE-VERDICT
               UNTIL WS-BATCH-SUB NOT LESS THAN WS-GROUP-ORDINAL.

       DECIDE-ONE-BATCH.
           ADD 1 TO WS-BATCH-SUB.
           MOVE "N" TO WS-BE-VERDICT (WS-BATCH-SUB).
           IF WS-BE-IS-BATCH (WS-BATCH-SUB)
               ADD 1 TO WS-FILE-BATCH-COUNT
               ADD WS-BE-DETAIL-COUNT (WS-BATCH-SUB)
                   TO WS-FILE-DETAIL-COUNT
               ADD WS-BE-HASH-TOTAL (WS-BATCH-SUB)
                   TO WS-FILE-HASH-TOTAL
               IF WS-BE-REASON (WS-BATCH-SUB) = SPACES
                   PERFORM PROVE-BATCH-TRAILER
               END-IF
           END-IF.

       PROVE-BATCH-TRAILER.
           EVALUATE TRUE
               WHEN NOT WS-BE-TRAILER-SEEN (WS-BATCH-SUB)
                   MOVE "FALTAN TOTALES"
                       TO WS-BE-REASON (WS-BATCH-SUB)
               WHEN WS-BE-DETAIL-COUNT (WS-BATCH-SUB)
                       NOT = WS-BE-TRAILER-COUNT (WS-BATCH-SUB)
                   MOVE "RECUENTO NO CUADRA"
                       TO WS-BE-REASON (WS-BATCH-SUB)
               WHEN WS-BE-HASH-TOTAL (WS-BATCH-SUB)
                       NOT = WS-BE-TRAILER-HASH (WS-BATCH-SUB)
                   MOVE "HASH NO CUADRA"
                       TO WS-BE-REASON (WS-BATCH-SUB)
               WHEN OTHER
                   SET WS-BE-ACCEPTED (WS-BATCH-SUB) TO TRUE
           END-EVALUATE.

       CHECK-TRANSMISSION-TOTALS.
           IF WS-HAS-ENVELOPE AND WS-TRANSMISSION-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT WS-FILE-TRAILER-SEEN
                       MOVE "FALTAN TOTALES DE FICHERO"
                           TO WS-TRANSMISSION-REASON
                   WHEN WS-FT-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
                     OR WS-FT-RECORD-COUNT NOT = WS-FILE-DETAIL-COUNT
                     OR WS-FT-HASH-TOTAL NOT = WS-FILE-HASH-TOTAL
                       MOVE "TRANSMISION NO CUADRA"
                           TO WS-TRANSMISSION-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-GROUP-ORDINAL = ZERO
                   AND WS-TRANSMISSION-REASON = SPACES
               MOVE "FICHERO SIN LOTES" TO WS-TRANSMISSION-REASON
           END-IF.

       COUNT-ONE-VERDICT.
           ADD 1 TO WS-BATCH-SUB.
           IF WS-BE-ACCEPTED (WS-BATCH-SUB)
                   AND WS-TRANSMISSION-REASON NOT = SPACES
               MOVE "N" TO WS-BE-VERDICT (WS-BATCH-SUB)
               MOVE "TRANSMISION RECHAZADA"
                   TO WS-BE-REASON (WS-BATCH-SUB)
           END-IF.
           IF WS-BE-ACCEPTED (WS-BATCH-SUB)
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      *----------------------------------------------------------*
      * SECOND PASS - RELEASE THE GOOD, RETURN THE BAD           *
      * Accepted batches are screened for duplicates and staged  *
      * onto TRANSIN detail by detail, each stamped with its     *
      * batch number.  Everything belonging to a rejected entry, *
      * header and trailer included, is appended to TRANSREJ as *
      * it was received.  With nothing accepted TRANSIN is left  *
      * empty, never holding yesterday's work.                   *
      *----------------------------------------------------------*
       RELEASE-TRANSMISSION.
           SET WS-RELEASE-PASS TO TRUE.
           IF WS-REJECTED-COUNT > ZERO
               OPEN EXTEND REJECT-FILE
               IF WS-REJECT-STATUS NOT = "00"
                   OPEN OUTPUT REJECT-FILE
               END-IF
           END-IF.
           OPEN OUTPUT TRANS-IN-FILE.
           PERFORM OPEN-RAW-FEED.
           PERFORM RELEASE-ONE-RAW-RECORD
               UNTIL WS-END-OF-FILE.
           IF NOT WS-FEED-MISSING
               CLOSE RAW-FEED-FILE
           END-IF.
           CLOSE TRANS-IN-FILE.
           IF WS-REJECTED-COUNT > ZERO
               CLOSE REJECT-FILE
           END-IF.

       RELEASE-ONE-RAW-RECORD.
           PERFORM CLASSIFY-RAW-RECORD.
           IF NOT WS-KIND-ENVELOPE
               IF WS-BE-ACCEPTED (WS-CURRENT-ENTRY)
                   EVALUATE TRUE
                       WHEN WS-KIND-HEADER
                           PERFORM START-BATCH-RELEASE
                       WHEN WS-KIND-TRAILER
                           PERFORM END-BATCH-RELEASE
                       WHEN OTHER
                           PERFORM RELEASE-DETAIL-RECORD
                   END-EVALUATE
               ELSE
                   MOVE BATCH-HEADER-RECORD TO REJECT-RECORD
                   WRITE REJECT-RECORD
                   ADD 1 TO WS-REJECT-RECORD-COUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-RAW-RECORD.

      *    The in-batch side of the screen starts afresh for every
      *    batch; a STANDING-GEN batch skips the history side.
       START-BATCH-RELEASE.
           MOVE WS-BE-NUMBER (WS-CURRENT-ENTRY) TO WS-BATCH-NUMBER.
           MOVE "N" TO WS-GENERATOR-SWITCH.
           IF WS-BE-SOURCE (WS-CURRENT-ENTRY) = "STANDORD"
               SET WS-GENERATOR-BATCH TO TRUE
           END-IF.
           MOVE ZERO TO WS-SEEN-COUNT.

      *    A released batch joins the recent window, so a later
      *    batch of the same transmission repeating it screens
      *    exactly as it would have against yesterday's history.
       END-BATCH-RELEASE.
           MOVE ZERO TO WS-SEEN-SUB.
           PERFORM ADD-ONE-SEEN-TO-RECENT
               UNTIL WS-SEEN-SUB NOT LESS THAN WS-SEEN-COUNT.

       ADD-ONE-SEEN-TO-RECENT.
           ADD 1 TO WS-SEEN-SUB.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE.
           MOVE WS-SN-ACCOUNT (WS-SEEN-SUB) TO WS-WORK-ACCOUNT.
           MOVE WS-SN-NUM1 (WS-SEEN-SUB) TO WS-WORK-NUM1.
           MOVE WS-SN-NUM2 (WS-SEEN-SUB) TO WS-WORK-NUM2.
           MOVE WS-SN-OPERATION (WS-SEEN-SUB) TO WS-WORK-OPERATION.
           MOVE "OK" TO WS-WORK-STATUS.
           PERFORM LOAD-WORK-RECORD.

       RELEASE-DETAIL-RECORD.
           PERFORM SCREEN-FOR-DUPLICATE.
           IF WS-DETAIL-IS-SUSPECT
                   AND WS-SUSPECT-COUNT LESS THAN WS-SUS-MAX
               PERFORM HOLD-SUSPECT-DETAIL
               ADD 1 TO WS-BE-SUSPECTS (WS-CURRENT-ENTRY)
           ELSE
               IF WS-DETAIL-IS-SUSPECT
                       AND NOT WS-SCREEN-FULL-WARNED
                   DISPLAY "  AVISO: mas de " WS-SUS-MAX
                       " sospechosos, el resto se libera"
                       " sin cribar."
                   SET WS-SCREEN-FULL-WARNED TO TRUE
               END-IF
               PERFORM REMEMBER-RELEASED-DETAIL
               ADD 1 TO WS-RELEASED-COUNT
               ADD 1 TO WS-BE-RELEASED (WS-CURRENT-ENTRY)
               MOVE RAW-ACCOUNT-NUMBER TO ITR-ACCOUNT-NUMBER
               MOVE RAW-NUM1 TO ITR-NUM1
               MOVE RAW-NUM2 TO ITR-NUM2
               MOVE RAW-OPERATION-CODE TO ITR-OPERATION-CODE
               MOVE WS-BATCH-NUMBER TO ITR-BATCH-NUMBER
               WRITE IN-TRANS-RECORD
           END-IF.

      *----------------------------------------------------------*
      * operation was already released in this batch or posted *
      * OK inside the screening window.  The suspect still     *
      * counts toward the trailer check - the feed sent it -   *
      * but is held back from TRANSIN and filed to EXCPRPT,    *
      * where EXCP-REPAIR recycles it if the repeat was meant. *
      * A STANDING-GEN batch skips the history side: a daily   *
      * standing order legitimately repeats yesterday's        *
      * posting, and its own regeneration protection is the    *
      * accepted-batch register.                               *
      *----------------------------------------------------------*
       SCREEN-FOR-DUPLICATE.
           SET WS-DUP-SUSPECT-SWITCH TO "N".
       HOLD-SUSPECT-DETAIL.
           ADD 1 TO WS-SUSPECT-COUNT.
           DISPLAY "  POSIBLE DUPLICADO cuenta " RAW-ACCOUNT-NUMBER
               " operacion " RAW-OPERATION-CODE " lote "
               WS-BATCH-NUMBER ", retenido.".
           MOVE RAW-ACCOUNT-NUMBER
               TO WS-SUS-ACCOUNT (WS-SUSPECT-COUNT).
           MOVE RAW-NUM1 TO WS-SUS-NUM1 (WS-SUSPECT-COUNT).
           MOVE RAW-OPERATION-CODE
               TO WS-SUS-OPERATION (WS-SUSPECT-COUNT).

       FILE-SUSPECT-EXCEPTIONS.
           IF WS-SUSPECT-COUNT > ZERO
               OPEN EXTEND EXCEPTION-FILE
           MOVE "TRANS-EDIT" TO EX-RAISED-BY.
           WRITE EXCEPTION-RECORD.

       REGISTER-ACCEPTED-BATCHES.
           IF WS-ACCEPTED-COUNT > ZERO
               OPEN EXTEND BATCH-REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = "00"
                   OPEN OUTPUT BATCH-REGISTER-FILE
               END-IF
               MOVE ZERO TO WS-BATCH-SUB
               PERFORM REGISTER-ONE-BATCH
                   UNTIL WS-BATCH-SUB NOT LESS THAN WS-GROUP-ORDINAL
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       REGISTER-ONE-BATCH.
           ADD 1 TO WS-BATCH-SUB.
           IF WS-BE-ACCEPTED (WS-BATCH-SUB)
               MOVE WS-BE-NUMBER (WS-BATCH-SUB) TO BR-BATCH-NUMBER
               MOVE RH-RUN-DATE TO BR-ACCEPT-DATE
               WRITE BATCH-REGISTER-RECORD
           END-IF.

      *    Every record of the feed is now either on TRANSIN or on
      *    TRANSREJ, so TRANSRAW is emptied like any consumed
      *    input, leaving it free for the next feed or generator.
       EMPTY-RAW-FEED.
           OPEN OUTPUT RAW-FEED-FILE.
           CLOSE RAW-FEED-FILE.

      *    A missing feed or a transmission too big to edit must
      *    not leave yesterday's TRANSIN where the calculator can
      *    see it.  TRANSRAW is left as it is to be dealt with.
       RELEASE-EMPTY-TRANSIN.
           OPEN OUTPUT TRANS-IN-FILE.
           CLOSE TRANS-IN-FILE.

       PRINT-EDIT-REPORT.
           DISPLAY "=============================================".
           DISPLAY "  TRANS-EDIT - CONTROL DE LA TRANSMISION".
           IF WS-HAS-ENVELOPE
               DISPLAY "  Emisor  : " WS-SENDER
                   "  Lotes en totales: " WS-FT-BATCH-COUNT
               MOVE WS-FILE-HASH-TOTAL TO WS-HASH-EDIT
               MOVE WS-FT-HASH-TOTAL TO WS-TRAILER-HASH-EDIT
               DISPLAY "  Detalles: " WS-FILE-DETAIL-COUNT
                   "  En totales: " WS-FT-RECORD-COUNT
               DISPLAY "  Hash    : " WS-HASH-EDIT
                   "  En totales: " WS-TRAILER-HASH-EDIT
           ELSE
               DISPLAY "  Sin cabecera de transmision: lotes sueltos."
           END-IF.
           DISPLAY "  Lotes   : " WS-FILE-BATCH-COUNT
               "  Aceptados: " WS-ACCEPTED-COUNT
               "  Rechazados: " WS-REJECTED-COUNT.
           DISPLAY "---------------------------------------------".
           MOVE ZERO TO WS-BATCH-SUB.
           PERFORM PRINT-ONE-BATCH-VERDICT
               UNTIL WS-BATCH-SUB NOT LESS THAN WS-GROUP-ORDINAL.
           DISPLAY "---------------------------------------------".
           DISPLAY "  Liberados: " WS-RELEASED-COUNT
               "  Duplicados sospechosos: " WS-SUSPECT-COUNT.
           DISPLAY "  Registros devueltos a TRANSREJ: "
               WS-REJECT-RECORD-COUNT.
           EVALUATE TRUE
               WHEN WS-TRANSMISSION-REASON NOT = SPACES
                   DISPLAY "  ESTADO: TRANSMISION RECHAZADA - "
                       WS-TRANSMISSION-REASON
               WHEN WS-ACCEPTED-COUNT = ZERO
                   DISPLAY "  ESTADO: NINGUN LOTE ACEPTADO - TRANSIN"
                       " VACIO"
               WHEN WS-REJECTED-COUNT > ZERO
                   DISPLAY "  ESTADO: ACEPTADA EN PARTE - TRANSIN"
                       " LIBERADO, RECHAZOS EN TRANSREJ"
               WHEN OTHER
                   DISPLAY "  ESTADO: TRANSMISION ACEPTADA - TRANSIN"
                       " LIBERADO"
           END-EVALUATE.
           DISPLAY "=============================================".

       PRINT-ONE-BATCH-VERDICT.
           ADD 1 TO WS-BATCH-SUB.
           IF WS-BE-IS-STRAY (WS-BATCH-SUB)
               DISPLAY "  Fuera de lote: "
                   WS-BE-DETAIL-COUNT (WS-BATCH-SUB) " registros"
               DISPLAY "    RECHAZADO - " WS-BE-REASON (WS-BATCH-SUB)
           ELSE
               MOVE WS-BE-HASH-TOTAL (WS-BATCH-SUB) TO WS-HASH-EDIT
               MOVE WS-BE-TRAILER-HASH (WS-BATCH-SUB)
                   TO WS-TRAILER-HASH-EDIT
               DISPLAY "  Lote " WS-BE-NUMBER (WS-BATCH-SUB) " "
                   WS-BE-SOURCE (WS-BATCH-SUB)
                   "  Detalles: " WS-BE-DETAIL-COUNT (WS-BATCH-SUB)
                   "  En totales: "
                   WS-BE-TRAILER-COUNT (WS-BATCH-SUB)
               DISPLAY "    Hash: " WS-HASH-EDIT
                   "  En totales: " WS-TRAILER-HASH-EDIT
               IF WS-BE-ACCEPTED (WS-BATCH-SUB)
                   DISPLAY "    ACEPTADO - liberados "
                       WS-BE-RELEASED (WS-BATCH-SUB)
                       "  sospechosos "
                       WS-BE-SUSPECTS (WS-BATCH-SUB)
               ELSE
                   DISPLAY "    RECHAZADO - "
                       WS-BE-REASON (WS-BATCH-SUB)
               END-IF
           END-IF.

      *    One audit record per batch verdict, then one for the
      *    transmission as a whole.
       AUDIT-BATCH-VERDICTS.
           MOVE ZERO TO WS-BATCH-SUB.
           PERFORM AUDIT-ONE-BATCH-VERDICT
               UNTIL WS-BATCH-SUB NOT LESS THAN WS-GROUP-ORDINAL.

       AUDIT-ONE-BATCH-VERDICT.
           ADD 1 TO WS-BATCH-SUB.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           IF WS-BE-IS-STRAY (WS-BATCH-SUB)
               STRING "FUERA DE LOTE " WS-BE-REASON (WS-BATCH-SUB)
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
           ELSE
               IF WS-BE-ACCEPTED (WS-BATCH-SUB)
                   STRING WS-BE-NUMBER (WS-BATCH-SUB) " "
                       WS-BE-SOURCE (WS-BATCH-SUB)
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
               ELSE
                   STRING WS-BE-NUMBER (WS-BATCH-SUB) " "
                       WS-BE-REASON (WS-BATCH-SUB)
                       DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
               END-IF
           END-IF.
           IF WS-BE-ACCEPTED (WS-BATCH-SUB)
               MOVE "LOTE ACEPTADO" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE "LOTE RECHAZADO" TO WS-AUDIT-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       AUDIT-TRANSMISSION-VERDICT.
           MOVE WS-ACCEPTED-COUNT TO WS-ACCEPTED-EDIT.
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-EDIT.
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           IF WS-HAS-ENVELOPE
               STRING WS-SENDER " " WS-ACCEPTED-EDIT " "
                   WS-REJECTED-EDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
           ELSE
               STRING "SIN SOBRE" " " WS-ACCEPTED-EDIT " "
                   WS-REJECTED-EDIT
                   DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT
           END-IF.
           EVALUATE TRUE
               WHEN WS-TRANSMISSION-REASON NOT = SPACES
                   MOVE WS-TRANSMISSION-REASON TO WS-AUDIT-OUTCOME
               WHEN WS-ACCEPTED-COUNT = ZERO
                   MOVE "NADA LIBERADO" TO WS-AUDIT-OUTCOME
               WHEN WS-REJECTED-COUNT > ZERO
                   MOVE "TRANSMISION ACEPTADA EN PARTE"
                       TO WS-AUDIT-OUTCOME
               WHEN OTHER
                   MOVE "TRANSMISION ACEPTADA" TO WS-AUDIT-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
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

