       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN.
      *Shared audit-chain stamp, CALLed by every program that
      *writes AUDITLOG, with the filled-in AUDIT-LOG-RECORD, just
      *before the WRITE.  Gives the record the next sequence
      *number after the last one stamped and its check value,
      *computed by AUDIT-CHECKSUM over the record and the last
      *record's check value, and then remembers both on the one-
      *record AUDITSEQ control file for the next caller.  The log
      *itself is never reread, so stamping costs the same however
      *long AUDITLOG has grown.  A missing AUDITSEQ (the very
      *first record, or straight after LAYOUT-CONVERT has started
      *a fresh chain) starts the chain at sequence one from a
      *zero check value.
      *Modification history:
      * - Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SEQUENCE-FILE ASSIGN TO "AUDITSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-SEQUENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDSEQR.

       WORKING-STORAGE SECTION.
           COPY AUDCKSPR.

       01  WS-LAST-SEQUENCE               PIC 9(9) VALUE ZERO.
       01  WS-LAST-CHECK-VALUE            PIC 9(16) VALUE ZERO.

      *    The record as one image: the chained part is every
      *    field ahead of the check value.
       01  WS-RECORD-IMAGE.
           05  WS-CHAINED-PART            PIC X(113).
           05  WS-CHECK-PART              PIC X(16).

       01  WS-SEQUENCE-STATUS             PIC X(02).

       LINKAGE SECTION.
           COPY AUDITREC.

       PROCEDURE DIVISION USING AUDIT-LOG-RECORD.

      *    Working storage survives between CALLs in the same run
      *    unit, so the last stamp is always taken from AUDITSEQ
      *    afresh rather than from a previous call's values.
       MAIN-PROCEDURE.
           PERFORM READ-LAST-STAMP.
           ADD 1 TO WS-LAST-SEQUENCE.
           MOVE WS-LAST-SEQUENCE TO AL-SEQUENCE-NUMBER.
           MOVE AUDIT-LOG-RECORD TO WS-RECORD-IMAGE.
           MOVE WS-LAST-CHECK-VALUE TO AK-PREVIOUS-CHECK-VALUE.
           MOVE WS-CHAINED-PART TO AK-CHAINED-IMAGE.
           CALL "AUDIT-CHECKSUM" USING AUDIT-CHECKSUM-PARAMETERS.
           MOVE AK-CHECK-VALUE TO AL-CHECK-VALUE.
           PERFORM SAVE-LAST-STAMP.
           GOBACK.

       READ-LAST-STAMP.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           MOVE ZERO TO WS-LAST-CHECK-VALUE.
           OPEN INPUT AUDIT-SEQUENCE-FILE.
           IF WS-SEQUENCE-STATUS = "00"
               READ AUDIT-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AQ-LAST-SEQUENCE NUMERIC
                               AND AQ-LAST-CHECK-VALUE NUMERIC
                           MOVE AQ-LAST-SEQUENCE TO WS-LAST-SEQUENCE
                           MOVE AQ-LAST-CHECK-VALUE
                               TO WS-LAST-CHECK-VALUE
                       END-IF
               END-READ
               CLOSE AUDIT-SEQUENCE-FILE
           END-IF.

       SAVE-LAST-STAMP.
           OPEN OUTPUT AUDIT-SEQUENCE-FILE.
           MOVE AL-SEQUENCE-NUMBER TO AQ-LAST-SEQUENCE.
           MOVE AL-CHECK-VALUE TO AQ-LAST-CHECK-VALUE.
           WRITE AUDIT-SEQUENCE-RECORD.
           CLOSE AUDIT-SEQUENCE-FILE.

       END PROGRAM AUDIT-CHAIN.
