       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-EXPIRY.
      *Daily release of expired account holds.  A hold placed with
      *an expiry date through HOLD-MAINT stops counting in BASIC-
      *OPERATIONS the day after it expires, but it stays active on
      *ACCTHOLD until somebody lifts it, and ACCT-INQUIRY would go
      *on showing it.  This run reads the BUSDATE business date,
      *passes the hold file once, marks every active hold whose
      *expiry date is before the business date as expired (estado
      *E, released by SYSTEM on the business date), and reports
      *each one released.  The updated file is staged on HOLDTMP
      *and copied over the live ACCTHOLD, the same crash-safe
      *rebuild HOLD-MAINT uses.  Every release and the run totals
      *go to AUDITLOG.
      *Modification history:
      * - Initial version.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT STAGING-FILE ASSIGN TO "HOLDTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAGING-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  STAGING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC
               REPLACING ==ACCOUNT-HOLD-RECORD== BY
                       ==STAGED-HOLD-RECORD==
                   ==HD-HOLD-NUMBER== BY ==SG-HOLD-NUMBER==
                   ==HD-ACCOUNT-NUMBER== BY ==SG-ACCOUNT-NUMBER==
                   ==HD-HOLD-TYPE== BY ==SG-HOLD-TYPE==
                   ==HD-TYPE-FREEZE== BY ==SG-TYPE-FREEZE==
                   ==HD-TYPE-AMOUNT== BY ==SG-TYPE-AMOUNT==
                   ==HD-HOLD-AMOUNT== BY ==SG-HOLD-AMOUNT==
                   ==HD-REASON== BY ==SG-REASON==
                   ==HD-PLACED-BY== BY ==SG-PLACED-BY==
                   ==HD-PLACED-DATE== BY ==SG-PLACED-DATE==
                   ==HD-EXPIRY-DATE== BY ==SG-EXPIRY-DATE==
                   ==HD-HOLD-STATUS== BY ==SG-HOLD-STATUS==
                   ==HD-STATUS-ACTIVE== BY ==SG-STATUS-ACTIVE==
                   ==HD-STATUS-RELEASED== BY ==SG-STATUS-RELEASED==
                   ==HD-STATUS-EXPIRED== BY ==SG-STATUS-EXPIRED==
                   ==HD-RELEASED-BY== BY ==SG-RELEASED-BY==
                   ==HD-RELEASED-DATE== BY ==SG-RELEASED-DATE==.

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

       01  WS-BUSINESS-DATE               PIC 9(8) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HOLD-COUNT              PIC 9(6) COMP VALUE ZERO.
           05  WS-ACTIVE-COUNT            PIC 9(6) COMP VALUE ZERO.
           05  WS-EXPIRED-COUNT           PIC 9(6) COMP VALUE ZERO.

       01  WS-AMOUNT-EDIT                 PIC Z(8)9.99.

       01  WS-FILE-STATUSES.
           05  WS-HOLDS-STATUS            PIC X(02).
           05  WS-STAGING-STATUS          PIC X(02).
           05  WS-BUSDATE-STATUS          PIC X(02).
           05  WS-AUDIT-STATUS            PIC X(02).

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM STAGE-THE-HOLD-FILE.
           IF WS-EXPIRED-COUNT > ZERO
               PERFORM COPY-STAGE-TO-LIVE
           END-IF.
           PERFORM PRINT-REPORT-TOTALS.
           MOVE WS-EXPIRED-COUNT TO WS-AUDIT-KEY-INPUT.
           MOVE "CADUCIDAD DE RETENCIONES HECHA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.
           GOBACK.

       INITIALIZE-RUN.
           MOVE "HOLD-EXPIRY" TO RH-JOB-NAME.
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

      *    One pass over ACCTHOLD onto HOLDTMP; a missing hold
      *    file means nobody has placed a hold yet and there is
      *    nothing to release.
       STAGE-THE-HOLD-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ACCOUNT-HOLD-FILE.
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "  Sin fichero ACCTHOLD (estado "
                   WS-HOLDS-STATUS "), no hay retenciones."
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT STAGING-FILE
               PERFORM READ-NEXT-HOLD
           END-IF.
           PERFORM STAGE-ONE-HOLD
               UNTIL WS-END-OF-FILE.
           IF WS-HOLDS-STATUS NOT = "35"
               CLOSE ACCOUNT-HOLD-FILE
               CLOSE STAGING-FILE
           END-IF.

       READ-NEXT-HOLD.
           READ ACCOUNT-HOLD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

      *    A hold is good through its expiry date; zero means it
      *    runs until HOLD-MAINT releases it.
       STAGE-ONE-HOLD.
           ADD 1 TO WS-HOLD-COUNT.
           IF HD-STATUS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               IF HD-EXPIRY-DATE NOT = ZERO
                       AND HD-EXPIRY-DATE < WS-BUSINESS-DATE
                   PERFORM RELEASE-EXPIRED-HOLD
               END-IF
           END-IF.
           MOVE ACCOUNT-HOLD-RECORD TO STAGED-HOLD-RECORD.
           WRITE STAGED-HOLD-RECORD.
           PERFORM READ-NEXT-HOLD.

       RELEASE-EXPIRED-HOLD.
           SET HD-STATUS-EXPIRED TO TRUE.
           MOVE RH-OPERATOR-ID TO HD-RELEASED-BY.
           MOVE WS-BUSINESS-DATE TO HD-RELEASED-DATE.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE HD-HOLD-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "  LIBERADA " HD-HOLD-NUMBER " cuenta "
               HD-ACCOUNT-NUMBER " tipo " HD-HOLD-TYPE " "
               WS-AMOUNT-EDIT " caduco " HD-EXPIRY-DATE.
           DISPLAY "    Motivo: " HD-REASON " (puesta por "
               HD-PLACED-BY " el " HD-PLACED-DATE ")".
           MOVE SPACES TO WS-AUDIT-KEY-INPUT.
           STRING HD-HOLD-NUMBER " " HD-ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-KEY-INPUT.
           MOVE "RETENCION CADUCADA" TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

       COPY-STAGE-TO-LIVE.
           OPEN INPUT STAGING-FILE.
           OPEN OUTPUT ACCOUNT-HOLD-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM READ-NEXT-STAGED.
           PERFORM COPY-ONE-STAGED
               UNTIL WS-END-OF-FILE.
           CLOSE STAGING-FILE.
           CLOSE ACCOUNT-HOLD-FILE.

       READ-NEXT-STAGED.
           READ STAGING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       COPY-ONE-STAGED.
           MOVE STAGED-HOLD-RECORD TO ACCOUNT-HOLD-RECORD.
           WRITE ACCOUNT-HOLD-RECORD.
           PERFORM READ-NEXT-STAGED.

       PRINT-REPORT-HEADING.
           DISPLAY "=============================================".
           DISPLAY "  HOLD-EXPIRY - RETENCIONES CADUCADAS".
           DISPLAY "  Dia de negocio: " WS-BUSINESS-DATE.
           DISPLAY "=============================================".

       PRINT-REPORT-TOTALS.
           DISPLAY "=============================================".
           DISPLAY "  Retenciones en fichero : " WS-HOLD-COUNT.
           DISPLAY "  Activas antes del pase : " WS-ACTIVE-COUNT.
           DISPLAY "  Liberadas por caducidad: " WS-EXPIRED-COUNT.
           DISPLAY "=============================================".

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE "HOLD-EXPIRY" TO AL-PROGRAM-NAME.
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

       END PROGRAM HOLD-EXPIRY.
