      *   return code 12 instead of replaying against an unopened
      *   master, and each file is closed under its own switch
      *   rather than the journal's status speaking for both.
      * - The account record, and the journal's before and after
      *   images with it, grew to 54 bytes for the owning
      *   customer number.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.  The run's return
      *   code is kept across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ==AM-LAST-ACTIVITY-DATE== BY
                       ==BK-LAST-ACTIVITY-DATE==
                   ==AM-ACCOUNT-CATEGORY== BY
                       ==BK-ACCOUNT-CATEGORY==
                   ==AM-CUSTOMER-NUMBER== BY
                       ==BK-CUSTOMER-NUMBER==.

       FD  BACKUP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-BACKUP-DATE             PIC 9(8) VALUE ZERO.
           05  WS-BACKUP-TIME             PIC 9(8) VALUE ZERO.

       01  WS-IMAGE-WORK                  PIC X(54).
       01  WS-IMAGE-WORK-R REDEFINES WS-IMAGE-WORK.
           05  WS-IMG-ACCOUNT-NUMBER      PIC 9(6).
           05  FILLER                     PIC X(48).

       01  WS-JOURNAL-COUNTERS.
           05  WS-JRNL-READ-COUNT         PIC 9(8) COMP VALUE ZERO.

       01  WS-AUDIT-KEY-INPUT             PIC X(30).
       01  WS-AUDIT-OUTCOME               PIC X(30).
       01  WS-AUDIT-RETURN-CODE           PIC S9(4) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE RH-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-AUDIT-KEY-INPUT TO AL-KEY-INPUT.
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME.
           MOVE RETURN-CODE TO WS-AUDIT-RETURN-CODE.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-RETURN-CODE TO RETURN-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

