      *   selects is logged (code and title, layout now shared via
      *   TRAINREC.CPY with TRAIN-COMPLIANCE); with no catalog the
      *   original tutorial module is still offered.
      * - Audit records now go through AUDIT-CHAIN before they
      *   are written, which stamps the chained sequence number
      *   and check value AUDIT-VERIFY proves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE WS-TRAINEE-ID TO AL-OPERATOR-ID.
           MOVE WS-TRAINEE-ID TO AL-KEY-INPUT.
           MOVE "ONBOARDING COMPLETADO" TO AL-OUTCOME.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

