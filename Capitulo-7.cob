      * - The banner now shows every BULLETIN notice in effect for
      *   the run date, so shop-wide avisos stop travelling by
      *   sticky note.
      * - The audit record now goes through AUDIT-CHAIN before it
      *   is written, like every other AUDITLOG writer, so
      *   AUDIT-VERIFY finds it stamped.

       environment division.
       input-output section.
       01  ws-ctlfile-status          pic x(02).
       01  ws-audit-status            pic x(02).
       01  ws-bulletin-status         pic x(02).
       01  ws-audit-return-code       pic s9(4) comp value zero.

       01  ws-bulletin-eof-switch     pic x(01) value "N".
           88  ws-bulletin-eof        value "Y".
           move rh-operator-id     to al-operator-id.
           move jc-job-name        to al-key-input.
           move "BANNER DISPLAYED" to al-outcome.
           move return-code to ws-audit-return-code.
           call "AUDIT-CHAIN" using audit-log-record.
           move ws-audit-return-code to return-code.
           write audit-log-record.
           close audit-log-file.

