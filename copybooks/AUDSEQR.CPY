      *----------------------------------------------------------*
      *  AUDSEQR.CPY                                              *
      *  Audit-chain control record (AUDITSEQ): the sequence      *
      *  number and check value of the last AUDIT-LOG-RECORD      *
      *  AUDIT-CHAIN stamped.  One record, rewritten on every     *
      *  stamp, so each new audit line chains on from the last    *
      *  one without rereading the log, and AUDIT-VERIFY can tell *
      *  when lines have gone missing from the end of AUDITLOG.   *
      *  A missing or empty AUDITSEQ starts the chain at one.     *
      *----------------------------------------------------------*
       01  AUDIT-SEQUENCE-RECORD.
           05  AQ-LAST-SEQUENCE           PIC 9(9).
           05  AQ-LAST-CHECK-VALUE        PIC 9(16).
