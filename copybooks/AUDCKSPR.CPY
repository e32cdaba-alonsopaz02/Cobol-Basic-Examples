      *----------------------------------------------------------*
      *  AUDCKSPR.CPY                                             *
      *  Parameter block passed to the shared AUDIT-CHECKSUM      *
      *  subprogram.  The caller supplies the previous record's   *
      *  check value and the chained part of the audit record     *
      *  (every field ahead of AL-CHECK-VALUE, sequence number    *
      *  included); the subprogram returns the record's check     *
      *  value.  AUDIT-CHAIN uses it to stamp new records and     *
      *  AUDIT-VERIFY to recompute them.                          *
      *----------------------------------------------------------*
       01  AUDIT-CHECKSUM-PARAMETERS.
           05  AK-PREVIOUS-CHECK-VALUE    PIC 9(16).
           05  AK-CHAINED-IMAGE           PIC X(113).
           05  AK-CHECK-VALUE             PIC 9(16).
