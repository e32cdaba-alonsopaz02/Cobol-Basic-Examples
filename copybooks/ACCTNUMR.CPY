      *----------------------------------------------------------*
      *  ACCTNUMR.CPY                                             *
      *  Account-number control record (ACCTNUM): the base (the   *
      *  first five digits) of the last account number ACCT-MAINT *
      *  assigned to an alta.  One record, rewritten by every run *
      *  that assigns a number, so numbering runs on from where   *
      *  it stopped without reading the whole master.  A missing  *
      *  ACCTNUM starts the numbering at base 10001.              *
      *----------------------------------------------------------*
       01  ACCT-NUMBER-CONTROL-RECORD.
           05  AN-LAST-BASE               PIC 9(5).
