      *----------------------------------------------------------*
      *  INTRATER.CPY                                             *
      *  Interest-rate table record (INTRATE): the annual rate,   *
      *  in percent, paid on a positive average daily balance for *
      *  each account category, and the separate rate charged     *
      *  when the average balance is negative.  Read by INTEREST- *
      *  ACCRUAL.  A category with no record (or a zero rate)     *
      *  accrues nothing on that side.                            *
      *----------------------------------------------------------*
       01  INTEREST-RATE-RECORD.
           05  IR-CATEGORY                PIC X(02).
           05  IR-CREDIT-RATE             PIC 9(2)V9(4).
           05  IR-DEBIT-RATE              PIC 9(2)V9(4).
           05  IR-DESCRIPTION             PIC X(20).
