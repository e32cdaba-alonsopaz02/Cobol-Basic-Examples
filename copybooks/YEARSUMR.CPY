      *----------------------------------------------------------*
      *  YEARSUMR.CPY                                             *
      *  Annual account summary record (YEARSUM): one record per  *
      *  account per closed year, written by YEAR-END-CLOSE for   *
      *  the account holders' year-end figures and the tax        *
      *  returns.  The opening balance is the previous closed     *
      *  year's closing balance; credits and debits are the       *
      *  year's OK postings other than FEE-ACCRUAL fees, both as  *
      *  positive amounts; fees are what FEE-ACCRUAL charged,     *
      *  also positive; reversals are the signed net of the RV    *
      *  records.  Opening + credits - debits - fees + reversals  *
      *  = closing, which is AM-BALANCE as it stood at year end.  *
      *----------------------------------------------------------*
       01  YEAR-SUMMARY-RECORD.
           05  YS-CLOSED-YEAR             PIC 9(4).
           05  YS-ACCOUNT-NUMBER          PIC 9(6).
           05  YS-OPENING-BALANCE         PIC S9(11)V99.
           05  YS-CREDIT-TOTAL            PIC S9(11)V99.
           05  YS-DEBIT-TOTAL             PIC S9(11)V99.
           05  YS-FEE-TOTAL               PIC S9(11)V99.
           05  YS-REVERSAL-TOTAL          PIC S9(11)V99.
           05  YS-CLOSING-BALANCE         PIC S9(11)V99.
           05  YS-POSTING-COUNT           PIC 9(6).
