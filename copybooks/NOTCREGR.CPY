      *----------------------------------------------------------*
      *  NOTCREGR.CPY                                             *
      *  Customer notice register (NOTCREG), keyed on account,    *
      *  notice type and the event the notice is about.  CUST-    *
      *  NOTICES writes one record for every letter it prints and *
      *  skips any event already on the register, so a rerun or   *
      *  the next day's run never sends the same letter twice,    *
      *  and ACCT-INQUIRY lists an account's notices so "was this *
      *  customer told?" has an answer.                           *
      *  The event reference is the account's last-activity date  *
      *  for a dormancy warning and the FEE-ACCRUAL batch number  *
      *  for a fee notice.  A negative-balance notice is filed    *
      *  under reference zero while the balance stays negative;   *
      *  once it recovers the run re-files it under the date the  *
      *  letter went out, with the date it cleared, so the next   *
      *  time the account goes negative it is told again.         *
      *----------------------------------------------------------*
       01  NOTICE-REGISTER-RECORD.
           05  NR-NOTICE-KEY.
               10  NR-ACCOUNT-NUMBER      PIC 9(6).
               10  NR-NOTICE-TYPE         PIC X(01).
                   88  NR-TYPE-DORMANCY   VALUE "D".
                   88  NR-TYPE-FEE        VALUE "F".
                   88  NR-TYPE-NEGATIVE   VALUE "N".
               10  NR-EVENT-REFERENCE     PIC 9(8).
           05  NR-CUSTOMER-NUMBER         PIC 9(6).
           05  NR-NOTICE-DATE             PIC 9(8).
           05  NR-NOTICE-AMOUNT           PIC S9(9)V99.
           05  NR-CLEARED-DATE            PIC 9(8).
