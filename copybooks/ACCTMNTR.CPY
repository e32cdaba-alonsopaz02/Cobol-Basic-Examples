      *  record against the indexed ACCTMAST master, so bulk      *
      *  account loads no longer have to be typed one at a time   *
      *  through the interactive alta prompt.                     *
      *  MT-CUSTOMER-NUMBER links the account to its owner on     *
      *  CUSTMAST: required on an alta, and on a name change a    *
      *  non-zero number moves the account to that customer.      *
      *  Each record is queued on MAINTPND under its maker and    *
      *  applied only after a second supervisor approves it.      *
      *  An alta keyed with MT-ACCOUNT-NUMBER zero is given the   *
      *  next free number with a valid check digit as it is       *
      *  queued; one keyed with its own number must carry a       *
      *  valid check digit (ACCT-CHECK-DIGIT).                    *
      *----------------------------------------------------------*
       01  ACCT-MAINT-RECORD.
           05  MT-ACTION-CODE             PIC X(01).
           05  MT-ACCOUNT-NUMBER          PIC 9(6).
           05  MT-ACCOUNT-NAME            PIC X(20).
           05  MT-ACCOUNT-CATEGORY        PIC X(02).
           05  MT-CUSTOMER-NUMBER         PIC 9(6).
