      *  per record against the STORDERS standing-order file,     *
      *  keyed on the order number, the same way ACCT-MAINT       *
      *  maintains the account master from ACCTMNT.               *
      *  A transfer order (operation T) carries its receiving     *
      *  account in the NUM2 position (SM-COUNTER-ACCOUNT).       *
      *----------------------------------------------------------*
       01  STORD-MAINT-RECORD.
           05  SM-ACTION-CODE             PIC X(01).
           05  SM-ACCOUNT-NUMBER          PIC 9(6).
           05  SM-NUM1                    PIC 9(4)V99.
           05  SM-NUM2                    PIC 9(4)V99.
           05  SM-COUNTER-ACCOUNT REDEFINES SM-NUM2
                                          PIC 9(6).
           05  SM-OPERATION-CODE          PIC X(01).
               88  SM-OP-TRANSFER         VALUE "T".
           05  SM-FREQUENCY               PIC X(01).
           05  SM-NEXT-DUE-DATE           PIC 9(8).
           05  SM-EXPIRY-DATE             PIC 9(8).
