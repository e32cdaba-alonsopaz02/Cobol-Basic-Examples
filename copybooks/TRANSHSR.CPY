      *  A TRANSHST written before these fields existed must be   *
      *  converted once with LAYOUT-CONVERT before any program    *
      *  reads it under this layout.                              *
      *  A posted transfer is written as a linked pair of legs    *
      *  under operation T, one per account: the paying leg with  *
      *  a negative RESULT and the receiving leg with a positive  *
      *  one, each naming the other account in the NUM2 position  *
      *  (TH-COUNTER-ACCOUNT).                                    *
      *----------------------------------------------------------*
       01  TRANS-HIST-RECORD.
           05  TH-BUSINESS-DATE           PIC 9(8).
           05  TH-ACCOUNT-NUMBER          PIC 9(6).
           05  TH-NUM1                    PIC 9(4)V99.
           05  TH-NUM2                    PIC 9(4)V99.
           05  TH-COUNTER-ACCOUNT REDEFINES TH-NUM2
                                          PIC 9(6).
           05  TH-OPERATION-CODE          PIC X(01).
               88  TH-OP-TRANSFER         VALUE "T".
           05  TH-RESULT                  PIC S9(5)V99.
           05  TH-STATUS-CODE             PIC X(02).
               88  TH-STATUS-OK           VALUE "OK".
