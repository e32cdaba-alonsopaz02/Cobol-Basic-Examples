      *  Standard calculator transaction record.  Shared by any   *
      *  program that reads or writes a BASIC-OPERATIONS style    *
      *  transaction file (batch input, batch output, reporting,  *
      *  reconciliation).  On a transfer (operation T) the NUM2   *
      *  position carries the receiving account number instead of *
      *  an amount (TR-COUNTER-ACCOUNT) and RESULT is the amount  *
      *  moved.  Status HD is a posting refused by an account     *
      *  hold or freeze (ACCTHOLD).                               *
      *----------------------------------------------------------*
       01  TRANS-RECORD.
           05  TR-ACCOUNT-NUMBER          PIC 9(6).
           05  TR-NUM1                    PIC 9(4)V99.
           05  TR-NUM2                    PIC 9(4)V99.
           05  TR-COUNTER-ACCOUNT REDEFINES TR-NUM2
                                          PIC 9(6).
           05  TR-OPERATION-CODE          PIC X(01).
               88  TR-OP-ADD              VALUE "A".
               88  TR-OP-SUBTRACT         VALUE "S".
               88  TR-OP-MULTIPLY         VALUE "M".
               88  TR-OP-DIVIDE           VALUE "D".
               88  TR-OP-TRANSFER         VALUE "T".
           05  TR-RESULT                  PIC S9(5)V99.
           05  TR-STATUS-CODE             PIC X(02).
               88  TR-STATUS-OK           VALUE "OK".
               88  TR-STATUS-REVERSED     VALUE "RV".
               88  TR-STATUS-CAT-VIOL     VALUE "CV".
               88  TR-STATUS-HELD         VALUE "PA".
               88  TR-STATUS-ON-HOLD      VALUE "HD".
