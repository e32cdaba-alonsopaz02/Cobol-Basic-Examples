      *  Fixed-width general-ledger interface record produced by  *
      *  BASIC-OPERATIONS so a calculation result can feed the    *
      *  books instead of only ever flashing on the console.      *
      *  The two entries of an account-to-account transfer are    *
      *  linked by GL-COUNTER-ACCOUNT, each naming the other      *
      *  account of the pair; it is zero on every other entry.    *
      *  GL-TRANSACTION-TYPE says what kind of movement the line  *
      *  is, so GL-JOURNAL-BUILD can map it through GLMAP onto    *
      *  the ledger's own accounts; a line written before the     *
      *  type existed carries a space and is never mapped.  The   *
      *  same layout carries the summarised journal lines on      *
      *  GLJRNL, where GL-ACCOUNT-NUMBER is a ledger account and  *
      *  the type is left blank.                                  *
      *----------------------------------------------------------*
       01  GL-INTERFACE-RECORD.
           05  GL-RUN-DATE                PIC 9(8).
               88  GL-IS-DEBIT            VALUE "D".
               88  GL-IS-CREDIT           VALUE "C".
           05  GL-SOURCE-SYSTEM           PIC X(08) VALUE "CALC".
           05  GL-COUNTER-ACCOUNT         PIC 9(6) VALUE ZERO.
           05  GL-TRANSACTION-TYPE        PIC X(01) VALUE SPACE.
               88  GL-TYPE-POSTING        VALUE "P".
               88  GL-TYPE-FEE            VALUE "F".
               88  GL-TYPE-REVERSAL       VALUE "R".
               88  GL-TYPE-INTEREST       VALUE "I".
               88  GL-TYPE-TRANSFER       VALUE "T".
           05  FILLER                     PIC X(13) VALUE SPACES.
