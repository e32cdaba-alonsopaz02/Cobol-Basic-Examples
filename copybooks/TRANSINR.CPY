      *  belong on TRANSOUT's layout (TRANSREC.CPY), not here.     *
      *  Shared by BASIC-OPERATIONS and CALC-RECONCILIATION so     *
      *  both agree on the same physical record for TRANSIN.       *
      *  A transfer (operation T) moves NUM1 from the account to  *
      *  the receiving account, whose number rides in the NUM2    *
      *  position (ITR-COUNTER-ACCOUNT), so the record length and *
      *  every file built on it stay as they are.                 *
      *  ITR-BATCH-NUMBER is the TRANSRAW batch TRANS-EDIT        *
      *  released the record from (several batches can share one  *
      *  TRANSIN), which BASIC-OPERATIONS stamps on the history;  *
      *  session, reversal and recycled records carry zero.       *
      *----------------------------------------------------------*
       01  IN-TRANS-RECORD.
           05  ITR-ACCOUNT-NUMBER         PIC 9(6).
           05  ITR-NUM1                   PIC 9(4)V99.
           05  ITR-NUM2                   PIC 9(4)V99.
           05  ITR-COUNTER-ACCOUNT REDEFINES ITR-NUM2
                                          PIC 9(6).
           05  ITR-OPERATION-CODE         PIC X(01).
           05  ITR-BATCH-NUMBER           PIC 9(6).
