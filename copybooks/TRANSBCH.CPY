      *  TRANS-EDIT verifies the trailer against the details and  *
      *  only then releases a clean detail-only TRANSIN to        *
      *  BASIC-OPERATIONS.                                        *
      *  A transmission may carry several batches one after the   *
      *  other inside a file-level envelope: a transmission       *
      *  header (sender and creation date) as the first record    *
      *  and a transmission trailer (batch count, and the detail  *
      *  count and hash total over all its batches) as the last.  *
      *  A feed of bare batches without the envelope is still     *
      *  taken, as the internal generators write it.              *
      *  BH-BATCH-SOURCE names the generator (STANDORD, FEEACCR,  *
      *  INTACCR, or ACCTCLOS for ACCT-MAINT's closure payouts)   *
      *  or, on a batch keyed through BATCH-ENTRY, the operator   *
      *  who keyed it.                                            *
      *----------------------------------------------------------*
       01  TRANSMISSION-HEADER-RECORD.
           05  TF-RECORD-TYPE             PIC X(03).
               88  TF-IS-FILE-HEADER      VALUE "THD".
           05  TF-SENDER                  PIC X(08).
           05  TF-CREATE-DATE             PIC 9(8).
           05  FILLER                     PIC X(06).

       01  TRANSMISSION-TRAILER-RECORD.
           05  TT-RECORD-TYPE             PIC X(03).
               88  TT-IS-FILE-TRAILER     VALUE "TTL".
           05  TT-BATCH-COUNT             PIC 9(4).
           05  TT-RECORD-COUNT            PIC 9(6).
           05  TT-HASH-TOTAL              PIC 9(9)V99.
           05  FILLER                     PIC X(01).

       01  BATCH-HEADER-RECORD.
           05  BH-RECORD-TYPE             PIC X(03).
               88  BH-IS-HEADER           VALUE "HDR".
