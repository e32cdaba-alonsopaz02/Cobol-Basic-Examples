      *----------------------------------------------------------*
      *  HISTIDXR.CPY                                             *
      *  Transaction history index (HISTIDX): one record per      *
      *  history record on TRANSHYR, TRANSHAR and TRANSHST, each  *
      *  carrying the whole TRANSHSR image, keyed on account,     *
      *  business date and a sequence that keeps the account-     *
      *  day's records in posting order, with the TRANSRAW batch  *
      *  number as an alternate key (duplicates allowed).  ACCT-  *
      *  INQUIRY, ACCOUNT-STATEMENT, BAL-VERIFY and BATCH-BACKOUT *
      *  read the account's or the batch's records straight off   *
      *  it instead of scanning the three history files.          *
      *  The history files stay the master.  HIST-INDEX-BUILD     *
      *  rebuilds the index from them in the nightly stream and   *
      *  after LAYOUT-CONVERT; between rebuilds BASIC-OPERATIONS  *
      *  and CALC-REVERSAL add each record they append to         *
      *  TRANSHST.  MONTH-END-CLOSE and YEAR-END-CLOSE only move  *
      *  records from one history file to the next, so the index  *
      *  does not change when they run.                           *
      *----------------------------------------------------------*
       01  HIST-INDEX-RECORD.
           05  HX-HISTORY-KEY.
               10  HX-ACCOUNT-NUMBER      PIC 9(6).
               10  HX-BUSINESS-DATE       PIC 9(8).
               10  HX-SEQUENCE            PIC 9(5).
           05  HX-BATCH-NUMBER            PIC 9(6).
           05  HX-HISTORY-IMAGE           PIC X(50).
