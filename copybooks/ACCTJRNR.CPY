      *  the whole day's postings; now every program that writes  *
      *  the master (BASIC-OPERATIONS, ACCT-MAINT, CALC-REVERSAL) *
      *  appends one record per update carrying the full before   *
      *  and after images of the 54-byte account record.  ACCT-   *
      *  REBUILD's roll-forward mode replays the after-images on  *
      *  top of the reloaded backup, verifying each record's      *
      *  before-image against the master as it goes - a broken    *
           05  JR-ACTION-CODE             PIC X(01).
               88  JR-ACTION-WRITE        VALUE "W".
               88  JR-ACTION-REWRITE      VALUE "R".
           05  JR-BEFORE-IMAGE            PIC X(54).
           05  JR-AFTER-IMAGE             PIC X(54).
