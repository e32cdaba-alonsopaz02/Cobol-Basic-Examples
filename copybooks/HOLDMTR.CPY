      *----------------------------------------------------------*
      *  HOLDMTR.CPY                                              *
      *  Account hold maintenance transaction read by the HOLD-   *
      *  MAINT batch program from HOLDMNT: one action per record  *
      *  against the ACCTHOLD hold file, keyed on the hold        *
      *  number, the same way STANDING-MAINT maintains STORDERS.  *
      *  A change or release leaves the fields it does not use    *
      *  blank or zero.                                           *
      *----------------------------------------------------------*
       01  HOLD-MAINT-RECORD.
           05  HM-ACTION-CODE             PIC X(01).
               88  HM-ACTION-PLACE        VALUE "A".
               88  HM-ACTION-CHANGE       VALUE "U".
               88  HM-ACTION-RELEASE      VALUE "R".
           05  HM-HOLD-NUMBER             PIC 9(6).
           05  HM-ACCOUNT-NUMBER          PIC 9(6).
           05  HM-HOLD-TYPE               PIC X(01).
           05  HM-HOLD-AMOUNT             PIC 9(9)V99.
           05  HM-REASON                  PIC X(30).
           05  HM-EXPIRY-DATE             PIC 9(8).
