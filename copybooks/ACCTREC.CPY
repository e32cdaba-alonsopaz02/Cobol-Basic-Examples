      *  (estado D); the calculator challenges transactions       *
      *  against it and only a supervisor-authorized ACCT-MAINT   *
      *  reactivation makes it active again.                      *
      *  AM-CUSTOMER-NUMBER points at the owning customer on the  *
      *  CUSTMAST customer master (zero = not yet linked); the    *
      *  record grew from 48 to 54 bytes with it, and LAYOUT-     *
      *  CONVERT rewrites a 48-byte master once.                  *
      *----------------------------------------------------------*
       01  ACCT-MASTER-RECORD.
           05  AM-ACCOUNT-NUMBER          PIC 9(6).
           05  AM-BALANCE                 PIC S9(9)V99.
           05  AM-LAST-ACTIVITY-DATE      PIC 9(8).
           05  AM-ACCOUNT-CATEGORY        PIC X(02).
           05  AM-CUSTOMER-NUMBER         PIC 9(6).
