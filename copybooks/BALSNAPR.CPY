      *----------------------------------------------------------*
      *  BALSNAPR.CPY                                             *
      *  End-of-day balance snapshot record (BALSNAP).  BAL-      *
      *  SNAPSHOT appends one record per open ACCTMAST account    *
      *  after the day's posting, so the balance each account     *
      *  ended every business day on survives the next day's      *
      *  postings.  INTEREST-ACCRUAL reads a month of snapshots   *
      *  back to work out each account's average daily balance.   *
      *----------------------------------------------------------*
       01  BALANCE-SNAPSHOT-RECORD.
           05  BS-BUSINESS-DATE           PIC 9(8).
           05  BS-BUSINESS-DATE-R REDEFINES BS-BUSINESS-DATE.
               10  BS-BUSINESS-YYYYMM     PIC 9(6).
               10  BS-BUSINESS-DD         PIC 9(2).
           05  BS-ACCOUNT-NUMBER          PIC 9(6).
           05  BS-ACCOUNT-STATUS          PIC X(01).
           05  BS-ACCOUNT-CATEGORY        PIC X(02).
           05  BS-BALANCE                 PIC S9(9)V99.
