      *----------------------------------------------------------*
      *  MAINTPNR.CPY                                             *
      *  Pending-maintenance queue record (MAINTPND), shared by   *
      *  the account and operator masters.  ACCT-MAINT and OPER-  *
      *  MAINT no longer apply what they read from ACCTMNT and    *
      *  OPERMNT: each transaction is queued here as it was read, *
      *  stamped with the operator who signed on to submit it     *
      *  (the maker).  MAINT-REVIEW lets a second supervisor -    *
      *  the checker, never the maker - approve or reject each    *
      *  item, and the next ACCT-MAINT or OPER-MAINT run applies  *
      *  only the approved ones to its master, marking each one   *
      *  applied, or refused with the reason the master gave.     *
      *  MP-TRANSACTION holds the ACCTMNT or OPERMNT record image *
      *  exactly as submitted; the two views below read it.       *
      *----------------------------------------------------------*
       01  MAINT-PENDING-RECORD.
           05  MP-ITEM-NUMBER             PIC 9(6).
           05  MP-MASTER-CODE             PIC X(01).
               88  MP-FOR-ACCOUNT         VALUE "A".
               88  MP-FOR-OPERATOR        VALUE "O".
           05  MP-TRANSACTION             PIC X(35).
           05  MP-ACCOUNT-VIEW REDEFINES MP-TRANSACTION.
               10  MP-ACCT-ACTION-CODE    PIC X(01).
               10  MP-ACCT-NUMBER         PIC 9(6).
               10  MP-ACCT-NAME           PIC X(20).
               10  MP-ACCT-CATEGORY       PIC X(02).
               10  MP-ACCT-CUSTOMER       PIC 9(6).
           05  MP-OPERATOR-VIEW REDEFINES MP-TRANSACTION.
               10  MP-OPER-ACTION-CODE    PIC X(01).
               10  MP-OPER-ID             PIC X(08).
               10  MP-OPER-NAME           PIC X(20).
               10  MP-OPER-PIN            PIC X(04).
               10  MP-OPER-AUTHORITY      PIC X(01).
               10  FILLER                 PIC X(01).
           05  MP-MAKER-ID                PIC X(08).
           05  MP-QUEUED-DATE             PIC 9(8).
           05  MP-CHECKER-ID              PIC X(08).
           05  MP-DECIDED-DATE            PIC 9(8).
           05  MP-STATUS                  PIC X(01).
               88  MP-STATUS-PENDING      VALUE "P".
               88  MP-STATUS-APPROVED     VALUE "A".
               88  MP-STATUS-REJECTED     VALUE "R".
               88  MP-STATUS-APPLIED      VALUE "X".
               88  MP-STATUS-REFUSED      VALUE "F".
           05  MP-RESULT                  PIC X(30).
