      *----------------------------------------------------------*
      *  HOLDREC.CPY                                              *
      *  Account hold record (ACCTHOLD): a block legal or         *
      *  collections has put on an account without closing it.   *
      *  A freeze (type F) stops every posting to the account;    *
      *  an amount hold (type A) earmarks part of the balance,    *
      *  and BASIC-OPERATIONS refuses any posting that would take *
      *  AM-BALANCE below the total held.  Each hold carries why  *
      *  it was placed, who placed it and when, and an optional   *
      *  expiry (zero = until released).  Maintained by HOLD-     *
      *  MAINT from HOLDMNT; HOLD-EXPIRY releases the ones past   *
      *  their expiry every day.  Released and expired holds stay *
      *  on file, stamped, for the audit trail.                   *
      *----------------------------------------------------------*
       01  ACCOUNT-HOLD-RECORD.
           05  HD-HOLD-NUMBER             PIC 9(6).
           05  HD-ACCOUNT-NUMBER          PIC 9(6).
           05  HD-HOLD-TYPE               PIC X(01).
               88  HD-TYPE-FREEZE         VALUE "F".
               88  HD-TYPE-AMOUNT         VALUE "A".
           05  HD-HOLD-AMOUNT             PIC 9(9)V99.
           05  HD-REASON                  PIC X(30).
           05  HD-PLACED-BY               PIC X(08).
           05  HD-PLACED-DATE             PIC 9(8).
           05  HD-EXPIRY-DATE             PIC 9(8).
           05  HD-HOLD-STATUS             PIC X(01).
               88  HD-STATUS-ACTIVE       VALUE "A".
               88  HD-STATUS-RELEASED     VALUE "R".
               88  HD-STATUS-EXPIRED      VALUE "E".
           05  HD-RELEASED-BY             PIC X(08).
           05  HD-RELEASED-DATE           PIC 9(8).
