      *----------------------------------------------------------*
      *  GLMAPR.CPY                                               *
      *  GL chart-of-accounts mapping record (GLMAP): for one     *
      *  account category and one GL-TRANSACTION-TYPE, the ledger *
      *  account to debit and the ledger account to credit.  The *
      *  pair is given as it applies to a line on the debit side *
      *  of GLINTFC; a credit-side line posts the same pair the   *
      *  other way round.  A record with a blank category is the  *
      *  default for its type, used by any category that has no   *
      *  record of its own.  Read by GL-JOURNAL-BUILD; a line     *
      *  with no mapping goes to its exception report and is not  *
      *  sent to the ledger.                                      *
      *----------------------------------------------------------*
       01  GL-MAPPING-RECORD.
           05  GM-ACCOUNT-CATEGORY        PIC X(02).
           05  GM-TRANSACTION-TYPE        PIC X(01).
           05  GM-DEBIT-LEDGER            PIC 9(6).
           05  GM-CREDIT-LEDGER           PIC 9(6).
           05  GM-DESCRIPTION             PIC X(30).
