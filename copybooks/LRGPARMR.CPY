      *----------------------------------------------------------*
      *  LRGPARMR.CPY                                             *
      *  Large-transaction reporting control parameter (LRGPARM): *
      *  the regulatory threshold a subject's posted activity on  *
      *  one business day must exceed to be filed, and the        *
      *  reporting institution code carried on the filing header. *
      *  Read by LARGE-TXN-REPORT; a missing file falls back to   *
      *  10000.00 and institution BASICOPS.                       *
      *----------------------------------------------------------*
       01  LARGE-TXN-PARM-RECORD.
           05  LP-THRESHOLD-AMOUNT        PIC 9(9)V99.
           05  LP-INSTITUTION-CODE        PIC X(08).
           05  LP-LAST-CHANGED-DATE       PIC 9(8).
           05  LP-LAST-CHANGED-BY         PIC X(08).
