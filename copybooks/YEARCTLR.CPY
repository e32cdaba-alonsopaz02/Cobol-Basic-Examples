      *----------------------------------------------------------*
      *  YEARCTLR.CPY                                             *
      *  Year-close control record (YEARCTL): one record per      *
      *  calendar year YEAR-END-CLOSE has closed, appended once   *
      *  all twelve of its months were on the MONTHCTL register.  *
      *  CALC-REVERSAL refuses any reversal of a posting dated in *
      *  a year on this register; the record also carries how     *
      *  many TRANSHAR records the close rolled onto the TRANSHYR *
      *  yearly archive and how many accounts it summarised on    *
      *  YEARSUM.                                                 *
      *----------------------------------------------------------*
       01  YEAR-CONTROL-RECORD.
           05  YC-CLOSED-YEAR             PIC 9(4).
           05  YC-CLOSE-DATE              PIC 9(8).
           05  YC-RECORD-COUNT            PIC 9(8).
           05  YC-ACCOUNT-COUNT           PIC 9(6).
