      *----------------------------------------------------------*
      *  FILREGR.CPY                                              *
      *  Large-transaction filing register (FILEREG): one record  *
      *  per account-day LARGE-TXN-REPORT has put on a REGFILE    *
      *  filing, whether filed on its own or as one of a          *
      *  customer's accounts.  The run skips any account-day      *
      *  already on the register, so a rerun, or a later run      *
      *  over the same business day, never files it twice.        *
      *----------------------------------------------------------*
       01  FILING-REGISTER-RECORD.
           05  FG-BUSINESS-DATE           PIC 9(8).
           05  FG-ACCOUNT-NUMBER          PIC 9(6).
           05  FG-SUBJECT-TYPE            PIC X(01).
           05  FG-SUBJECT-NUMBER          PIC 9(6).
           05  FG-FILED-AMOUNT            PIC 9(11)V99.
           05  FG-FILED-DATE              PIC 9(8).
           05  FG-FILED-TIME              PIC 9(8).
