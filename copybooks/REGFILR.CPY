      *----------------------------------------------------------*
      *  REGFILR.CPY                                              *
      *  Regulatory large-transaction filing (REGFILE) written by *
      *  LARGE-TXN-REPORT: a header naming the institution, the   *
      *  business day and the threshold applied, one detail per   *
      *  subject whose posted activity on the day exceeded the    *
      *  threshold, and a trailer with the detail count and the   *
      *  amount total, so compliance can prove the file complete  *
      *  before submitting it.  A subject is a customer off       *
      *  CUSTMAST (all of its accounts together) or, for an       *
      *  account not linked to a customer, the account itself.    *
      *  All records share the 100-byte filing record length.     *
      *----------------------------------------------------------*
       01  FILING-HEADER-RECORD.
           05  FH-RECORD-TYPE             PIC X(03).
               88  FH-IS-HEADER           VALUE "HDR".
           05  FH-INSTITUTION-CODE        PIC X(08).
           05  FH-FILING-DATE             PIC 9(8).
           05  FH-BUSINESS-DATE           PIC 9(8).
           05  FH-THRESHOLD-AMOUNT        PIC 9(9)V99.
           05  FILLER                     PIC X(62).

       01  FILING-DETAIL-RECORD.
           05  FL-RECORD-TYPE             PIC X(03).
               88  FL-IS-DETAIL           VALUE "DET".
           05  FL-BUSINESS-DATE           PIC 9(8).
           05  FL-SUBJECT-TYPE            PIC X(01).
               88  FL-SUBJECT-CUSTOMER    VALUE "C".
               88  FL-SUBJECT-ACCOUNT     VALUE "A".
           05  FL-SUBJECT-NUMBER          PIC 9(6).
           05  FL-SUBJECT-NAME            PIC X(40).
           05  FL-TAX-ID                  PIC X(15).
           05  FL-ACCOUNT-COUNT           PIC 9(3).
           05  FL-TRANSACTION-COUNT       PIC 9(5).
           05  FL-TOTAL-AMOUNT            PIC 9(11)V99.
           05  FILLER                     PIC X(06).

       01  FILING-TRAILER-RECORD.
           05  FT-RECORD-TYPE             PIC X(03).
               88  FT-IS-TRAILER          VALUE "TRL".
           05  FT-DETAIL-COUNT            PIC 9(6).
           05  FT-AMOUNT-TOTAL            PIC 9(13)V99.
           05  FILLER                     PIC X(76).
