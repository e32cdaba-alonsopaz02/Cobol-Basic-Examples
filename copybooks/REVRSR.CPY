      *  date it posted under, the original NUM1/NUM2/operation,  *
      *  the RESULT amount to back out, and why.  Processed into  *
      *  a negating TRANSOUT record and an opposite-side GL        *
      *  entry.  A transfer leg (operation T) names the other     *
      *  account of the pair in the NUM2 position (RV-COUNTER-    *
      *  ACCOUNT), and reversing it reverses both legs together.  *
      *----------------------------------------------------------*
       01  REVERSAL-RECORD.
           05  RV-ACCOUNT-NUMBER          PIC 9(6).
           05  RV-ORIG-BUSINESS-DATE      PIC 9(8).
           05  RV-NUM1                    PIC 9(4)V99.
           05  RV-NUM2                    PIC 9(4)V99.
           05  RV-COUNTER-ACCOUNT REDEFINES RV-NUM2
                                          PIC 9(6).
           05  RV-OPERATION-CODE          PIC X(01).
           05  RV-AMOUNT                  PIC S9(5)V99.
           05  RV-REASON                  PIC X(30).
