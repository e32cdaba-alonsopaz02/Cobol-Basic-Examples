      *----------------------------------------------------------*
      *  ACCTCKPR.CPY                                             *
      *  Parameter block passed to the shared ACCT-CHECK-DIGIT    *
      *  subprogram.  An account number is five base digits and   *
      *  a sixth, modulus-11 check digit.  The caller supplies    *
      *  the number; the subprogram returns the check digit its   *
      *  base calls for and whether the number carries it.  A     *
      *  base whose weighted sum would need a check digit of ten  *
      *  can never be a valid number and is reported as such, so  *
      *  ACCT-MAINT skips it when it assigns new numbers.         *
      *----------------------------------------------------------*
       01  ACCT-CHECK-PARAMETERS.
           05  KD-ACCOUNT-NUMBER          PIC 9(6).
           05  KD-ACCOUNT-NUMBER-R REDEFINES KD-ACCOUNT-NUMBER.
               10  KD-ACCOUNT-BASE        PIC 9(5).
               10  KD-ACCOUNT-CHECK       PIC 9(1).
           05  KD-RESULT                  PIC X(01).
               88  KD-NUMBER-VALID        VALUE "V".
               88  KD-NUMBER-INVALID      VALUE "I".
               88  KD-BASE-UNUSABLE       VALUE "U".
           05  KD-CHECK-DIGIT             PIC 9(1).
