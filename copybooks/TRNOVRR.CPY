      *----------------------------------------------------------*
      *  TRNOVRR.CPY                                              *
      *  Training-override record (TRNOVRD): a supervisor lets an *
      *  operator who has not done the required training past the *
      *  inquiry-only restriction OPER-SIGNON applies, until the  *
      *  expiry date.  Appended by OPER-SIGNON when a supervisor  *
      *  gives their ID and PIN at the restricted operator's      *
      *  sign-on; the latest unexpired override is the one that   *
      *  counts.                                                  *
      *----------------------------------------------------------*
       01  TRAINING-OVERRIDE-RECORD.
           05  TV-OPERATOR-ID             PIC X(08).
           05  TV-SUPERVISOR-ID           PIC X(08).
           05  TV-GRANTED-DATE            PIC 9(8).
           05  TV-EXPIRY-DATE             PIC 9(8).
