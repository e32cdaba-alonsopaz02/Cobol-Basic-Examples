      *  for them; the authority level gates the sensitive        *
      *  functions (threshold maintenance, account creation)      *
      *  behind supervisors.  Maintained by OPER-MAINT.           *
      *  OM-PIN-CHANGED-DATE is the day the operator last chose   *
      *  a PIN at sign-on; zero means the PIN was assigned by     *
      *  OPER-MAINT (or predates the date) and must be changed at *
      *  the next sign-on.  OM-LAST-SIGNON-DATE is stamped by     *
      *  every granted sign-on and read by OPER-IDLE-REVIEW.      *
      *  OM-PREVIOUS-PIN keeps the PINs the operator last gave    *
      *  up, newest first, so OPER-SIGNON can refuse their reuse. *
      *  The record grew from 34 to 70 bytes with these fields,   *
      *  and LAYOUT-CONVERT rewrites a 34-byte master once.       *
      *----------------------------------------------------------*
       01  OPERATOR-MASTER-RECORD.
           05  OM-OPERATOR-ID             PIC X(08).
           05  OM-ACTIVE-FLAG             PIC X(01).
               88  OM-IS-ACTIVE           VALUE "A".
               88  OM-IS-INACTIVE         VALUE "I".
           05  OM-PIN-CHANGED-DATE        PIC 9(8).
           05  OM-LAST-SIGNON-DATE        PIC 9(8).
           05  OM-PIN-HISTORY.
               10  OM-PREVIOUS-PIN        PIC X(04) OCCURS 5 TIMES.
