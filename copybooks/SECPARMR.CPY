      *----------------------------------------------------------*
      *  SECPARMR.CPY                                             *
      *  Operator security control parameters (SECPARM): how      *
      *  many days a PIN stays good before OPER-SIGNON forces a   *
      *  change, how many of the operator's previous PINs may not *
      *  be chosen again (at most 5, the slots OPERREC keeps),    *
      *  and how many days without a sign-on make OPER-IDLE-      *
      *  REVIEW deactivate an operator.  A missing file, or a     *
      *  zero or non-numeric field, falls back to 90 days, 3      *
      *  PINs and 90 days.                                        *
      *----------------------------------------------------------*
       01  SECURITY-PARM-RECORD.
           05  SC-PIN-MAX-AGE-DAYS        PIC 9(3).
           05  SC-PIN-HISTORY-DEPTH       PIC 9(1).
           05  SC-IDLE-DAYS               PIC 9(3).
           05  SC-LAST-CHANGED-DATE       PIC 9(8).
           05  SC-LAST-CHANGED-BY         PIC X(08).
