      *----------------------------------------------------------*
      *  SUSPRULR.CPY                                             *
      *  Suspicious-activity rules file (SUSPRULE): one record    *
      *  per monitoring rule SUSP-MONITOR applies to the posted   *
      *  history.  SR-RULE-CODE names the rule:                   *
      *    S structuring - at least SR-MIN-COUNT postings in the  *
      *      last SR-WINDOW-DAYS days whose amount falls within   *
      *      SR-PERCENT per cent below the category's CATRULES    *
      *      maximum (CR-MAX-AMOUNT), i.e. just under the limit;  *
      *    V velocity - at least SR-MIN-COUNT postings in the     *
      *      last SR-WINDOW-DAYS days, at a daily rate above      *
      *      SR-PERCENT per cent (300 = three times) of the       *
      *      account's own daily rate over the SR-NORM-DAYS days  *
      *      before that window;                                  *
      *    R reactivation - at least SR-MIN-COUNT postings in     *
      *      the SR-WINDOW-DAYS days after ACCT-MAINT reactivated *
      *      an account DORMANT-REVIEW had flagged dormant.       *
      *  SR-RULE-ENABLED N switches a rule off.  A rule with no   *
      *  record here, or a missing file, runs on its defaults:    *
      *  S 7 days, 5 postings, 10 per cent; V 7 days, 5 postings, *
      *  300 per cent over 90 days; R 30 days, 3 postings.        *
      *----------------------------------------------------------*
       01  SUSPICIOUS-RULE-RECORD.
           05  SR-RULE-CODE               PIC X(01).
               88  SR-RULE-STRUCTURING    VALUE "S".
               88  SR-RULE-VELOCITY       VALUE "V".
               88  SR-RULE-REACTIVATION   VALUE "R".
           05  SR-RULE-ENABLED            PIC X(01).
               88  SR-RULE-IS-ENABLED     VALUE "Y".
               88  SR-RULE-IS-DISABLED    VALUE "N".
           05  SR-WINDOW-DAYS             PIC 9(3).
           05  SR-MIN-COUNT               PIC 9(3).
           05  SR-PERCENT                 PIC 9(3).
           05  SR-NORM-DAYS               PIC 9(3).
           05  SR-LAST-CHANGED-DATE       PIC 9(8).
           05  SR-LAST-CHANGED-BY         PIC X(08).
