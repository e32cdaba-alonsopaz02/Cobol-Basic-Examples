      *----------------------------------------------------------*
      *  SUSPALRR.CPY                                             *
      *  Suspicious-activity alert queue record (ALERTQ).  SUSP-  *
      *  MONITOR appends one pending alert per account and rule   *
      *  that trips a SUSPRULE rule, numbered on from the last    *
      *  alert in the queue; an account already alerted under the *
      *  same rule inside that rule's window is not alerted       *
      *  again.  SUSP-REVIEW walks the pending alerts and a       *
      *  supervisor marks each one cleared or escalated, stamped  *
      *  with who decided it and when, so the same alert is never *
      *  reviewed twice.                                          *
      *  SA-POSTING-COUNT is the count that tripped the rule and  *
      *  SA-BASELINE-COUNT the account's norm-period count (only  *
      *  for velocity); SA-REFERENCE-DATE is the first day of the *
      *  window looked at, or the reactivation date.              *
      *----------------------------------------------------------*
       01  SUSPICIOUS-ALERT-RECORD.
           05  SA-ALERT-NUMBER            PIC 9(6).
           05  SA-ACCOUNT-NUMBER          PIC 9(6).
           05  SA-RULE-CODE               PIC X(01).
               88  SA-RULE-STRUCTURING    VALUE "S".
               88  SA-RULE-VELOCITY       VALUE "V".
               88  SA-RULE-REACTIVATION   VALUE "R".
           05  SA-RAISED-DATE             PIC 9(8).
           05  SA-REFERENCE-DATE          PIC 9(8).
           05  SA-POSTING-COUNT           PIC 9(5).
           05  SA-BASELINE-COUNT          PIC 9(5).
           05  SA-REASON                  PIC X(30).
           05  SA-STATUS                  PIC X(01).
               88  SA-STATUS-PENDING      VALUE "P".
               88  SA-STATUS-CLEARED      VALUE "C".
               88  SA-STATUS-ESCALATED    VALUE "E".
           05  SA-REVIEWED-BY             PIC X(08).
           05  SA-REVIEWED-DATE           PIC 9(8).
