      *  One line per program run, appended to the shared audit   *
      *  log (AUDITLOG) so the next morning we can see who ran    *
      *  what, when, with what key inputs, and with what result.  *
      *  Every record is stamped by the shared AUDIT-CHAIN        *
      *  subprogram just before it is written: AL-SEQUENCE-NUMBER *
      *  runs on by one from the last record ever written, and    *
      *  AL-CHECK-VALUE is computed by AUDIT-CHECKSUM over the    *
      *  record's own fields and the previous record's check      *
      *  value, so a deleted, inserted or edited line breaks the  *
      *  chain.  AUDIT-ARCHIVE moves records to AUDITARC intact   *
      *  and AUDIT-VERIFY walks AUDITARC plus AUDITLOG to prove   *
      *  the chain.  The two chain fields took the record from    *
      *  104 to 129 bytes; LAYOUT-CONVERT converts older logs.    *
      *----------------------------------------------------------*
       01  AUDIT-LOG-RECORD.
           05  AL-PROGRAM-NAME            PIC X(20).
           05  AL-OPERATOR-ID             PIC X(08).
           05  AL-KEY-INPUT               PIC X(30).
           05  AL-OUTCOME                 PIC X(30).
           05  AL-SEQUENCE-NUMBER         PIC 9(9).
           05  AL-CHECK-VALUE             PIC 9(16).
