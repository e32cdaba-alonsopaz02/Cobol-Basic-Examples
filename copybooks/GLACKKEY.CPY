      *----------------------------------------------------------*
      *  GLACKKEY.CPY                                             *
      *  Key GL-ACK-MATCH stamps on its AUDITLOG verdict: the     *
      *  count of our postings still unacknowledged, then the     *
      *  count of acknowledgments matching no posting of ours.    *
      *  OPS-STATUS reads both back for the morning report.  A    *
      *  verdict written before the second count existed carries  *
      *  the first count alone (no separator).                    *
      *----------------------------------------------------------*
       01  GL-ACK-AUDIT-KEY.
           05  GK-UNACKED-COUNT           PIC 9(6).
           05  GK-SEPARATOR               PIC X(01) VALUE "/".
               88  GK-HAS-UNEXPECTED      VALUE "/".
           05  GK-UNEXPECTED-COUNT        PIC 9(6).
           05  FILLER                     PIC X(17) VALUE SPACES.
