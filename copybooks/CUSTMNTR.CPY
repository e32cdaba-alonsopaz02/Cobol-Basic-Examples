      *----------------------------------------------------------*
      *  CUSTMNTR.CPY                                             *
      *  Customer-master maintenance transaction read by the      *
      *  CUST-MAINT batch program from CUSTMNT: one action per    *
      *  record against the indexed CUSTMAST master.  On a change *
      *  (accion M) a blank or zero field leaves the master's     *
      *  value as it stands.                                      *
      *----------------------------------------------------------*
       01  CUST-MAINT-RECORD.
           05  CM-ACTION-CODE             PIC X(01).
               88  CM-ACTION-ADD          VALUE "A".
               88  CM-ACTION-CHANGE       VALUE "M".
               88  CM-ACTION-CLOSE        VALUE "C".
               88  CM-ACTION-REOPEN       VALUE "R".
           05  CM-CUSTOMER-NUMBER         PIC 9(6).
           05  CM-CUSTOMER-NAME           PIC X(40).
           05  CM-ADDRESS-LINE-1          PIC X(30).
           05  CM-ADDRESS-LINE-2          PIC X(30).
           05  CM-CITY                    PIC X(20).
           05  CM-POSTAL-CODE             PIC X(10).
           05  CM-TAX-ID                  PIC X(15).
           05  CM-PHONE                   PIC X(15).
           05  CM-EMAIL                   PIC X(40).
