      *----------------------------------------------------------*
      *  CUSTREC.CPY                                              *
      *  Customer master record for the indexed CUSTMAST file.    *
      *  ACCTMAST only ever knew a 20-byte account name, so the   *
      *  shop could not tell which accounts belonged to the same  *
      *  person or send one statement for all of them.  One       *
      *  record per customer, keyed on the customer number that   *
      *  AM-CUSTOMER-NUMBER on each owned account points at.      *
      *  CUST-MAINT keeps it; a customer is closed (estado C),    *
      *  never deleted, and only once none of its accounts is     *
      *  still open.                                              *
      *----------------------------------------------------------*
       01  CUSTOMER-MASTER-RECORD.
           05  CU-CUSTOMER-NUMBER         PIC 9(6).
           05  CU-CUSTOMER-NAME           PIC X(40).
           05  CU-ADDRESS-LINE-1          PIC X(30).
           05  CU-ADDRESS-LINE-2          PIC X(30).
           05  CU-CITY                    PIC X(20).
           05  CU-POSTAL-CODE             PIC X(10).
           05  CU-TAX-ID                  PIC X(15).
           05  CU-PHONE                   PIC X(15).
           05  CU-EMAIL                   PIC X(40).
           05  CU-CUSTOMER-STATUS         PIC X(01).
               88  CU-STATUS-ACTIVE       VALUE "A".
               88  CU-STATUS-CLOSED       VALUE "C".
           05  CU-OPENED-DATE             PIC 9(8).
