      *  subprogram.  On return, a granted sign-on carries the    *
      *  validated operator ID and authority level; a failed one  *
      *  (bad ID or PIN three times, inactive operator, missing   *
      *  security master, expired PIN not replaced) comes back    *
      *  denied and the caller must not proceed.                  *
      *  The caller says beforehand whether it only looks things  *
      *  up (SP-CALLER-CLASS "C"); an operator who has not done   *
      *  the training the catalog requires is signed on to such   *
      *  a caller with SP-ACCESS-LEVEL "C" (inquiry only) and is  *
      *  denied by every other caller until a supervisor records  *
      *  an override.                                             *
      *----------------------------------------------------------*
       01  SIGNON-PARAMETERS.
           05  SP-OPERATOR-ID             PIC X(08).
           05  SP-SIGNON-STATUS           PIC X(01).
               88  SP-SIGNON-OK           VALUE "Y".
               88  SP-SIGNON-DENIED       VALUE "N".
           05  SP-CALLER-CLASS            PIC X(01) VALUE "A".
               88  SP-CALLER-UPDATES      VALUE "A".
               88  SP-CALLER-INQUIRY      VALUE "C".
           05  SP-ACCESS-LEVEL            PIC X(01).
               88  SP-ACCESS-FULL         VALUE "F".
               88  SP-ACCESS-INQUIRY-ONLY VALUE "C".
