      *  optional), and how many months a completion stays valid  *
      *  before it must be refreshed (zero = never expires).      *
      *  Presented by the onboarding program and crossed against  *
      *  TRAINLOG by TRAIN-COMPLIANCE.  OPER-SIGNON enforces the  *
      *  modules required for role OPERADOR on every operator and *
      *  those for role SUPERVIS on supervisors as well.          *
      *----------------------------------------------------------*
       01  TRAIN-CATALOG-RECORD.
           05  TC-MODULE-CODE             PIC X(06).
