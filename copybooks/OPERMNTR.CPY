      *  Operator-master maintenance transaction read by the      *
      *  OPER-MAINT batch program from OPERMNT: one action per    *
      *  record against the indexed OPERMAST security master.     *
      *  Each record is queued on MAINTPND under its maker and    *
      *  applied only after a second supervisor approves it (the  *
      *  bootstrap load of a missing OPERMAST excepted).          *
      *----------------------------------------------------------*
       01  OPER-MAINT-RECORD.
           05  OT-ACTION-CODE             PIC X(01).
