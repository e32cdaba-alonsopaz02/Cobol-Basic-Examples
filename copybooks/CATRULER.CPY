      *  Category-rules record (CATRULES): per account category,  *
      *  its own reporting threshold, the operation codes it      *
      *  permits (e.g. "ASM" for an internal category that must   *
      *  never divide, "ASMDT" for one that takes every           *
      *  operation, transfers included), and the largest          *
      *  NUM1/NUM2 a transaction may carry (zero = no limit).     *
      *  The operation list was four bytes, which left no room    *
      *  for T beside all of ASMD; a CATRULES written before it   *
      *  grew to five must be converted once with LAYOUT-CONVERT. *
      *  Enforced by BASIC-OPERATIONS in batch and interactive    *
      *  alike; an account whose category has no rules record     *
      *  keeps the old unrestricted behaviour and the global      *
      *  CALCPARM threshold.                                      *
      *----------------------------------------------------------*
       01  CATEGORY-RULES-RECORD.
           05  CR-CATEGORY                PIC X(02).
           05  CR-THRESHOLD               PIC 9(5).
           05  CR-ALLOWED-OPS             PIC X(05).
           05  CR-MAX-AMOUNT              PIC 9(5)V99.
