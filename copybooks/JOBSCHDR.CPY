      *  every submission, M only when the BUSCAL calendar says   *
      *  the business date is the last business day of its month  *
      *  (how the month-end close gets submitted without an       *
      *  operator remembering it), W only on the last business    *
      *  day of the business week.  A JOBSCHED written under the  *
      *  old 31-byte layout must be converted once with           *
      *  LAYOUT-CONVERT.                                          *
      *----------------------------------------------------------*
           05  JS-STEP-PARM               PIC X(08).
           05  JS-FREQUENCY               PIC X(01).
               88  JS-FREQ-MONTH-END      VALUE "M".
               88  JS-FREQ-WEEK-END       VALUE "W".
