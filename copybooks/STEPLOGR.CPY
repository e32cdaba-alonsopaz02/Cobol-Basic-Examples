      *  STEPLOGR.CPY                                             *
      *  Step-log record (STEPLOG) appended by JOB-CONTROLLER:    *
      *  one record when a step starts (estado A) and one when it *
      *  ends (C completado, F fallido, with the return code; a   *
      *  C record may carry the warning code 4).                  *
      *  On resubmission for the same run date the controller     *
      *  skips every step that already has a C record, and the    *
      *  log answers "did last night's stream actually finish".   *
