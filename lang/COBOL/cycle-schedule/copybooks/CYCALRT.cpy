      *     STAL  CYCQ ENTRY PAST THE AGE THRESHOLD (CYCQMON)
      *     ABND  REGION ABENDED MID-GENERATION (GENERATOR)
      *     HELD  REGION HELD - PREDECESSOR NOT COMPLETE (GENERATOR)
      *     PFLT  PRE-FLIGHT CHECK FOUND ERRORS IN THE PARAMETER
      *           FILES FOR THE BUSINESS DATE (CYCPFLT) - REGION
      *           "ALL", CYCLE ZERO, ONE PER DATE
      *
      * SEVERITY IS "W" (WARNING) OR "C" (CRITICAL).  THE DEDUP KEY
      * (TYPE + REGION + CYCLE + GENERATION DATE) IDENTIFIES THE
      *   2026-09-02  RJS  CYCLE NUMBER WIDENED TO THREE DIGITS SO
      *                    A REGION CAN RUN PAST 99 CYCLES (THE
      *                    TRIPLE-WITCHING DAYS) WITHOUT A REWRITE.
      *   2026-10-15  RJS  NEW ALERT TYPE PFLT, RAISED BY THE CYCPFLT
      *                    PRE-FLIGHT CHECK WHEN THE NIGHT'S
      *                    PARAMETER FILES ARE NOT READY.
      *****************************************************************
       01  CYCALRT-RECORD.
           05  CYC-ALR-DEDUP-KEY.
