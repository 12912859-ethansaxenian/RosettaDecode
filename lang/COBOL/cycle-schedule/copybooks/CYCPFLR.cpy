      *****************************************************************
      * CYCPFLR.CPY
      *
      * RECORD LAYOUT FOR THE READINESS REPORT PRODUCED BY THE
      * CYCPFLT PRE-FLIGHT PARAMETER INTEGRITY CHECK: ONE LINE PER
      * FINDING, GRADED ERROR OR WARNING, WITH THE PARAMETER FILE
      * IT WAS FOUND ON, THEN THE COUNTS AND THE READY / NOT READY
      * VERDICT.  COLUMN 1 IS THE PRINTER CARRIAGE CONTROL CHARACTER
      * ('1' = SKIP TO A NEW PAGE, SPACE = SINGLE SPACE), THE SAME
      * CONVENTION USED BY THE CYCRPT AND CYCSLAR REPORTS.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCPFLR-RECORD.
           05  CYC-PFR-CC              PIC X(01).
           05  CYC-PFR-DATA            PIC X(79).
