      *****************************************************************
      * CYCSTLR.CPY
      *
      * RECORD LAYOUT FOR THE SETTLEMENT CONTROL-TOTAL REPORT
      * PRODUCED BY CYCSTL.  COLUMN 1 IS THE PRINTER CARRIAGE
      * CONTROL CHARACTER ('1' = SKIP TO A NEW PAGE, SPACE = SINGLE
      * SPACE), THE SAME CONVENTION USED BY THE CYCRPT AND CYCEXC
      * REPORTS.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCSTLR-RECORD.
           05  CYC-STR-CC              PIC X(01).
           05  CYC-STR-DATA            PIC X(79).
