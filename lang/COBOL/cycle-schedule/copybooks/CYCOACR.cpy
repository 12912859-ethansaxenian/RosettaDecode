      *****************************************************************
      * CYCOACR.CPY
      *
      * RECORD LAYOUT FOR THE OPERATOR-ACTIVITY REPORT PRODUCED BY
      * CYCOACT.  COLUMN 1 IS THE PRINTER CARRIAGE CONTROL CHARACTER
      * ('1' = SKIP TO A NEW PAGE, SPACE = SINGLE SPACE), THE SAME
      * CONVENTION USED BY THE CYCRPT, CYCSLAR AND CYCTRNR REPORTS.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCOACR-RECORD.
           05  CYC-OAR-CC              PIC X(01).
           05  CYC-OAR-DATA            PIC X(79).
