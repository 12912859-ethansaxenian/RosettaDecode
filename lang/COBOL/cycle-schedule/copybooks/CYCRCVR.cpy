      *****************************************************************
      * CYCRCVR.CPY
      *
      * RECORD LAYOUT FOR THE CYCQ RECOVERY REPORT PRODUCED BY THE
      * CYCQRCV FORWARD-RECOVERY UTILITY: THE PARAMETERS RUN WITH,
      * EVERY JOURNAL ENTRY THAT COULD NOT BE APPLIED CLEANLY, THE
      * TRAILER VERIFICATION OF THE REBUILT FILE AND THE RUN
      * TOTALS.  COLUMN 1 IS THE PRINTER CARRIAGE CONTROL CHARACTER
      * ('1' = SKIP TO A NEW PAGE, SPACE = SINGLE SPACE), THE SAME
      * CONVENTION USED BY THE CYCRPT AND CYCSLAR REPORTS.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCRCVR-RECORD.
           05  CYC-RCR-CC              PIC X(01).
           05  CYC-RCR-DATA            PIC X(79).
