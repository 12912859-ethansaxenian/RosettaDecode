      *****************************************************************
      * CYCPFLP.CPY
      *
      * RECORD LAYOUT FOR THE CYCPFLP PARAMETER FILE READ BY THE
      * CYCPFLT PRE-FLIGHT PARAMETER INTEGRITY CHECK.  ONE RECORD:
      * THE BUSINESS DATE THE COMING GENERATION RUN WILL PROCESS.
      * THE FILE IS OPTIONAL - WITH NO FILE, OR A ZERO DATE, THE
      * CHECK RUNS FOR TOMORROW'S DATE, WHICH IS THE DATE THE
      * NIGHTLY GENERATOR STAMPS WHEN IT STARTS AFTER MIDNIGHT.  AN
      * EXPLICIT DATE IS FOR A RERUN OR FOR CHECKING AHEAD OF A
      * HOLIDAY WEEKEND.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCPFLP-RECORD.
           05  CYC-PFP-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).
