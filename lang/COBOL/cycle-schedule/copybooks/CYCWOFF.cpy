      *****************************************************************
      * CYCWOFF.CPY
      *
      * RECORD LAYOUT FOR THE CYCWOFF REJECT WRITE-OFF LOG APPENDED
      * BY CYCRCYC.  ONE RECORD PER CYCREJ REJECT WRITTEN OFF BY THE
      * MORNING REVIEW: WHEN IT WAS WRITTEN OFF, THE REJECTED
      * POSTING'S REGION / CYCLE / GENERATION DATE AND REJECT REASON
      * CODE, AND THE OPERATOR AND REASON FROM THE CYCRDSP
      * DISPOSITION.  THE FILE IS RETAINED - NOTHING PURGES IT - AND
      * IS READ BY THE CYCOACT OPERATOR-ACTIVITY REPORT.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCWOFF-RECORD.
           05  CYC-WOF-DATE            PIC 9(08).
           05  CYC-WOF-TIME            PIC 9(08).
           05  CYC-WOF-REGION          PIC X(03).
           05  CYC-WOF-CYCLE           PIC 9(03).
           05  CYC-WOF-GEN-DATE        PIC 9(08).
           05  CYC-WOF-REJ-REASON-CD   PIC X(02).
           05  CYC-WOF-OPERATOR        PIC X(08).
           05  CYC-WOF-REASON          PIC X(25).
           05  FILLER                  PIC X(15).
