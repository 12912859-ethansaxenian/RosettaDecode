      *****************************************************************
      * CYCOACP.CPY
      *
      * RECORD LAYOUT FOR THE CYCOACP PARAMETER FILE READ BY THE
      * CYCOACT OPERATOR-ACTIVITY REPORT.  ONE RECORD: THE FROM AND
      * TO DATES (INCLUSIVE) OF THE ACTIVITY TO REPORT, AND AN
      * OPTIONAL OPERATOR AND/OR REGION TO NARROW IT TO.  A ZERO TO
      * DATE REPORTS THE FROM DATE ONLY; SPACES IN THE OPERATOR OR
      * REGION REPORT EVERY OPERATOR OR REGION.  NO PARAMETER FILE
      * AT ALL REPORTS EVERYTHING ON FILE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCOACP-RECORD.
           05  CYC-OAP-FROM-DATE       PIC 9(08).
           05  CYC-OAP-TO-DATE         PIC 9(08).
           05  CYC-OAP-OPERATOR        PIC X(08).
           05  CYC-OAP-REGION          PIC X(03).
           05  FILLER                  PIC X(53).
