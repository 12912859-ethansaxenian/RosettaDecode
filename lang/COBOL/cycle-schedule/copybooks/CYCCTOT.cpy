      *****************************************************************
      * CYCCTOT.CPY
      *
      * RECORD LAYOUT FOR THE CYCCTOT CONTROL-TOTALS FILE.  THE
      * UPSTREAM SETTLEMENT FEED DECLARES, ALONGSIDE THE WORK IT
      * HANDS US, HOW MANY ITEMS AND WHAT SETTLEMENT VALUE EACH
      * REGION SHOULD SETTLE FOR A BUSINESS DATE.  A RECORD WITH A
      * CYCLE NUMBER DECLARES THE FIGURES FOR THAT ONE CYCLE; A
      * RECORD WITH CYCLE ZERO DECLARES THE TOTAL FOR THE WHOLE
      * REGION FOR THE DATE.  THE FEED MAY SEND EITHER OR BOTH.
      * CYCSTL COMPARES THESE AGAINST THE FIGURES THE DOWNSTREAM
      * JOBS ACTUALLY POSTED ON CYCDONE AND FLAGS EVERY DIFFERENCE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCCTOT-RECORD.
           05  CYC-CTOT-GEN-DATE       PIC 9(08).
           05  CYC-CTOT-REGION         PIC X(03).
           05  CYC-CTOT-CYCLE          PIC 9(03).
               88  CYC-CTOT-REGION-TOTAL              VALUE ZERO.
           05  CYC-CTOT-ITEM-COUNT     PIC 9(07).
           05  CYC-CTOT-SETTLE-AMT     PIC 9(11)V99.
           05  FILLER                  PIC X(46).
