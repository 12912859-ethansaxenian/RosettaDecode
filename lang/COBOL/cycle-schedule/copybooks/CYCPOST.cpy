      *   2026-09-02  RJS  CYCLE NUMBER WIDENED TO THREE DIGITS SO
      *                    A REGION CAN RUN PAST 99 CYCLES (THE
      *                    TRIPLE-WITCHING DAYS) WITHOUT A REWRITE.
      *   2026-10-15  RJS  ADDED THE SETTLEMENT FIGURES FOR THE
      *                    CYCLE - THE NUMBER OF ITEMS THE JOB
      *                    SETTLED AND THEIR TOTAL SETTLEMENT VALUE.
      *                    A POSTING WITH EITHER FIGURE MISSING OR
      *                    NOT NUMERIC IS REJECTED BY CYCINTK (REASON
      *                    05 OR 06).  A CYCLE THAT GENUINELY SETTLED
      *                    NOTHING POSTS ZEROES, NOT SPACES.
      *****************************************************************
       01  CYCPOST-RECORD.
           05  CYC-POST-REGION         PIC X(03).
           05  CYC-POST-CYCLE          PIC 9(03).
           05  CYC-POST-GEN-DATE       PIC 9(08).
           05  CYC-POST-ITEM-COUNT     PIC 9(07).
           05  CYC-POST-SETTLE-AMT     PIC 9(11)V99.
           05  CYC-POST-SETTLE-AMT-X   REDEFINES CYC-POST-SETTLE-AMT
                                       PIC X(13).
           05  FILLER                  PIC X(46).
