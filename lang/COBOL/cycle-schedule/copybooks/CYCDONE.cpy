      *   2026-09-02  RJS  CYCLE NUMBER WIDENED TO THREE DIGITS SO
      *                    A REGION CAN RUN PAST 99 CYCLES (THE
      *                    TRIPLE-WITCHING DAYS) WITHOUT A REWRITE.
      *   2026-10-15  RJS  ADDED THE SETTLEMENT FIGURES (ITEM COUNT
      *                    AND SETTLEMENT VALUE) CARRIED THROUGH
      *                    FROM THE VALIDATED CYCPOST POSTING, FOR
      *                    THE CYCSTL CONTROL-TOTAL REPORT.  A
      *                    COMPLETION WRITTEN BEFORE THIS CHANGE
      *                    CARRIES SPACES THERE.
      *****************************************************************
       01  CYCDONE-RECORD.
           05  CYC-DONE-REGION         PIC X(03).
           05  CYC-DONE-CYCLE          PIC 9(03).
           05  CYC-DONE-GEN-DATE       PIC 9(08).
           05  CYC-DONE-ITEM-COUNT     PIC 9(07).
           05  CYC-DONE-SETTLE-AMT     PIC 9(11)V99.
           05  CYC-DONE-SETTLE-AMT-X   REDEFINES CYC-DONE-SETTLE-AMT
                                       PIC X(13).
           05  FILLER                  PIC X(46).
