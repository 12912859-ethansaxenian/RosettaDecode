      *   2026-09-02  RJS  CYCLE COUNT WIDENED TO THREE DIGITS SO
      *                    A REGION CAN RUN PAST 99 CYCLES (THE
      *                    TRIPLE-WITCHING DAYS) WITHOUT A REWRITE.
      *   2026-10-15  RJS  THE FILE IS NOW MAINTAINED BY CYCCALM
      *                    (CYCCALT TRANSACTIONS AND THE YEAR-END
      *                    ROLLOVER FROM CYCCALH), WHICH KEEPS IT IN
      *                    DATE/REGION ORDER WITH AT MOST ONE ENTRY
      *                    PER DATE AND REGION.  HAND EDITS ARE NO
      *                    LONGER NEEDED.
      *****************************************************************
       01  CYCCAL-RECORD.
           05  CYC-CAL-DATE            PIC 9(08).
