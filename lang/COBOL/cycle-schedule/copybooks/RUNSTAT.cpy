      * RECORD LAYOUT FOR THE RUNSTAT RUN-STATUS FILE MAINTAINED BY
      * THE CYCLE GENERATOR: ONE RECORD PER REGION PER RUN, REWRITTEN
      * IN PLACE AS THE RUN MOVES THROUGH THE REGION TABLE.  THE
      * RUN DATE'S RECORDS ARE REBUILT AT THE START OF EVERY RUN, SO
      * THE FILE ALWAYS SHOWS THE CURRENT (OR MOST RECENT) RUN OF
      * EACH DATE STILL ON THE LIVE CYCSEQ FILE: THE SCHEDULER CAN
      * HOLD THE DOWNSTREAM JOBS FOR JUST A FAILED REGION, AND THE
      * RESTART OPERATOR CAN SEE AT A GLANCE WHERE THE RUN STOPPED -
      * WHICH REGION, WHICH CYCLE, AND WHY - WITHOUT PIECING IT
      *   2026-09-02  RJS  CYCLE NUMBER WIDENED TO THREE DIGITS SO
      *                    A REGION CAN RUN PAST 99 CYCLES (THE
      *                    TRIPLE-WITCHING DAYS) WITHOUT A REWRITE.
      *   2026-10-15  RJS  THE FILE NOW HOLDS MORE THAN ONE BUSINESS
      *                    DATE.  A RUN REBUILDS ONLY ITS OWN DATE'S
      *                    RECORDS AND KEEPS THOSE OF ANY OTHER DATE
      *                    STILL ON THE LIVE CYCSEQ FILE, SO A
      *                    CATCH-UP RUN FOR A MISSED DATE AND THE
      *                    NIGHTLY RUN DO NOT WIPE EACH OTHER'S
      *                    STATUS BEFORE CYCCLOSE HAS CERTIFIED IT.
      *                    READERS MUST SELECT ON CYC-RS-RUN-DATE.
      *****************************************************************
       01  RUNSTAT-RECORD.
           05  CYC-RS-RUN-DATE         PIC 9(08).
