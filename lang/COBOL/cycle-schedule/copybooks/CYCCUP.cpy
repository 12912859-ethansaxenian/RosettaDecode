      *****************************************************************
      * CYCCUP.CPY
      *
      * RECORD LAYOUT FOR THE CYCCUP CATCH-UP REQUEST FILE READ BY
      * THE CYCLE GENERATOR (LOOP-1P5-NOADV-GOTO).  ONE RECORD PER
      * MISSED BUSINESS DATE TO BE GENERATED AFTER THE FACT: THE
      * DATE, THE OPERATOR WHO ORDERED IT (STAMPED ON EVERY AUDIT
      * RECORD THE CATCH-UP WRITES) AND A FREE-TEXT REASON FOR THE
      * RUN LOG.  THE RECORDS MAY BE IN ANY ORDER - THE DATES ARE
      * GENERATED OLDEST FIRST.  NO FILE, OR AN EMPTY ONE, IS THE
      * NORMAL NIGHTLY RUN FOR THE CURRENT DATE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCCUP-RECORD.
           05  CYC-CUP-RUN-DATE        PIC 9(08).
           05  CYC-CUP-OPERATOR        PIC X(08).
           05  CYC-CUP-REASON          PIC X(30).
           05  FILLER                  PIC X(34).
