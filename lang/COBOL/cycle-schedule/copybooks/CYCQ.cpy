      *                    CAN RUN PAST 99 CYCLES AND THE RUN HASH
      *                    CANNOT OVERFLOW ACROSS A FULL TABLE OF
      *                    REGIONS.
      *   2026-10-15  RJS  ADDED THE SUPPLEMENTAL FLAG.  A POST FOR A
      *                    CYCLE ADDED AFTER THE NIGHT'S GENERATION
      *                    BY THE CYCSUPP UTILITY CARRIES "S" (THE
      *                    REGION AND RUN TRAILERS ARE REWRITTEN TO
      *                    TAKE IT IN); SPACE MEANS THE CYCLE WAS
      *                    POSTED BY THE NORMAL RUN.
      *****************************************************************
       01  CYCQ-RECORD.
           05  CYC-Q-KEY.
           05  CYC-Q-TRL-COUNT         PIC 9(05).
           05  CYC-Q-TRL-HASH          PIC 9(08).
           05  CYC-Q-RETRY-COUNT       PIC 9(02).
           05  CYC-Q-SUPP-FLAG         PIC X(01).
               88  CYC-Q-SUPPLEMENTAL                 VALUE "S".
           05  FILLER                  PIC X(24).
