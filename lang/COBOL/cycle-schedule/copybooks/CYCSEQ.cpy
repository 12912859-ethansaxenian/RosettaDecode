      *                    CAN RUN PAST 99 CYCLES AND THE RUN HASH
      *                    CANNOT OVERFLOW ACROSS A FULL TABLE OF
      *                    REGIONS.
      *   2026-10-15  RJS  ADDED THE SUPPLEMENTAL FLAG.  A DETAIL
      *                    RECORD FOR A CYCLE ADDED AFTER THE NIGHT'S
      *                    GENERATION BY THE CYCSUPP UTILITY CARRIES
      *                    "S" (THE REGION AND RUN TRAILERS ARE
      *                    REWRITTEN TO TAKE IT IN); SPACE MEANS THE
      *                    CYCLE WAS GENERATED BY THE NORMAL RUN.
      *****************************************************************
       01  CYCSEQ-RECORD.
           05  CYC-SEQ-REGION          PIC X(03).
               88  CYC-SEQ-RUN-TRAILER                VALUE "Z".
           05  CYC-SEQ-TRL-COUNT       PIC 9(05).
           05  CYC-SEQ-TRL-HASH        PIC 9(08).
           05  CYC-SEQ-SUPP-FLAG       PIC X(01).
               88  CYC-SEQ-SUPPLEMENTAL               VALUE "S".
           05  FILLER                  PIC X(51).
