      *****************************************************************
      * CYCSUPT.CPY
      *
      * RECORD LAYOUT FOR THE CYCSUPT SUPPLEMENTAL-CYCLE POSTING FILE
      * READ BY THE CYCSUPP UTILITY.  THE OPERATIONS BRIDGE APPENDS
      * ONE RECORD PER ACTION:
      *
      *     R   REQUEST  - GENERATE THE NEXT CYCLE NUMBER(S) FOR A
      *                    REGION AND DATE WHOSE NIGHTLY GENERATION
      *                    HAS ALREADY RUN.  THE COUNT IS HOW MANY
      *                    EXTRA CYCLES (ZERO OR BLANK MEANS ONE).
      *                    THE REASON IS REQUIRED.
      *     A   APPROVE  - SIGN OFF A SUPPLEMENTAL CYCLE ALREADY
      *                    GENERATED: THE NAMED CYCLE, OR EVERY ONE
      *                    OF THE REGION AND DATE STILL PENDING
      *                    (CYCLE ZERO).  THE APPROVER MUST NOT BE
      *                    THE OPERATOR WHO REQUESTED IT.
      *
      * A ZERO GENERATION DATE MEANS THE CURRENT BUSINESS DATE.
      * EVERY RECORD CARRIES THE OPERATOR ID OF WHOEVER KEYED IT.
      *
      * THE JCL THAT RUNS CYCSUPP IS EXPECTED TO CLEAR OR RENAME
      * CYCSUPT AFTERWARDS SO THE SAME REQUESTS ARE NOT APPLIED
      * TWICE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCSUPT-RECORD.
           05  CYC-SPT-ACTION          PIC X(01).
               88  CYC-SPT-REQUEST                    VALUE "R".
               88  CYC-SPT-APPROVE                    VALUE "A".
           05  CYC-SPT-REGION          PIC X(03).
           05  CYC-SPT-GEN-DATE        PIC 9(08).
           05  CYC-SPT-COUNT           PIC 9(02).
           05  CYC-SPT-CYCLE           PIC 9(03).
           05  CYC-SPT-OPERATOR        PIC X(08).
           05  CYC-SPT-REASON          PIC X(30).
           05  FILLER                  PIC X(25).
