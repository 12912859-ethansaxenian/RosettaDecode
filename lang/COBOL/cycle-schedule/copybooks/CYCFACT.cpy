      *****************************************************************
      * CYCFACT.CPY
      *
      * RECORD LAYOUT FOR THE CYCFACT CYCLE-FACT EXTRACT WRITTEN BY
      * CYCFACT FOR THE DATA WAREHOUSE.  EVERY RECORD IS TEXT WITH
      * THE FIELDS SEPARATED BY "|" AT FIXED POSITIONS, AND STARTS
      * WITH THE RECORD TYPE AND THE BUSINESS DATE.  EACH BUSINESS
      * DATE EXTRACTED IS ONE BLOCK:
      *
      *     H   HEADER  - SYSTEM ID, WHEN THE EXTRACT WAS TAKEN, THE
      *                   EXTRACT NUMBER FOR THE DATE (1 ON THE FIRST
      *                   EXTRACT, STEPPED ON EVERY RE-EXTRACT), THE
      *                   CERTIFIED FLAG ("Y" CLEAN CYCCLOSE
      *                   CERTIFICATION, "N" FORCED), AND THE DETAIL
      *                   COUNT AND HASH TOTAL OF THE CYCLE NUMBERS.
      *     D   DETAIL  - ONE PER GENERATED CYCLE (SEE BELOW).
      *     T   TRAILER - THE DETAIL COUNT AND HASH ACTUALLY WRITTEN.
      *
      * A RE-EXTRACT OF A DATE REPLACES THAT DATE'S BLOCK - THE FILE
      * NEVER HOLDS TWO BLOCKS FOR ONE DATE - AND THE WAREHOUSE
      * LOADER REPLACES THE DATE'S ROWS FROM ANY BLOCK WHOSE EXTRACT
      * NUMBER IS ABOVE ONE.  A DETAIL FIELD WITH NOTHING BEHIND IT
      * (NO CYCQ POST, NO COMPLETION YET) IS LEFT BLANK.
      *
      * DETAIL FIELDS:
      *     REGION, CYCLE          CYCSEQ GENERATION
      *     RUN MODE               "C" CATCH-UP, "N" NORMAL, "S"
      *                            SUPPLEMENTAL (AUDIT)
      *     CAL OVERRIDE           "S"/"R" CALENDAR OVERRIDE APPLIED
      *     GEN START, GEN END     AUDIT GENERATION TIMES (HHMMSSHH)
      *     Q STATUS ... RETRIES   FINAL CYCQ STATUS, READY/TAKEN/END
      *                            TIMES AND THE REQUEUE COUNT
      *     DONE, ITEMS, AMOUNT    "Y" WITH THE CYCDONE SETTLEMENT
      *                            FIGURES, OR "N"
      *     RGN STATUS ... LAST    THE REGION'S RUNSTAT OUTCOME
      *     SLA TARGET, LATE       CYCSLAP TARGET (HHMMSS) AND "Y"
      *                            WHEN THE CYCLE FINISHED GENERATING
      *                            AFTER IT (BLANK = NO TARGET);
      *                            NEVER "Y" ON A SUPPLEMENTAL CYCLE
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *   2026-10-15  RJS  RUN MODE "S" FOR A CYCSUPP SUPPLEMENTAL
      *                    CYCLE, WHICH IS NEVER FLAGGED LATE.
      *****************************************************************
       01  CYCFACT-RECORD.
           05  CYC-FCT-REC-TYPE        PIC X(01).
               88  CYC-FCT-HEADER-REC                 VALUE "H".
               88  CYC-FCT-DETAIL-REC                 VALUE "D".
               88  CYC-FCT-TRAILER-REC                VALUE "T".
           05  FILLER                  PIC X(01).
           05  CYC-FCT-BUS-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CYC-FCT-DATA            PIC X(139).
           05  CYC-FCT-HDR-DATA REDEFINES CYC-FCT-DATA.
               10  CYC-FCT-HDR-SYSTEM  PIC X(07).
               10  FILLER              PIC X(01).
               10  CYC-FCT-HDR-EXT-DATE
                                       PIC 9(08).
               10  FILLER              PIC X(01).
               10  CYC-FCT-HDR-EXT-TIME
                                       PIC 9(08).
               10  FILLER              PIC X(01).
               10  CYC-FCT-HDR-EXT-NO  PIC 9(03).
               10  FILLER              PIC X(01).
               10  CYC-FCT-HDR-CERTIFIED
                                       PIC X(01).
               10  FILLER              PIC X(01).
               10  CYC-FCT-HDR-COUNT   PIC 9(05).
               10  FILLER              PIC X(01).
               10  CYC-FCT-HDR-HASH    PIC 9(08).
               10  FILLER              PIC X(93).
           05  CYC-FCT-DET-DATA REDEFINES CYC-FCT-DATA.
               10  CYC-FCT-DET-REGION  PIC X(03).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-CYCLE   PIC X(03).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-RUN-MODE
                                       PIC X(01).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-CAL-OVERRIDE
                                       PIC X(01).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-GEN-START
                                       PIC X(08).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-GEN-END PIC X(08).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-Q-STATUS
                                       PIC X(01).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-Q-READY PIC X(08).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-Q-TAKEN PIC X(08).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-Q-END   PIC X(08).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-Q-RETRIES
                                       PIC X(02).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-DONE    PIC X(01).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-ITEMS   PIC X(07).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-AMOUNT  PIC X(14).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-RGN-STATUS
                                       PIC X(01).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-RGN-START
                                       PIC X(08).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-RGN-END PIC X(08).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-RGN-LAST
                                       PIC X(03).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-SLA-TARGET
                                       PIC X(06).
               10  FILLER              PIC X(01).
               10  CYC-FCT-DET-LATE    PIC X(01).
               10  FILLER              PIC X(20).
           05  CYC-FCT-TRL-DATA REDEFINES CYC-FCT-DATA.
               10  CYC-FCT-TRL-COUNT   PIC 9(05).
               10  FILLER              PIC X(01).
               10  CYC-FCT-TRL-HASH    PIC 9(08).
               10  FILLER              PIC X(125).
