      *                               TWICE IN THE SAME SWEEP
      *     04  MISSING GEN DATE    - POSTING CARRIES NO USABLE
      *                               GENERATION DATE
      *     05  BAD ITEM COUNT      - ITEM COUNT MISSING OR NOT
      *                               NUMERIC
      *     06  BAD SETTLE VALUE    - SETTLEMENT VALUE MISSING OR
      *                               NOT NUMERIC
      *     07  JOBS OUTSTANDING    - THE REGION HAS A DOWNSTREAM JOB
      *                               CATALOGUE AND NOT EVERY JOB HAS
      *                               COMPLETED THE CYCLE; THE JOB
      *                               HOLDING IT UP IS NAMED ON THE
      *                               REJECT
      *
      * MODIFICATION HISTORY
      *   2026-08-22  RJS  ORIGINAL COPYBOOK.
      *   2026-09-02  RJS  CYCLE NUMBER WIDENED TO THREE DIGITS SO
      *                    A REGION CAN RUN PAST 99 CYCLES (THE
      *                    TRIPLE-WITCHING DAYS) WITHOUT A REWRITE.
      *   2026-10-15  RJS  ADDED REASON CODES 05 AND 06 FOR A
      *                    POSTING WHOSE SETTLEMENT FIGURES ARE
      *                    MISSING OR NOT NUMERIC, AND THE FIGURES
      *                    THEMSELVES, KEPT EXACTLY AS POSTED (HENCE
      *                    ALPHANUMERIC) SO THE REVIEW CAN SEE WHAT
      *                    THE DOWNSTREAM JOB ACTUALLY SENT.
      *   2026-10-15  RJS  ADDED REASON CODE 07 FOR A COMPLETION
      *                    POSTED BEFORE EVERY CATALOGUED JOB HAS
      *                    FINISHED, AND THE OUTSTANDING JOB'S NAME.
      *****************************************************************
       01  CYCREJ-RECORD.
           05  CYC-REJ-REGION          PIC X(03).
               88  CYC-REJ-NOT-GENERATED              VALUE "02".
               88  CYC-REJ-DUPLICATE                  VALUE "03".
               88  CYC-REJ-NO-GEN-DATE                VALUE "04".
               88  CYC-REJ-BAD-ITEM-COUNT             VALUE "05".
               88  CYC-REJ-BAD-SETTLE-AMT             VALUE "06".
               88  CYC-REJ-JOBS-OUTSTANDING           VALUE "07".
           05  CYC-REJ-REASON-TEXT     PIC X(25).
           05  CYC-REJ-POST-DATE       PIC 9(08).
           05  CYC-REJ-ITEM-COUNT      PIC X(07).
           05  CYC-REJ-SETTLE-AMT      PIC X(13).
           05  CYC-REJ-OPEN-JOB        PIC X(08).
           05  FILLER                  PIC X(03).
