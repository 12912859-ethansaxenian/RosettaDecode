      *****************************************************************
      * CYCJCAT.CPY
      *
      * RECORD LAYOUT FOR THE CYCJCAT DOWNSTREAM JOB CATALOGUE,
      * MAINTAINED BY OPERATIONS.  ONE RECORD PER SETTLEMENT JOB
      * EVERY CYCLE OF THE REGION MUST RUN (POSTING, GL FEED,
      * STATEMENTS ...), IN THE ORDER THE SCHEDULER RUNS THEM, WITH
      * THE TEAM THE BRIDGE CALLS WHEN THAT JOB IS THE ONE HOLDING A
      * CYCLE UP.  A REGION WITH NO CATALOGUE ENTRIES COMPLETES ON
      * THE SINGLE CYCLE-LEVEL POSTING, AS IT ALWAYS HAS; A REGION
      * WITH ENTRIES COMPLETES ONLY WHEN EVERY CATALOGUED JOB HAS
      * POSTED COMPLETE (SEE CYCQUPD AND CYCJOB).
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCJCAT-RECORD.
           05  CYC-JC-REGION           PIC X(03).
           05  CYC-JC-JOB              PIC X(08).
           05  CYC-JC-DESC             PIC X(20).
           05  CYC-JC-TEAM             PIC X(20).
           05  FILLER                  PIC X(29).
