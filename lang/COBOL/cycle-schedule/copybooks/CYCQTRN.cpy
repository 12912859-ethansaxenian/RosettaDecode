      *     C   CYCLE COMPLETED
      *     E   CYCLE ERRORED
      *
      * A POSTING FROM ONE OF THE REGION'S CATALOGUED DOWNSTREAM
      * JOBS (CYCJCAT) CARRIES THE JOB NAME AND UPDATES THAT JOB'S
      * CYCJOB STATUS; THE CYCLE'S OWN STATUS IS THEN ROLLED UP FROM
      * ITS JOBS.  A BLANK JOB NAME IS A CYCLE-LEVEL POSTING.
      *
      * MODIFICATION HISTORY
      *   2026-08-22  RJS  ORIGINAL COPYBOOK.
      *   2026-09-02  RJS  CYCLE NUMBER WIDENED TO THREE DIGITS SO
      *                    A REGION CAN RUN PAST 99 CYCLES (THE
      *                    TRIPLE-WITCHING DAYS) WITHOUT A REWRITE.
      *   2026-10-15  RJS  ADDED THE DOWNSTREAM JOB NAME FOR
      *                    POSTINGS FROM A CATALOGUED JOB.
      *****************************************************************
       01  CYCQTRN-RECORD.
           05  CYC-QT-REGION           PIC X(03).
               88  CYC-QT-COMPLETE                    VALUE "C".
               88  CYC-QT-ERROR                       VALUE "E".
           05  CYC-QT-TIME             PIC 9(08).
           05  CYC-QT-JOB              PIC X(08).
           05  FILLER                  PIC X(49).
