      *****************************************************************
      * CYCJOB.CPY
      *
      * RECORD LAYOUT FOR THE CYCJOB PER-JOB STATUS FILE, KEYED
      * (INDEXED) ON REGION + CYCLE + GENERATION DATE + JOB.
      * CYCQUPD WRITES ONE RECORD THE FIRST TIME A CATALOGUED JOB
      * (CYCJCAT) POSTS A TRANSITION FOR A CYCLE AND REWRITES IT ON
      * EVERY LATER ONE, THE SAME WAY IT KEEPS THE CYCLE'S OWN CYCQ
      * RECORD.  A CATALOGUED JOB WITH NO RECORD FOR THE CYCLE HAS
      * NOT STARTED.  CYCINTK, CYCRCYC, CYCQMON AND CYCRECON READ IT
      * BY KEY TO FIND THE JOB HOLDING A CYCLE UP.
      *
      * STATUS CODES
      *     T   JOB TAKEN BY THE SCHEDULER
      *     C   JOB COMPLETED
      *     E   JOB ERRORED
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCJOB-RECORD.
           05  CYC-JB-KEY.
               10  CYC-JB-REGION       PIC X(03).
               10  CYC-JB-CYCLE        PIC 9(03).
               10  CYC-JB-GEN-DATE     PIC 9(08).
               10  CYC-JB-JOB          PIC X(08).
           05  CYC-JB-STATUS-CD        PIC X(01).
               88  CYC-JB-STAT-TAKEN                  VALUE "T".
               88  CYC-JB-STAT-COMPLETE               VALUE "C".
               88  CYC-JB-STAT-ERROR                  VALUE "E".
           05  CYC-JB-TAKEN-TIME       PIC 9(08).
           05  CYC-JB-END-TIME         PIC 9(08).
           05  FILLER                  PIC X(41).
