      *                    CANCEL OR REQUEUE LOOKED TO CYCSLA AND
      *                    CYCTREND LIKE A ZERO-ELAPSED CYCLE AND AN
      *                    03:15 RELEASE COUNTED AS AN SLA MISS.
      *   2026-10-15  RJS  ADDED THE RUN MODE.  A GENERATION RECORD
      *                    WRITTEN BY A CATCH-UP RUN FOR A MISSED
      *                    BUSINESS DATE CARRIES "C" AND THE
      *                    OPERATOR WHO NAMED THE DATE ON CYCCUP (A
      *                    HOLD OR CANCEL OPERATOR STILL TAKES THE
      *                    OPERATOR FIELD WHEN THERE IS ONE).  SPACE
      *                    MEANS THE NORMAL NIGHTLY RUN.
      *   2026-10-15  RJS  ADDED THE ACTION DATE.  A "U" RECORD
      *                    CARRIES THE BUSINESS DATE OF THE CYCLE
      *                    IN RUN-DATE, WHICH IS NOT ALWAYS THE DAY
      *                    THE OPERATOR ACTED; CYCHLDU AND CYCRQUE
      *                    NOW STAMP THE CALENDAR DATE OF THE ACTION
      *                    HERE FOR THE CYCOACT ACTIVITY REPORT.
      *                    SPACES ON GENERATION RECORDS AND ON "U"
      *                    RECORDS WRITTEN BEFORE THIS CHANGE.
      *   2026-10-15  RJS  ADDED RUN MODE "S" FOR A SUPPLEMENTAL
      *                    CYCLE GENERATED AFTER THE NIGHT'S RUN BY
      *                    THE CYCSUPP UTILITY.  THE OPERATOR IS THE
      *                    ONE WHO REQUESTED IT, RUN-DATE IS THE
      *                    BUSINESS DATE OF THE CYCLE AND THE ACTION
      *                    DATE IS THE DAY IT WAS GENERATED.
      *****************************************************************
       01  AUDIT-RECORD.
           05  CYC-AUD-RUN-DATE        PIC 9(08).
           05  CYC-AUD-REC-TYPE        PIC X(01).
               88  CYC-AUD-GENERATION-REC             VALUE "G" SPACE.
               88  CYC-AUD-UTILITY-REC                VALUE "U".
           05  CYC-AUD-RUN-MODE        PIC X(01).
               88  CYC-AUD-CATCHUP-RUN                VALUE "C".
               88  CYC-AUD-SUPPLEMENTAL-RUN           VALUE "S".
           05  CYC-AUD-ACTION-DATE     PIC 9(08).
           05  FILLER                  PIC X(28).
