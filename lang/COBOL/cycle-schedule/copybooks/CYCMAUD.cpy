      *                    TRIED TO SET, AND NO FILE IS TOUCHED -
      *                    AUDIT NOW SEES THE ATTEMPT, NOT JUST THE
      *                    CHANGES THAT GOT THROUGH.
      *   2026-10-15  RJS  A DRILL-DOWN REFUSED BY THE CYCINQ STATUS
      *                    INQUIRY IS ALSO LOGGED AS "DEN", WITH
      *                    ZERO OLD AND NEW VALUES AND THE BUSINESS
      *                    DATE ASKED FOR AS THE EFFECTIVE DATE.
      *   2026-10-15  RJS  CYCCAL CALENDAR CHANGES MADE THROUGH
      *                    CYCCALM ARE LOGGED HERE TOO: "CLA" ADD,
      *                    "CLC" CHANGE, "CLD" DELETE AND "CLR" AN
      *                    ENTRY BUILT BY THE YEAR-END ROLLOVER.  THE
      *                    EFFECTIVE DATE IS THE CALENDAR DATE, THE
      *                    OLD/NEW VALUES ARE THE CALENDAR COUNTS,
      *                    AND THE NEW OLD/NEW CALENDAR ACTION BYTES
      *                    CARRY THE S/R/N ACTION EITHER SIDE OF THE
      *                    CHANGE (SPACE WHERE THERE WAS NO ENTRY).
      *                    EVERY OTHER ACTION LEAVES THEM SPACE.
      *****************************************************************
       01  CYCMAUD-RECORD.
           05  CYC-MAUD-DATE           PIC 9(08).
           05  CYC-MAUD-USERID         PIC X(08).
           05  CYC-MAUD-ACTION         PIC X(03).
           05  CYC-MAUD-EFF-DATE       PIC 9(08).
           05  CYC-MAUD-OLD-CAL-ACTION PIC X(01).
           05  CYC-MAUD-NEW-CAL-ACTION PIC X(01).
           05  FILLER                  PIC X(32).
