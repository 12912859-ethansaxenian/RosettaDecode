      *****************************************************************
      * CYCCALH.CPY
      *
      * RECORD LAYOUT FOR THE CYCCALH STANDING-HOLIDAY TEMPLATE READ
      * BY THE CYCCALM YEAR-END ROLLOVER ("ROL").  ONE RECORD PER
      * HOLIDAY THE SITE OBSERVES EVERY YEAR.  THE ROLLOVER WORKS
      * OUT THE DATE IN THE YEAR BEING BUILT FROM THE RULE AND ADDS
      * THE CYCCAL ENTRY, WITH THE SAME CHECKS AN ADD TRANSACTION
      * GETS.  RULES:
      *
      *     F   FIXED MONTH AND DAY (DECEMBER 25).  WITH THE OBSERVE
      *         FLAG "Y", A SATURDAY DATE MOVES BACK TO THE FRIDAY
      *         AND A SUNDAY DATE FORWARD TO THE MONDAY.
      *     N   NTH WEEKDAY OF THE MONTH (FIRST MONDAY IN SEPTEMBER
      *         = MONTH 09, WEEK 1, WEEKDAY 1).
      *     L   LAST WEEKDAY OF THE MONTH (LAST MONDAY IN MAY =
      *         MONTH 05, WEEKDAY 1).
      *
      * WEEKDAYS RUN 1 = MONDAY THRU 7 = SUNDAY.  REGION "ALL" ADDS
      * THE HOLIDAY FOR EVERY REGION ON CYCRGN NOT RETIRED BY THE
      * DATE; A REGION CODE ADDS IT FOR THAT REGION ONLY.  A HOLIDAY
      * THAT FOLLOWS NONE OF THESE RULES (EASTER) IS KEYED EACH YEAR
      * AS AN ORDINARY CYCCALT ADD.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCCALH-RECORD.
           05  CYC-CLH-REGION          PIC X(03).
           05  CYC-CLH-RULE            PIC X(01).
               88  CYC-CLH-FIXED-DATE                 VALUE "F".
               88  CYC-CLH-NTH-WEEKDAY                VALUE "N".
               88  CYC-CLH-LAST-WEEKDAY               VALUE "L".
           05  CYC-CLH-MONTH           PIC 9(02).
           05  CYC-CLH-DAY             PIC 9(02).
           05  CYC-CLH-WEEK            PIC 9(01).
           05  CYC-CLH-WEEKDAY         PIC 9(01).
           05  CYC-CLH-OBSERVE         PIC X(01).
               88  CYC-CLH-OBSERVE-WEEKDAY            VALUE "Y".
           05  CYC-CLH-CAL-ACTION      PIC X(01).
           05  CYC-CLH-COUNT           PIC 9(03).
           05  CYC-CLH-NAME            PIC X(20).
           05  FILLER                  PIC X(45).
