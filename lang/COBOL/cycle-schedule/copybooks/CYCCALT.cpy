      *****************************************************************
      * CYCCALT.CPY
      *
      * RECORD LAYOUT FOR THE CYCCALT CALENDAR-MAINTENANCE
      * TRANSACTION FILE READ BY THE CYCCALM BATCH MAINTENANCE
      * PROGRAM.  ONE RECORD PER REQUESTED ACTION:
      *
      *     ADD  PUT A NEW CYCCAL ENTRY ON FILE FOR A DATE AND
      *          REGION: CALENDAR ACTION S (SKIP), R (REDUCED, WITH
      *          THE REDUCED CYCLE COUNT) OR N (RUN AS NORMAL).
      *     CHG  CHANGE THE ACTION AND/OR COUNT OF THE ENTRY
      *          ALREADY ON FILE FOR THE DATE AND REGION.
      *     DEL  REMOVE THE ENTRY (OR ENTRIES) ON FILE FOR THE DATE
      *          AND REGION.
      *     LST  LIST THE CALENDAR TO SYSOUT FROM THE GIVEN DATE
      *          (ZERO = TODAY) FOR THE GIVEN REGION (SPACES =
      *          EVERY REGION).
      *     ROL  YEAR-END ROLLOVER: BUILD THE STANDING HOLIDAYS FOR
      *          THE GIVEN YEAR (ZERO = NEXT YEAR) FROM THE CYCCALH
      *          HOLIDAY TEMPLATE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCCALT-RECORD.
           05  CYC-CLT-ACTION          PIC X(03).
               88  CYC-CLT-ADD                        VALUE "ADD".
               88  CYC-CLT-CHANGE                     VALUE "CHG".
               88  CYC-CLT-DELETE                     VALUE "DEL".
               88  CYC-CLT-LIST                       VALUE "LST".
               88  CYC-CLT-ROLLOVER                   VALUE "ROL".
           05  CYC-CLT-DATE            PIC 9(08).
           05  CYC-CLT-REGION          PIC X(03).
           05  CYC-CLT-CAL-ACTION      PIC X(01).
           05  CYC-CLT-COUNT           PIC 9(03).
           05  CYC-CLT-YEAR            PIC 9(04).
           05  CYC-CLT-OPERATOR        PIC X(08).
           05  FILLER                  PIC X(50).
