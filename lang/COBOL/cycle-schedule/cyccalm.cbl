      ******************************************************************
      * CYCCALM - PROCESSING-CALENDAR BATCH MAINTENANCE
      *
      * PROPER MAINTENANCE FOR THE CYCCAL PROCESSING CALENDAR,
      * DRIVEN BY THE CYCCALT TRANSACTION FILE: ADD, CHANGE OR
      * DELETE THE ENTRY FOR A DATE AND REGION, LIST WHAT IS ON
      * FILE, OR ROLL THE STANDING HOLIDAYS FORWARD INTO A NEW YEAR
      * FROM THE CYCCALH TEMPLATE.  BEFORE THIS PROGRAM THE CALENDAR
      * WAS HAND-EDITED, AND NOTHING STOPPED A HOLIDAY BEING KEYED
      * FOR A REGION THAT DID NOT EXIST, A REDUCED DAY WITH MORE
      * CYCLES THAN THE NORMAL DAY, OR TWO DIFFERENT ENTRIES FOR THE
      * SAME DATE (THE GENERATOR SILENTLY TAKES THE FIRST).
      *
      * EVERY ENTRY PUT ON FILE OR CHANGED IS CHECKED: THE REGION
      * MUST BE ON CYCRGN (REGION "ALL" FROM CYCCTL ON A SITE WITH NO
      * CYCRGN) AND NOT RETIRED BEFORE THE DATE, THE DATE MUST BE A
      * REAL DATE NO EARLIER THAN TODAY, A REDUCED COUNT MUST BE 1
      * THRU THE REGION'S NORMAL COUNT, AND THERE MAY BE ONLY ONE
      * ENTRY PER DATE AND REGION.  A DELETE ONLY NEEDS THE DATE NOT
      * TO BE PAST, SO AN ENTRY LEFT BEHIND BY A RETIRED OR REMOVED
      * REGION CAN STILL BE CLEARED.
      *
      * THE CALENDAR IS SMALL, SO IT IS LOADED WHOLE, KEPT IN DATE/
      * REGION ORDER, AND WRITTEN BACK AFTER EACH TRANSACTION THAT
      * CHANGES IT.  EVERY CHANGE IS LOGGED TO CYCMAUD WITH THE
      * OPERATOR AFTER THE FILE IS WRITTEN.  A TRANSACTION THAT
      * FAILS VALIDATION IS REPORTED ON SYSOUT AND SKIPPED; THE RUN
      * ENDS WITH RC=8 SO THE SCHEDULER CAN SEE SOMETHING WAS
      * REJECTED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL PROGRAM.
      ******************************************************************

        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCCALM.
        AUTHOR. R J SHAUGHNESSY.
        INSTALLATION. SETTLEMENT OPERATIONS - CYCLE CONTROL.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CYCCALT-FILE ASSIGN TO "CYCCALT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CLT-STATUS.
            SELECT CYCCALH-FILE ASSIGN TO "CYCCALH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CLH-STATUS.
            SELECT CYCCAL-FILE ASSIGN TO "CYCCAL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CAL-STATUS.
            SELECT CYCRGN-FILE ASSIGN TO "CYCRGN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-RGN-STATUS.
            SELECT CYCCTL-FILE ASSIGN TO "CYCCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CTL-STATUS.
            SELECT CYCMAUD-FILE ASSIGN TO "CYCMAUD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-MAUD-STATUS.
            SELECT CYCAUTH-FILE ASSIGN TO "CYCAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUTH-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCCALT-FILE
                RECORDING MODE IS F.
            COPY CYCCALT.
        FD  CYCCALH-FILE
                RECORDING MODE IS F.
            COPY CYCCALH.
        FD  CYCCAL-FILE
                RECORDING MODE IS F.
            COPY CYCCAL.
        FD  CYCRGN-FILE
                RECORDING MODE IS F.
            COPY CYCRGN.
        FD  CYCCTL-FILE
                RECORDING MODE IS F.
            COPY CYCCTL.
        FD  CYCMAUD-FILE
                RECORDING MODE IS F.
            COPY CYCMAUD.
        FD  CYCAUTH-FILE
                RECORDING MODE IS F.
            COPY CYCAUTH.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * THE CALENDAR ENTRY BEING CHECKED OR APPLIED, FROM A CYCCALT
      * TRANSACTION OR BUILT BY THE ROLLOVER, AND WHY IT WAS REFUSED
      *-----------------------------------------------------------------
        01  CYC-CLM-NEW-ENTRY.
            05  CYC-CLM-NEW-DATE        PIC 9(08)      VALUE ZERO.
            05  CYC-CLM-NEW-DATE-R REDEFINES CYC-CLM-NEW-DATE.
                10  CYC-CLM-NEW-YYYY    PIC 9(04).
                10  CYC-CLM-NEW-MM      PIC 9(02).
                10  CYC-CLM-NEW-DD      PIC 9(02).
            05  CYC-CLM-NEW-REGION      PIC X(03)      VALUE SPACES.
            05  CYC-CLM-NEW-ACTION      PIC X(01)      VALUE SPACE.
            05  CYC-CLM-NEW-COUNT       PIC 9(03)      VALUE ZERO.
        01  CYC-CLM-REASON              PIC X(50)      VALUE SPACES.

      *-----------------------------------------------------------------
      * A CALENDAR RECORD IMAGE ON ITS WAY INTO THE TABLE
      *-----------------------------------------------------------------
        01  CYC-CLM-INS-ENTRY.
            05  CYC-CLM-INS-DATE        PIC 9(08).
            05  CYC-CLM-INS-REGION      PIC X(03).
            05  CYC-CLM-INS-ACTION      PIC X(01).
            05  CYC-CLM-INS-COUNT       PIC 9(03).
            05  CYC-CLM-INS-REST        PIC X(65).

      *-----------------------------------------------------------------
      * LOOKUP RESULTS FOR THE ENTRY BEING PROCESSED
      *-----------------------------------------------------------------
        01  CYC-CLM-LOOKUP.
            05  CYC-CLM-VALID-SW        PIC X          VALUE "N".
                88  CYC-CLM-VALID                      VALUE "Y".
            05  CYC-CLM-DATE-ONLY-SW    PIC X          VALUE "N".
                88  CYC-CLM-DATE-ONLY                  VALUE "Y".
            05  CYC-CLM-RGN-FOUND-IDX   PIC 9(02)      VALUE ZERO.
            05  CYC-CLM-MATCH-COUNT     PIC 9(04)      VALUE ZERO.
            05  CYC-CLM-MATCH-IDX       PIC 9(04)      VALUE ZERO.
            05  CYC-CLM-OLD-ACTION      PIC X(01)      VALUE SPACE.
            05  CYC-CLM-OLD-COUNT       PIC 9(03)      VALUE ZERO.

      *-----------------------------------------------------------------
      * END-OF-FILE SWITCHES
      *-----------------------------------------------------------------
        01  CYC-CLM-SWITCHES.
            05  CYC-CLT-EOF-SW          PIC X          VALUE "N".
                88  CYC-CLT-EOF                        VALUE "Y".
            05  CYC-CLH-EOF-SW          PIC X          VALUE "N".
                88  CYC-CLH-EOF                        VALUE "Y".
            05  CYC-CALFILE-EOF-SW      PIC X          VALUE "N".
                88  CYC-CALFILE-EOF                    VALUE "Y".
            05  CYC-RGNFILE-EOF-SW      PIC X          VALUE "N".
                88  CYC-RGNFILE-EOF                    VALUE "Y".
            05  CYC-CLM-RULE-OK-SW      PIC X          VALUE "N".
                88  CYC-CLM-RULE-OK                    VALUE "Y".

      *-----------------------------------------------------------------
      * RUN COUNTS FOR THE END-OF-JOB SUMMARY, AND THE ROLLOVER'S
      * OWN COUNTS
      *-----------------------------------------------------------------
        01  CYC-CLM-COUNTERS.
            05  CYC-CLM-TRAN-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-CLM-GOOD-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-CLM-REJ-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-CLM-LIST-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-CLM-CAL-RECNO       PIC 9(05)      VALUE ZERO.
            05  CYC-CLM-ROLL-TMPL-COUNT PIC 9(05)      VALUE ZERO.
            05  CYC-CLM-ROLL-ADD-COUNT  PIC 9(05)      VALUE ZERO.
            05  CYC-CLM-ROLL-ONF-COUNT  PIC 9(05)      VALUE ZERO.
            05  CYC-CLM-ROLL-REJ-COUNT  PIC 9(05)      VALUE ZERO.
        01  CYC-CLM-TRAN-OUT         PIC ZZZZ9.
        01  CYC-CLM-GOOD-OUT         PIC ZZZZ9.
        01  CYC-CLM-REJ-OUT          PIC ZZZZ9.
        01  CYC-CLM-TMPL-OUT         PIC ZZZZ9.
        01  CYC-CLM-ONF-OUT          PIC ZZZZ9.
        01  CYC-CLM-COUNT-OUT        PIC ZZ9.

      *-----------------------------------------------------------------
      * TODAY'S DATE - NOTHING EARLIER MAY BE TOUCHED
      *-----------------------------------------------------------------
        01  CYC-CLM-TODAY-DATE          PIC 9(08)      VALUE ZERO.
        01  CYC-CLM-TODAY-R REDEFINES CYC-CLM-TODAY-DATE.
            05  CYC-CLM-TODAY-YYYY      PIC 9(04).
            05  CYC-CLM-TODAY-MMDD      PIC 9(04).
        01  CYC-CLM-LIST-FROM           PIC 9(08)      VALUE ZERO.

      *-----------------------------------------------------------------
      * DATE ARITHMETIC FOR THE ROLLOVER RULES AND THE DATE CHECK.
      * DAY NUMBERS ARE INTEGER-OF-DATE VALUES; DAY 1 (1601-01-01)
      * WAS A MONDAY, SO (DAY - 1) MOD 7 GIVES 0 = MONDAY THRU
      * 6 = SUNDAY.
      *-----------------------------------------------------------------
        01  CYC-CLM-DATE-WORK.
            05  CYC-CLM-ROLL-YEAR       PIC 9(04)      VALUE ZERO.
            05  CYC-CLM-BND-YEAR        PIC 9(04)      VALUE ZERO.
            05  CYC-CLM-BND-MONTH       PIC 9(02)      VALUE ZERO.
            05  CYC-CLM-BND-DATE        PIC 9(08)      VALUE ZERO.
            05  CYC-CLM-FIRST-INT       PIC 9(07)      VALUE ZERO.
            05  CYC-CLM-LAST-INT        PIC 9(07)      VALUE ZERO.
            05  CYC-CLM-DAY-INT         PIC 9(07)      VALUE ZERO.
            05  CYC-CLM-DAYS-IN-MONTH   PIC 9(02)      VALUE ZERO.
            05  CYC-CLM-DOW-INT         PIC 9(07)      VALUE ZERO.
            05  CYC-CLM-DOW-WORK        PIC 9(07)      VALUE ZERO.
            05  CYC-CLM-DOW-QUOT        PIC 9(07)      VALUE ZERO.
            05  CYC-CLM-DOW-REM         PIC 9(01)      VALUE ZERO.
            05  CYC-CLM-DOW             PIC 9(01)      VALUE ZERO.
            05  CYC-CLM-DOW-NUM         PIC 9(02)      VALUE ZERO.
            05  CYC-CLM-DOW-OFFSET      PIC 9(01)      VALUE ZERO.

      *-----------------------------------------------------------------
      * AUDIT FIELDS FOR THE CYCMAUD LOG
      *-----------------------------------------------------------------
        01  CYC-CLM-AUDIT-FIELDS.
            05  CYC-CLM-ACTION          PIC X(03)      VALUE SPACES.
            05  CYC-CLM-AUD-REGION      PIC X(03)      VALUE SPACES.
            05  CYC-CLM-AUD-OLD         PIC 9(03)      VALUE ZERO.
            05  CYC-CLM-AUD-NEW         PIC 9(03)      VALUE ZERO.
            05  CYC-CLM-AUD-EFF         PIC 9(08)      VALUE ZERO.
            05  CYC-CLM-AUD-OLD-CAL     PIC X(01)      VALUE SPACE.
            05  CYC-CLM-AUD-NEW-CAL     PIC X(01)      VALUE SPACE.
        01  CYC-CLM-CURRENT-DATETIME    PIC X(21).
        01  CYC-CLM-CURRENT-DT-R REDEFINES
                CYC-CLM-CURRENT-DATETIME.
            05  CYC-CLM-CDT-DATE        PIC 9(08).
            05  CYC-CLM-CDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
        01  CYC-FILE-STATUSES.
            05  CYC-CLT-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-CLT-OK                         VALUE "00".
                88  CYC-CLT-NOTFOUND                   VALUE "35".
            05  CYC-CLH-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-CLH-OK                         VALUE "00".
                88  CYC-CLH-NOTFOUND                   VALUE "35".
            05  CYC-CAL-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-CAL-OK                         VALUE "00".
                88  CYC-CAL-NOTFOUND                   VALUE "35".
            05  CYC-RGN-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-RGN-OK                         VALUE "00".
                88  CYC-RGN-NOTFOUND                   VALUE "35".
            05  CYC-CTL-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-CTL-OK                         VALUE "00".
                88  CYC-CTL-NOTFOUND                   VALUE "35".
            05  CYC-MAUD-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-MAUD-OK                        VALUE "00".
            05  CYC-AUTH-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-AUTH-OK                        VALUE "00".
                88  CYC-AUTH-NOTFOUND                  VALUE "35".

      *-----------------------------------------------------------------
      * THE WHOLE CYCCAL CALENDAR, HELD IN DATE/REGION ORDER.  EACH
      * ENTRY IS THE FULL 80-BYTE RECORD IMAGE, SO WRITING THE FILE
      * BACK LOSES NOTHING.
      *-----------------------------------------------------------------
        01  CYC-CLM-CAL-TABLE.
            05  CYC-CLM-CAL-ENTRY OCCURS 3000 TIMES.
                10  CYC-CLM-TBL-DATE        PIC 9(08).
                10  CYC-CLM-TBL-REGION      PIC X(03).
                10  CYC-CLM-TBL-ACTION      PIC X(01).
                10  CYC-CLM-TBL-COUNT       PIC 9(03).
                10  CYC-CLM-TBL-REST        PIC X(65).
        01  CYC-CLM-CAL-CTRS.
            05  CYC-CLM-CAL-COUNT       PIC 9(04)      VALUE ZERO.
            05  CYC-CLM-CAL-IDX         PIC 9(04)      VALUE ZERO.
            05  CYC-CLM-SLOT-IDX        PIC 9(04)      VALUE ZERO.
            05  CYC-CLM-MOVE-IDX        PIC 9(04)      VALUE ZERO.

      *-----------------------------------------------------------------
      * REGION TABLE FROM CYCRGN (OR THE SINGLE REGION "ALL" FROM
      * CYCCTL), LOADED ONCE AT START OF RUN
      *-----------------------------------------------------------------
        01  CYC-CLM-RGN-TABLE.
            05  CYC-CLM-RGN-ENTRY OCCURS 50 TIMES.
                10  CYC-CLM-RGN-CODE        PIC X(03).
                10  CYC-CLM-RGN-COUNT       PIC 9(03).
                10  CYC-CLM-RGN-END-DATE    PIC 9(08).
        01  CYC-CLM-RGN-CTRS.
            05  CYC-CLM-RGN-ENTRY-COUNT PIC 9(02)      VALUE ZERO.
            05  CYC-CLM-RGN-IDX         PIC 9(02)      VALUE ZERO.
            05  CYC-CLM-RGN-ROLL-IDX    PIC 9(02)      VALUE ZERO.

      *-----------------------------------------------------------------
      * CHANGES MADE TO THE TABLE BUT NOT YET LOGGED.  A DELETE OR A
      * ROLLOVER CAN TOUCH MANY ENTRIES; EACH ONE IS LOGGED TO
      * CYCMAUD ONLY ONCE THE CALENDAR HAS BEEN WRITTEN BACK.
      *-----------------------------------------------------------------
        01  CYC-CLM-PEND-TABLE.
            05  CYC-CLM-PEND-ENTRY OCCURS 1500 TIMES.
                10  CYC-CLM-PEND-DATE       PIC 9(08).
                10  CYC-CLM-PEND-REGION     PIC X(03).
                10  CYC-CLM-PEND-OLD-ACTION PIC X(01).
                10  CYC-CLM-PEND-OLD-COUNT  PIC 9(03).
                10  CYC-CLM-PEND-NEW-ACTION PIC X(01).
                10  CYC-CLM-PEND-NEW-COUNT  PIC 9(03).
        01  CYC-CLM-PEND-CTRS.
            05  CYC-CLM-PEND-COUNT      PIC 9(04)      VALUE ZERO.
            05  CYC-CLM-PEND-IDX        PIC 9(04)      VALUE ZERO.

      *-----------------------------------------------------------------
      * OPERATOR AUTHORIZATION TABLE FROM CYCAUTH, LOADED ONCE AT
      * START OF RUN.  NO CYCAUTH FILE MEANS THE SITE HAS NOT
      * ADOPTED AUTHORIZATION AND EVERYTHING IS PERMITTED; ONCE THE
      * FILE EXISTS, AN OPERATOR WITH NO MATCHING RECORD IS REFUSED.
      *-----------------------------------------------------------------
        01  CYC-AUTH-TABLE.
            05  CYC-AUTH-ENTRY OCCURS 100 TIMES.
                10  CYC-AUTH-TBL-OPERATOR   PIC X(08).
                10  CYC-AUTH-TBL-REGION     PIC X(03).
                10  CYC-AUTH-TBL-LEVEL      PIC X(01).
        01  CYC-AUTH-CTRS.
            05  CYC-AUTH-ENTRY-COUNT    PIC 9(03)      VALUE ZERO.
            05  CYC-AUTH-IDX            PIC 9(03)      VALUE ZERO.
        01  CYC-AUTH-WORK.
            05  CYC-AUTH-IN-FORCE-SW    PIC X          VALUE "N".
                88  CYC-AUTH-IN-FORCE                  VALUE "Y".
            05  CYC-AUTH-EOF-SW         PIC X          VALUE "N".
                88  CYC-AUTH-EOF                       VALUE "Y".
            05  CYC-AUTH-ALLOWED-SW     PIC X          VALUE "N".
                88  CYC-AUTH-ALLOWED                   VALUE "Y".
            05  CYC-AUTH-REQ-LEVEL      PIC X(01)      VALUE SPACE.
            05  CYC-AUTH-TGT-REGION     PIC X(03)      VALUE SPACES.
            05  CYC-CLM-OPERATOR        PIC X(08)      VALUE SPACES.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
            PERFORM 3000-PROCESS-TRAN THRU 3000-EXIT
                UNTIL CYC-CLT-EOF.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - LOAD THE AUTHORITY, REGION AND CALENDAR
      * TABLES AND OPEN THE TRANSACTION FILE.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-CLM-CURRENT-DATETIME.
            MOVE CYC-CLM-CDT-DATE TO CYC-CLM-TODAY-DATE.
            PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
            PERFORM 1200-LOAD-REGIONS THRU 1200-EXIT.
            PERFORM 1300-LOAD-CALENDAR THRU 1300-EXIT.
            OPEN INPUT CYCCALT-FILE.
            IF CYC-CLT-NOTFOUND
                DISPLAY "CYCCALT NOT FOUND - NOTHING TO DO"
                SET CYC-CLT-EOF TO TRUE
                GO TO 1000-EXIT
            END-IF.
            IF NOT CYC-CLT-OK
                DISPLAY "CYCCALT OPEN FAILED " CYC-CLT-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-AUTHORITY - LOAD THE CYCAUTH OPERATOR PERMISSIONS.
      * NO FILE MEANS THE SITE RUNS UNRESTRICTED, AS IT ALWAYS DID;
      * A FILE - EVEN AN EMPTY ONE - PUTS THE CHECK IN FORCE.
      *-----------------------------------------------------------------
        1100-LOAD-AUTHORITY.
            OPEN INPUT CYCAUTH-FILE.
            IF CYC-AUTH-NOTFOUND
                DISPLAY "CYCAUTH NOT FOUND - AUTHORIZATION NOT IN"
                    " FORCE"
                GO TO 1100-EXIT
            END-IF.
            IF NOT CYC-AUTH-OK
                DISPLAY "CYCAUTH OPEN FAILED " CYC-AUTH-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            SET CYC-AUTH-IN-FORCE TO TRUE.
            PERFORM 1110-LOAD-NEXT-AUTHORITY THRU 1110-EXIT
                UNTIL CYC-AUTH-EOF.
            CLOSE CYCAUTH-FILE.
        1100-EXIT.
            EXIT.

        1110-LOAD-NEXT-AUTHORITY.
            READ CYCAUTH-FILE
                AT END
                    SET CYC-AUTH-EOF TO TRUE
                    GO TO 1110-EXIT
            END-READ.
            IF CYC-AUTH-ENTRY-COUNT >= 100
                DISPLAY "CYCAUTH HAS MORE THAN 100 RECORDS - TABLE"
                    " FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-AUTH-ENTRY-COUNT.
            MOVE CYC-AUTH-ENTRY-COUNT TO CYC-AUTH-IDX.
            MOVE CYC-AUTH-OPERATOR TO
                CYC-AUTH-TBL-OPERATOR (CYC-AUTH-IDX).
            MOVE CYC-AUTH-REGION TO
                CYC-AUTH-TBL-REGION (CYC-AUTH-IDX).
            MOVE CYC-AUTH-LEVEL TO
                CYC-AUTH-TBL-LEVEL (CYC-AUTH-IDX).
        1110-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1200-LOAD-REGIONS - LOAD EVERY REGION ON CYCRGN WITH ITS
      * NORMAL CYCLE COUNT AND END DATE.  THE GENERATOR'S OWN
      * EFFECTIVE-DATE RULE IS NOT APPLIED HERE: A HOLIDAY MAY BE
      * SET UP IN ADVANCE FOR A REGION THAT HAS NOT GONE LIVE YET.
      * A SITE WITH NO CYCRGN RUNS THE SINGLE REGION "ALL" AT THE
      * CYCCTL COUNT, THE SAME FALLBACK THE GENERATOR USES.
      *-----------------------------------------------------------------
        1200-LOAD-REGIONS.
            OPEN INPUT CYCRGN-FILE.
            IF CYC-RGN-NOTFOUND
                PERFORM 1250-LOAD-SINGLE-REGION THRU 1250-EXIT
                GO TO 1200-EXIT
            END-IF.
            IF NOT CYC-RGN-OK
                DISPLAY "CYCRGN OPEN FAILED " CYC-RGN-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1210-LOAD-NEXT-REGION THRU 1210-EXIT
                UNTIL CYC-RGNFILE-EOF.
            CLOSE CYCRGN-FILE.
        1200-EXIT.
            EXIT.

        1210-LOAD-NEXT-REGION.
            READ CYCRGN-FILE
                AT END
                    SET CYC-RGNFILE-EOF TO TRUE
                    GO TO 1210-EXIT
            END-READ.
            IF CYC-CLM-RGN-ENTRY-COUNT >= 50
                DISPLAY "CYCRGN HAS MORE THAN 50 REGIONS - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-CLM-RGN-ENTRY-COUNT.
            MOVE CYC-CLM-RGN-ENTRY-COUNT TO CYC-CLM-RGN-IDX.
            MOVE CYC-RGN-CODE TO CYC-CLM-RGN-CODE (CYC-CLM-RGN-IDX).
            IF CYC-RGN-COUNT IS NUMERIC
                MOVE CYC-RGN-COUNT TO
                    CYC-CLM-RGN-COUNT (CYC-CLM-RGN-IDX)
            ELSE
                MOVE ZERO TO CYC-CLM-RGN-COUNT (CYC-CLM-RGN-IDX)
            END-IF.
            IF CYC-RGN-END-DATE IS NUMERIC
                MOVE CYC-RGN-END-DATE TO
                    CYC-CLM-RGN-END-DATE (CYC-CLM-RGN-IDX)
            ELSE
                MOVE ZERO TO CYC-CLM-RGN-END-DATE (CYC-CLM-RGN-IDX)
            END-IF.
        1210-EXIT.
            EXIT.

        1250-LOAD-SINGLE-REGION.
            OPEN INPUT CYCCTL-FILE.
            IF CYC-CTL-NOTFOUND
                DISPLAY "CYCRGN AND CYCCTL NOT FOUND - NO REGIONS ON"
                    " FILE"
                GO TO 1250-EXIT
            END-IF.
            IF NOT CYC-CTL-OK
                DISPLAY "CYCCTL OPEN FAILED " CYC-CTL-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            READ CYCCTL-FILE
                AT END
                    DISPLAY "CYCCTL IS EMPTY - NO REGIONS ON FILE"
                    CLOSE CYCCTL-FILE
                    GO TO 1250-EXIT
            END-READ.
            MOVE 1 TO CYC-CLM-RGN-ENTRY-COUNT.
            MOVE "ALL" TO CYC-CLM-RGN-CODE (1).
            IF CYC-CTL-COUNT IS NUMERIC
                MOVE CYC-CTL-COUNT TO CYC-CLM-RGN-COUNT (1)
            ELSE
                MOVE ZERO TO CYC-CLM-RGN-COUNT (1)
            END-IF.
            MOVE ZERO TO CYC-CLM-RGN-END-DATE (1).
            CLOSE CYCCTL-FILE.
        1250-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1300-LOAD-CALENDAR - LOAD THE WHOLE CYCCAL FILE INTO THE
      * TABLE IN DATE/REGION ORDER.  ENTRIES WITH THE SAME DATE AND
      * REGION KEEP THEIR FILE ORDER, SO THE ONE THE GENERATOR HAS
      * BEEN TAKING STAYS FIRST.  BLANK LINES ARE DROPPED; A RECORD
      * WITH A DATE THAT IS NOT NUMERIC STOPS THE RUN - IT CANNOT BE
      * PLACED, AND WRITING THE FILE BACK WITHOUT IT WOULD LOSE IT.
      *-----------------------------------------------------------------
        1300-LOAD-CALENDAR.
            OPEN INPUT CYCCAL-FILE.
            IF CYC-CAL-NOTFOUND
                DISPLAY "CYCCAL NOT FOUND - CALENDAR STARTS EMPTY"
                GO TO 1300-EXIT
            END-IF.
            IF NOT CYC-CAL-OK
                DISPLAY "CYCCAL OPEN FAILED " CYC-CAL-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1310-LOAD-NEXT-CAL-ENTRY THRU 1310-EXIT
                UNTIL CYC-CALFILE-EOF.
            CLOSE CYCCAL-FILE.
        1300-EXIT.
            EXIT.

        1310-LOAD-NEXT-CAL-ENTRY.
            READ CYCCAL-FILE
                AT END
                    SET CYC-CALFILE-EOF TO TRUE
                    GO TO 1310-EXIT
            END-READ.
            ADD 1 TO CYC-CLM-CAL-RECNO.
            IF CYCCAL-RECORD = SPACES
                GO TO 1310-EXIT
            END-IF.
            IF CYC-CAL-DATE IS NOT NUMERIC
                DISPLAY "CYCCAL RECORD " CYC-CLM-CAL-RECNO
                    " DATE NOT NUMERIC - CORRECT THE FILE AND RERUN"
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE CYCCAL-RECORD TO CYC-CLM-INS-ENTRY.
            PERFORM 4200-INSERT-CAL-ENTRY THRU 4200-EXIT.
        1310-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-PROCESS-TRAN - ONE TRANSACTION: CHECK THE OPERATOR'S
      * AUTHORITY FOR THE ACTION, THEN ROUTE IT.  AN UNKNOWN ACTION
      * OR AN UNAUTHORIZED OPERATOR IS REJECTED WITHOUT TOUCHING ANY
      * FILE.
      *-----------------------------------------------------------------
        3000-PROCESS-TRAN.
            READ CYCCALT-FILE
                AT END
                    SET CYC-CLT-EOF TO TRUE
                    GO TO 3000-EXIT
            END-READ.
            ADD 1 TO CYC-CLM-TRAN-COUNT.
            IF CYC-CLT-OPERATOR = SPACES
                MOVE "CYCCALM" TO CYC-CLM-OPERATOR
            ELSE
                MOVE CYC-CLT-OPERATOR TO CYC-CLM-OPERATOR
            END-IF.
            IF NOT CYC-CLT-ADD AND NOT CYC-CLT-CHANGE
                    AND NOT CYC-CLT-DELETE AND NOT CYC-CLT-LIST
                    AND NOT CYC-CLT-ROLLOVER
                DISPLAY "*** UNKNOWN ACTION '" CYC-CLT-ACTION
                    "' - TRANSACTION SKIPPED"
                ADD 1 TO CYC-CLM-REJ-COUNT
                GO TO 3000-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN CYC-CLT-LIST
                    MOVE "V" TO CYC-AUTH-REQ-LEVEL
                    MOVE "ALL" TO CYC-AUTH-TGT-REGION
                WHEN CYC-CLT-ROLLOVER
                    MOVE "A" TO CYC-AUTH-REQ-LEVEL
                    MOVE "ALL" TO CYC-AUTH-TGT-REGION
                WHEN OTHER
                    MOVE "C" TO CYC-AUTH-REQ-LEVEL
                    MOVE CYC-CLT-REGION TO CYC-AUTH-TGT-REGION
            END-EVALUATE.
            PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT.
            IF NOT CYC-AUTH-ALLOWED
                PERFORM 2100-REFUSE-TRAN THRU 2100-EXIT
                GO TO 3000-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN CYC-CLT-ADD
                    PERFORM 3100-ADD-ENTRY THRU 3100-EXIT
                WHEN CYC-CLT-CHANGE
                    PERFORM 3200-CHANGE-ENTRY THRU 3200-EXIT
                WHEN CYC-CLT-DELETE
                    PERFORM 3300-DELETE-ENTRY THRU 3300-EXIT
                WHEN CYC-CLT-LIST
                    PERFORM 3400-LIST-CALENDAR THRU 3400-EXIT
                WHEN CYC-CLT-ROLLOVER
                    PERFORM 3500-YEAR-END-ROLLOVER THRU 3500-EXIT
            END-EVALUATE.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2000-CHECK-AUTHORITY - IS THE OPERATOR PERMITTED THE
      * REQUIRED LEVEL FOR THE TARGET REGION?  A RECORD FOR THE
      * EXACT REGION OR FOR "ALL" QUALIFIES; LEVELS NEST, SO "A"
      * SATISFIES A "C" OR "V" REQUIREMENT AND "C" SATISFIES "V".
      *-----------------------------------------------------------------
        2000-CHECK-AUTHORITY.
            IF NOT CYC-AUTH-IN-FORCE
                SET CYC-AUTH-ALLOWED TO TRUE
                GO TO 2000-EXIT
            END-IF.
            MOVE "N" TO CYC-AUTH-ALLOWED-SW.
            PERFORM 2010-CHECK-AUTH-ENTRY THRU 2010-EXIT
                VARYING CYC-AUTH-IDX FROM 1 BY 1
                UNTIL CYC-AUTH-IDX > CYC-AUTH-ENTRY-COUNT
                OR CYC-AUTH-ALLOWED.
        2000-EXIT.
            EXIT.

        2010-CHECK-AUTH-ENTRY.
            IF CYC-AUTH-TBL-OPERATOR (CYC-AUTH-IDX)
                    NOT = CYC-CLM-OPERATOR
                GO TO 2010-EXIT
            END-IF.
            IF CYC-AUTH-TBL-REGION (CYC-AUTH-IDX) NOT = "ALL"
                AND CYC-AUTH-TBL-REGION (CYC-AUTH-IDX)
                    NOT = CYC-AUTH-TGT-REGION
                GO TO 2010-EXIT
            END-IF.
            EVALUATE CYC-AUTH-REQ-LEVEL
                WHEN "V"
                    IF CYC-AUTH-TBL-LEVEL (CYC-AUTH-IDX) = "V" OR "C"
                            OR "A"
                        SET CYC-AUTH-ALLOWED TO TRUE
                    END-IF
                WHEN "C"
                    IF CYC-AUTH-TBL-LEVEL (CYC-AUTH-IDX) = "C" OR "A"
                        SET CYC-AUTH-ALLOWED TO TRUE
                    END-IF
                WHEN "A"
                    IF CYC-AUTH-TBL-LEVEL (CYC-AUTH-IDX) = "A"
                        SET CYC-AUTH-ALLOWED TO TRUE
                    END-IF
            END-EVALUATE.
        2010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2100-REFUSE-TRAN - THE OPERATOR IS NOT AUTHORIZED: REPORT
      * IT, LOG THE ATTEMPT TO CYCMAUD AS "DEN" WITH WHO TRIED AND
      * WHAT THEY TRIED TO SET, AND TOUCH NOTHING ELSE.
      *-----------------------------------------------------------------
        2100-REFUSE-TRAN.
            DISPLAY "*** " CYC-CLT-ACTION " " CYC-AUTH-TGT-REGION
                " REFUSED - OPERATOR " CYC-CLM-OPERATOR
                " NOT AUTHORIZED".
            ADD 1 TO CYC-CLM-REJ-COUNT.
            MOVE "DEN" TO CYC-CLM-ACTION.
            MOVE CYC-AUTH-TGT-REGION TO CYC-CLM-AUD-REGION.
            MOVE ZERO TO CYC-CLM-AUD-OLD.
            MOVE SPACE TO CYC-CLM-AUD-OLD-CAL.
            MOVE SPACE TO CYC-CLM-AUD-NEW-CAL.
            IF CYC-CLT-COUNT IS NUMERIC
                MOVE CYC-CLT-COUNT TO CYC-CLM-AUD-NEW
            ELSE
                MOVE ZERO TO CYC-CLM-AUD-NEW
            END-IF.
            IF CYC-CLT-DATE IS NUMERIC
                MOVE CYC-CLT-DATE TO CYC-CLM-AUD-EFF
            ELSE
                MOVE ZERO TO CYC-CLM-AUD-EFF
            END-IF.
            IF CYC-CLT-ADD OR CYC-CLT-CHANGE
                MOVE CYC-CLT-CAL-ACTION TO CYC-CLM-AUD-NEW-CAL
            END-IF.
            PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3040-EDIT-TRAN - TAKE THE DATE, REGION, ACTION AND COUNT OFF
      * THE TRANSACTION AND CHECK THEM.  A FAILURE IS REPORTED AND
      * COUNTED HERE; THE CALLER ONLY TESTS CYC-CLM-VALID.
      *-----------------------------------------------------------------
        3040-EDIT-TRAN.
            MOVE "N" TO CYC-CLM-VALID-SW.
            IF CYC-CLT-DATE IS NOT NUMERIC
                MOVE "DATE NOT NUMERIC" TO CYC-CLM-REASON
            ELSE
                MOVE CYC-CLT-DATE TO CYC-CLM-NEW-DATE
                MOVE CYC-CLT-REGION TO CYC-CLM-NEW-REGION
                MOVE CYC-CLT-CAL-ACTION TO CYC-CLM-NEW-ACTION
                IF CYC-CLT-COUNT IS NUMERIC
                    MOVE CYC-CLT-COUNT TO CYC-CLM-NEW-COUNT
                ELSE
                    MOVE ZERO TO CYC-CLM-NEW-COUNT
                END-IF
                PERFORM 3050-VALIDATE-ENTRY THRU 3050-EXIT
            END-IF.
            IF NOT CYC-CLM-VALID
                DISPLAY "*** " CYC-CLT-ACTION " " CYC-CLT-DATE " "
                    CYC-CLT-REGION " REJECTED - " CYC-CLM-REASON
                ADD 1 TO CYC-CLM-REJ-COUNT
            END-IF.
        3040-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3050-VALIDATE-ENTRY - CHECK THE ENTRY IN CYC-CLM-NEW-ENTRY
      * AGAINST THE CALENDAR RULES.  THE DATE MUST BE A REAL DATE,
      * NOT BEFORE TODAY.  UNLESS ONLY THE DATE IS BEING CHECKED (A
      * DELETE), THE REGION MUST BE ON FILE AND NOT RETIRED BEFORE
      * THE DATE, THE ACTION MUST BE S, R OR N, AND A REDUCED COUNT
      * MUST BE 1 THRU THE REGION'S NORMAL COUNT.  A SKIP OR NORMAL
      * DAY CARRIES NO COUNT.  A FAILURE LEAVES THE REASON IN
      * CYC-CLM-REASON.
      *-----------------------------------------------------------------
        3050-VALIDATE-ENTRY.
            MOVE "N" TO CYC-CLM-VALID-SW.
            MOVE SPACES TO CYC-CLM-REASON.
            MOVE ZERO TO CYC-CLM-RGN-FOUND-IDX.
            IF CYC-CLM-NEW-MM < 1 OR CYC-CLM-NEW-MM > 12
                    OR CYC-CLM-NEW-DD < 1 OR CYC-CLM-NEW-DD > 31
                MOVE "NOT A VALID CALENDAR DATE" TO CYC-CLM-REASON
                GO TO 3050-EXIT
            END-IF.
            IF CYC-CLM-NEW-DATE < CYC-CLM-TODAY-DATE
                MOVE "DATE IS IN THE PAST" TO CYC-CLM-REASON
                GO TO 3050-EXIT
            END-IF.
            MOVE CYC-CLM-NEW-YYYY TO CYC-CLM-BND-YEAR.
            MOVE CYC-CLM-NEW-MM TO CYC-CLM-BND-MONTH.
            PERFORM 3610-MONTH-BOUNDS THRU 3610-EXIT.
            IF CYC-CLM-NEW-DD > CYC-CLM-DAYS-IN-MONTH
                MOVE "NOT A VALID CALENDAR DATE" TO CYC-CLM-REASON
                GO TO 3050-EXIT
            END-IF.
            IF CYC-CLM-DATE-ONLY
                SET CYC-CLM-VALID TO TRUE
                GO TO 3050-EXIT
            END-IF.
            PERFORM 4000-LOOKUP-REGION THRU 4000-EXIT.
            IF CYC-CLM-RGN-FOUND-IDX = 0
                MOVE "REGION NOT ON CYCRGN" TO CYC-CLM-REASON
                GO TO 3050-EXIT
            END-IF.
            IF CYC-CLM-RGN-END-DATE (CYC-CLM-RGN-FOUND-IDX) > ZERO
                AND CYC-CLM-RGN-END-DATE (CYC-CLM-RGN-FOUND-IDX)
                    < CYC-CLM-NEW-DATE
                STRING "REGION RETIRED "
                           DELIMITED BY SIZE
                       CYC-CLM-RGN-END-DATE (CYC-CLM-RGN-FOUND-IDX)
                           DELIMITED BY SIZE
                       ", BEFORE THE DATE"
                           DELIMITED BY SIZE
                INTO CYC-CLM-REASON
                GO TO 3050-EXIT
            END-IF.
            EVALUATE CYC-CLM-NEW-ACTION
                WHEN "S"
                WHEN "N"
                    MOVE ZERO TO CYC-CLM-NEW-COUNT
                WHEN "R"
                    IF CYC-CLM-NEW-COUNT < 1
                        OR CYC-CLM-NEW-COUNT >
                            CYC-CLM-RGN-COUNT (CYC-CLM-RGN-FOUND-IDX)
                        STRING "REDUCED COUNT "
                                   DELIMITED BY SIZE
                               CYC-CLM-NEW-COUNT
                                   DELIMITED BY SIZE
                               " MUST BE 1 THRU THE NORMAL "
                                   DELIMITED BY SIZE
                               CYC-CLM-RGN-COUNT
                                   (CYC-CLM-RGN-FOUND-IDX)
                                   DELIMITED BY SIZE
                        INTO CYC-CLM-REASON
                        GO TO 3050-EXIT
                    END-IF
                WHEN OTHER
                    MOVE "CALENDAR ACTION MUST BE S, R OR N"
                        TO CYC-CLM-REASON
                    GO TO 3050-EXIT
            END-EVALUATE.
            SET CYC-CLM-VALID TO TRUE.
        3050-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3100-ADD-ENTRY - PUT A NEW ENTRY ON THE CALENDAR.  AN ENTRY
      * ALREADY ON FILE FOR THE SAME DATE AND REGION IS A CONFLICT:
      * THE ADD IS REFUSED AND THE OPERATOR TOLD TO USE CHG.
      *-----------------------------------------------------------------
        3100-ADD-ENTRY.
            MOVE "N" TO CYC-CLM-DATE-ONLY-SW.
            PERFORM 3040-EDIT-TRAN THRU 3040-EXIT.
            IF NOT CYC-CLM-VALID
                GO TO 3100-EXIT
            END-IF.
            PERFORM 4100-FIND-CAL-ENTRY THRU 4100-EXIT.
            IF CYC-CLM-MATCH-COUNT > 0
                DISPLAY "*** ADD " CYC-CLM-NEW-DATE " "
                    CYC-CLM-NEW-REGION " REJECTED - CALENDAR ALREADY"
                    " HAS " CYC-CLM-OLD-ACTION " " CYC-CLM-OLD-COUNT
                    " FOR THIS DATE - USE CHG"
                ADD 1 TO CYC-CLM-REJ-COUNT
                GO TO 3100-EXIT
            END-IF.
            MOVE SPACES TO CYC-CLM-INS-ENTRY.
            MOVE CYC-CLM-NEW-DATE TO CYC-CLM-INS-DATE.
            MOVE CYC-CLM-NEW-REGION TO CYC-CLM-INS-REGION.
            MOVE CYC-CLM-NEW-ACTION TO CYC-CLM-INS-ACTION.
            MOVE CYC-CLM-NEW-COUNT TO CYC-CLM-INS-COUNT.
            PERFORM 4200-INSERT-CAL-ENTRY THRU 4200-EXIT.
            PERFORM 4500-REWRITE-CALENDAR THRU 4500-EXIT.
            MOVE "CLA" TO CYC-CLM-ACTION.
            MOVE CYC-CLM-NEW-REGION TO CYC-CLM-AUD-REGION.
            MOVE ZERO TO CYC-CLM-AUD-OLD.
            MOVE SPACE TO CYC-CLM-AUD-OLD-CAL.
            MOVE CYC-CLM-NEW-COUNT TO CYC-CLM-AUD-NEW.
            MOVE CYC-CLM-NEW-ACTION TO CYC-CLM-AUD-NEW-CAL.
            MOVE CYC-CLM-NEW-DATE TO CYC-CLM-AUD-EFF.
            PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
            ADD 1 TO CYC-CLM-GOOD-COUNT.
            DISPLAY "CALENDAR " CYC-CLM-NEW-DATE " "
                CYC-CLM-NEW-REGION " ADDED, ACTION "
                CYC-CLM-NEW-ACTION " COUNT " CYC-CLM-NEW-COUNT.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3200-CHANGE-ENTRY - CHANGE THE ACTION AND COUNT OF THE ENTRY
      * ON FILE.  THERE MUST BE EXACTLY ONE: NONE MEANS ADD IT, MORE
      * THAN ONE (LEFT BY AN OLD HAND EDIT) MEANS DELETE THEM AND
      * ADD THE ONE WANTED, SO IT IS CLEAR WHICH SURVIVES.
      *-----------------------------------------------------------------
        3200-CHANGE-ENTRY.
            MOVE "N" TO CYC-CLM-DATE-ONLY-SW.
            PERFORM 3040-EDIT-TRAN THRU 3040-EXIT.
            IF NOT CYC-CLM-VALID
                GO TO 3200-EXIT
            END-IF.
            PERFORM 4100-FIND-CAL-ENTRY THRU 4100-EXIT.
            IF CYC-CLM-MATCH-COUNT = 0
                DISPLAY "*** CHG " CYC-CLM-NEW-DATE " "
                    CYC-CLM-NEW-REGION " REJECTED - NO CALENDAR ENTRY"
                    " FOR THIS DATE - USE ADD"
                ADD 1 TO CYC-CLM-REJ-COUNT
                GO TO 3200-EXIT
            END-IF.
            IF CYC-CLM-MATCH-COUNT > 1
                DISPLAY "*** CHG " CYC-CLM-NEW-DATE " "
                    CYC-CLM-NEW-REGION " REJECTED - CONFLICTING"
                    " ENTRIES ON FILE - DEL THEM AND ADD ONE"
                ADD 1 TO CYC-CLM-REJ-COUNT
                GO TO 3200-EXIT
            END-IF.
            IF CYC-CLM-OLD-ACTION = CYC-CLM-NEW-ACTION
                    AND CYC-CLM-OLD-COUNT = CYC-CLM-NEW-COUNT
                DISPLAY "CALENDAR " CYC-CLM-NEW-DATE " "
                    CYC-CLM-NEW-REGION " ALREADY " CYC-CLM-NEW-ACTION
                    " " CYC-CLM-NEW-COUNT " - NOTHING CHANGED"
                ADD 1 TO CYC-CLM-GOOD-COUNT
                GO TO 3200-EXIT
            END-IF.
            MOVE CYC-CLM-NEW-ACTION TO
                CYC-CLM-TBL-ACTION (CYC-CLM-MATCH-IDX).
            MOVE CYC-CLM-NEW-COUNT TO
                CYC-CLM-TBL-COUNT (CYC-CLM-MATCH-IDX).
            PERFORM 4500-REWRITE-CALENDAR THRU 4500-EXIT.
            MOVE "CLC" TO CYC-CLM-ACTION.
            MOVE CYC-CLM-NEW-REGION TO CYC-CLM-AUD-REGION.
            MOVE CYC-CLM-OLD-COUNT TO CYC-CLM-AUD-OLD.
            MOVE CYC-CLM-OLD-ACTION TO CYC-CLM-AUD-OLD-CAL.
            MOVE CYC-CLM-NEW-COUNT TO CYC-CLM-AUD-NEW.
            MOVE CYC-CLM-NEW-ACTION TO CYC-CLM-AUD-NEW-CAL.
            MOVE CYC-CLM-NEW-DATE TO CYC-CLM-AUD-EFF.
            PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
            ADD 1 TO CYC-CLM-GOOD-COUNT.
            DISPLAY "CALENDAR " CYC-CLM-NEW-DATE " "
                CYC-CLM-NEW-REGION " CHANGED FROM "
                CYC-CLM-OLD-ACTION " " CYC-CLM-OLD-COUNT " TO "
                CYC-CLM-NEW-ACTION " " CYC-CLM-NEW-COUNT.
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3300-DELETE-ENTRY - REMOVE EVERY ENTRY ON FILE FOR THE DATE
      * AND REGION (NORMALLY ONE; MORE IF AN OLD HAND EDIT LEFT A
      * CONFLICT).  THE REGION IS NOT CHECKED AGAINST CYCRGN, SO A
      * RETIRED OR REMOVED REGION'S LEFTOVER ENTRIES CAN BE CLEARED.
      *-----------------------------------------------------------------
        3300-DELETE-ENTRY.
            MOVE "Y" TO CYC-CLM-DATE-ONLY-SW.
            PERFORM 3040-EDIT-TRAN THRU 3040-EXIT.
            MOVE "N" TO CYC-CLM-DATE-ONLY-SW.
            IF NOT CYC-CLM-VALID
                GO TO 3300-EXIT
            END-IF.
            PERFORM 4100-FIND-CAL-ENTRY THRU 4100-EXIT.
            IF CYC-CLM-MATCH-COUNT = 0
                DISPLAY "*** DEL " CYC-CLM-NEW-DATE " "
                    CYC-CLM-NEW-REGION " REJECTED - NO CALENDAR ENTRY"
                    " FOR THIS DATE"
                ADD 1 TO CYC-CLM-REJ-COUNT
                GO TO 3300-EXIT
            END-IF.
            MOVE ZERO TO CYC-CLM-PEND-COUNT.
            PERFORM 3310-REMOVE-NEXT-MATCH THRU 3310-EXIT
                UNTIL CYC-CLM-MATCH-COUNT = 0.
            PERFORM 4500-REWRITE-CALENDAR THRU 4500-EXIT.
            MOVE "CLD" TO CYC-CLM-ACTION.
            PERFORM 5100-LOG-PENDING THRU 5100-EXIT.
            ADD 1 TO CYC-CLM-GOOD-COUNT.
            MOVE CYC-CLM-PEND-COUNT TO CYC-CLM-COUNT-OUT.
            DISPLAY "CALENDAR " CYC-CLM-NEW-DATE " "
                CYC-CLM-NEW-REGION " DELETED - ENTRIES REMOVED: "
                CYC-CLM-COUNT-OUT.
        3300-EXIT.
            EXIT.

        3310-REMOVE-NEXT-MATCH.
            MOVE CYC-CLM-OLD-ACTION TO CYC-CLM-INS-ACTION.
            MOVE CYC-CLM-OLD-COUNT TO CYC-CLM-INS-COUNT.
            MOVE SPACE TO CYC-CLM-NEW-ACTION.
            MOVE ZERO TO CYC-CLM-NEW-COUNT.
            PERFORM 5200-ADD-PENDING THRU 5200-EXIT.
            PERFORM 4300-REMOVE-CAL-ENTRY THRU 4300-EXIT.
            PERFORM 4100-FIND-CAL-ENTRY THRU 4100-EXIT.
        3310-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3400-LIST-CALENDAR - LIST THE CALENDAR TO SYSOUT FROM THE
      * TRANSACTION DATE (ZERO = TODAY), FOR ONE REGION OR (REGION
      * SPACES) EVERY REGION.
      *-----------------------------------------------------------------
        3400-LIST-CALENDAR.
            IF CYC-CLT-DATE IS NUMERIC AND CYC-CLT-DATE > ZERO
                MOVE CYC-CLT-DATE TO CYC-CLM-LIST-FROM
            ELSE
                MOVE CYC-CLM-TODAY-DATE TO CYC-CLM-LIST-FROM
            END-IF.
            MOVE ZERO TO CYC-CLM-LIST-COUNT.
            DISPLAY "CALENDAR FROM " CYC-CLM-LIST-FROM.
            DISPLAY "DATE      REGION  ACTION  COUNT".
            DISPLAY "--------  ------  ------  -----".
            PERFORM 3410-LIST-NEXT-ENTRY THRU 3410-EXIT
                VARYING CYC-CLM-CAL-IDX FROM 1 BY 1
                UNTIL CYC-CLM-CAL-IDX > CYC-CLM-CAL-COUNT.
            IF CYC-CLM-LIST-COUNT = 0
                DISPLAY "NO CALENDAR ENTRIES ON FILE FROM "
                    CYC-CLM-LIST-FROM
            END-IF.
            ADD 1 TO CYC-CLM-GOOD-COUNT.
        3400-EXIT.
            EXIT.

        3410-LIST-NEXT-ENTRY.
            IF CYC-CLM-TBL-DATE (CYC-CLM-CAL-IDX) < CYC-CLM-LIST-FROM
                GO TO 3410-EXIT
            END-IF.
            IF CYC-CLT-REGION NOT = SPACES
                AND CYC-CLM-TBL-REGION (CYC-CLM-CAL-IDX)
                    NOT = CYC-CLT-REGION
                GO TO 3410-EXIT
            END-IF.
            ADD 1 TO CYC-CLM-LIST-COUNT.
            MOVE CYC-CLM-TBL-COUNT (CYC-CLM-CAL-IDX)
                TO CYC-CLM-COUNT-OUT.
            DISPLAY CYC-CLM-TBL-DATE (CYC-CLM-CAL-IDX) "  "
                CYC-CLM-TBL-REGION (CYC-CLM-CAL-IDX) "     "
                CYC-CLM-TBL-ACTION (CYC-CLM-CAL-IDX) "         "
                CYC-CLM-COUNT-OUT.
        3410-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3500-YEAR-END-ROLLOVER - BUILD THE STANDING HOLIDAYS FOR THE
      * YEAR ON THE TRANSACTION (ZERO = NEXT YEAR) FROM THE CYCCALH
      * TEMPLATE.  EACH HOLIDAY GETS THE SAME CHECKS AS AN ADD.  AN
      * IDENTICAL ENTRY ALREADY ON FILE IS LEFT ALONE, SO THE
      * ROLLOVER CAN BE RUN AGAIN SAFELY; A DIFFERENT ENTRY ALREADY
      * ON FILE FOR THE DATE IS A CONFLICT AND IS REPORTED, NOT
      * OVERWRITTEN.  THE CALENDAR IS WRITTEN BACK ONCE, THEN EVERY
      * ENTRY ADDED IS LOGGED.  ANY REJECTED HOLIDAY MAKES THE
      * TRANSACTION COUNT AS REJECTED, EVEN THOUGH THE REST WERE
      * ADDED.
      *-----------------------------------------------------------------
        3500-YEAR-END-ROLLOVER.
            IF CYC-CLT-YEAR IS NUMERIC AND CYC-CLT-YEAR > ZERO
                MOVE CYC-CLT-YEAR TO CYC-CLM-ROLL-YEAR
            ELSE
                COMPUTE CYC-CLM-ROLL-YEAR = CYC-CLM-TODAY-YYYY + 1
            END-IF.
            IF CYC-CLM-ROLL-YEAR < CYC-CLM-TODAY-YYYY
                DISPLAY "*** ROL " CYC-CLM-ROLL-YEAR
                    " REJECTED - YEAR IS IN THE PAST"
                ADD 1 TO CYC-CLM-REJ-COUNT
                GO TO 3500-EXIT
            END-IF.
            OPEN INPUT CYCCALH-FILE.
            IF CYC-CLH-NOTFOUND
                DISPLAY "*** ROL " CYC-CLM-ROLL-YEAR
                    " REJECTED - CYCCALH HOLIDAY TEMPLATE NOT FOUND"
                ADD 1 TO CYC-CLM-REJ-COUNT
                GO TO 3500-EXIT
            END-IF.
            IF NOT CYC-CLH-OK
                DISPLAY "CYCCALH OPEN FAILED " CYC-CLH-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            DISPLAY "YEAR-END ROLLOVER FOR " CYC-CLM-ROLL-YEAR.
            MOVE "N" TO CYC-CLH-EOF-SW.
            MOVE ZERO TO CYC-CLM-PEND-COUNT.
            MOVE ZERO TO CYC-CLM-ROLL-TMPL-COUNT.
            MOVE ZERO TO CYC-CLM-ROLL-ADD-COUNT.
            MOVE ZERO TO CYC-CLM-ROLL-ONF-COUNT.
            MOVE ZERO TO CYC-CLM-ROLL-REJ-COUNT.
            PERFORM 3510-ROLL-NEXT-TEMPLATE THRU 3510-EXIT
                UNTIL CYC-CLH-EOF.
            CLOSE CYCCALH-FILE.
            IF CYC-CLM-PEND-COUNT > 0
                PERFORM 4500-REWRITE-CALENDAR THRU 4500-EXIT
                MOVE "CLR" TO CYC-CLM-ACTION
                PERFORM 5100-LOG-PENDING THRU 5100-EXIT
            END-IF.
            MOVE CYC-CLM-ROLL-TMPL-COUNT TO CYC-CLM-TMPL-OUT.
            MOVE CYC-CLM-ROLL-ADD-COUNT TO CYC-CLM-GOOD-OUT.
            MOVE CYC-CLM-ROLL-ONF-COUNT TO CYC-CLM-ONF-OUT.
            MOVE CYC-CLM-ROLL-REJ-COUNT TO CYC-CLM-REJ-OUT.
            DISPLAY "ROLLOVER " CYC-CLM-ROLL-YEAR
                " - HOLIDAYS: " CYC-CLM-TMPL-OUT
                "   ENTRIES ADDED: " CYC-CLM-GOOD-OUT
                "   ALREADY ON FILE: " CYC-CLM-ONF-OUT
                "   REJECTED: " CYC-CLM-REJ-OUT.
            IF CYC-CLM-ROLL-REJ-COUNT > 0
                ADD 1 TO CYC-CLM-REJ-COUNT
            ELSE
                ADD 1 TO CYC-CLM-GOOD-COUNT
            END-IF.
        3500-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3510-ROLL-NEXT-TEMPLATE - ONE TEMPLATE HOLIDAY: WORK OUT ITS
      * DATE IN THE ROLLOVER YEAR, THEN ADD IT FOR THE NAMED REGION
      * OR, FOR "ALL", FOR EVERY REGION STILL RUNNING ON THE DATE.
      *-----------------------------------------------------------------
        3510-ROLL-NEXT-TEMPLATE.
            READ CYCCALH-FILE
                AT END
                    SET CYC-CLH-EOF TO TRUE
                    GO TO 3510-EXIT
            END-READ.
            IF CYCCALH-RECORD = SPACES
                GO TO 3510-EXIT
            END-IF.
            ADD 1 TO CYC-CLM-ROLL-TMPL-COUNT.
            PERFORM 3600-RESOLVE-TEMPLATE-DATE THRU 3600-EXIT.
            IF NOT CYC-CLM-RULE-OK
                DISPLAY "*** ROL " CYC-CLH-NAME " REJECTED - "
                    CYC-CLM-REASON
                ADD 1 TO CYC-CLM-ROLL-REJ-COUNT
                GO TO 3510-EXIT
            END-IF.
            MOVE CYC-CLH-CAL-ACTION TO CYC-CLM-NEW-ACTION.
            IF CYC-CLH-COUNT IS NUMERIC
                MOVE CYC-CLH-COUNT TO CYC-CLM-NEW-COUNT
            ELSE
                MOVE ZERO TO CYC-CLM-NEW-COUNT
            END-IF.
            IF CYC-CLH-REGION = "ALL"
                PERFORM 3520-ROLL-FOR-REGION THRU 3520-EXIT
                    VARYING CYC-CLM-RGN-ROLL-IDX FROM 1 BY 1
                    UNTIL CYC-CLM-RGN-ROLL-IDX >
                        CYC-CLM-RGN-ENTRY-COUNT
            ELSE
                MOVE CYC-CLH-REGION TO CYC-CLM-NEW-REGION
                PERFORM 3530-ROLL-ONE-ENTRY THRU 3530-EXIT
            END-IF.
        3510-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3520-ROLL-FOR-REGION - ONE REGION OF AN "ALL" HOLIDAY.  A
      * REGION RETIRED BEFORE THE DATE SIMPLY DOES NOT GET IT.  THE
      * COUNT IS SET AGAIN EACH TIME BECAUSE THE CHECK ZEROES IT
      * FOR A SKIP DAY.
      *-----------------------------------------------------------------
        3520-ROLL-FOR-REGION.
            IF CYC-CLM-RGN-END-DATE (CYC-CLM-RGN-ROLL-IDX) > ZERO
                AND CYC-CLM-RGN-END-DATE (CYC-CLM-RGN-ROLL-IDX)
                    < CYC-CLM-NEW-DATE
                GO TO 3520-EXIT
            END-IF.
            MOVE CYC-CLM-RGN-CODE (CYC-CLM-RGN-ROLL-IDX)
                TO CYC-CLM-NEW-REGION.
            MOVE CYC-CLH-CAL-ACTION TO CYC-CLM-NEW-ACTION.
            IF CYC-CLH-COUNT IS NUMERIC
                MOVE CYC-CLH-COUNT TO CYC-CLM-NEW-COUNT
            ELSE
                MOVE ZERO TO CYC-CLM-NEW-COUNT
            END-IF.
            PERFORM 3530-ROLL-ONE-ENTRY THRU 3530-EXIT.
        3520-EXIT.
            EXIT.

        3530-ROLL-ONE-ENTRY.
            MOVE "N" TO CYC-CLM-DATE-ONLY-SW.
            PERFORM 3050-VALIDATE-ENTRY THRU 3050-EXIT.
            IF NOT CYC-CLM-VALID
                DISPLAY "*** ROL " CYC-CLM-NEW-DATE " "
                    CYC-CLM-NEW-REGION " " CYC-CLH-NAME
                    " REJECTED - " CYC-CLM-REASON
                ADD 1 TO CYC-CLM-ROLL-REJ-COUNT
                GO TO 3530-EXIT
            END-IF.
            PERFORM 4100-FIND-CAL-ENTRY THRU 4100-EXIT.
            IF CYC-CLM-MATCH-COUNT = 1
                AND CYC-CLM-OLD-ACTION = CYC-CLM-NEW-ACTION
                AND CYC-CLM-OLD-COUNT = CYC-CLM-NEW-COUNT
                ADD 1 TO CYC-CLM-ROLL-ONF-COUNT
                GO TO 3530-EXIT
            END-IF.
            IF CYC-CLM-MATCH-COUNT > 0
                DISPLAY "*** ROL " CYC-CLM-NEW-DATE " "
                    CYC-CLM-NEW-REGION " " CYC-CLH-NAME
                    " REJECTED - CONFLICTS WITH CALENDAR ENTRY "
                    CYC-CLM-OLD-ACTION " " CYC-CLM-OLD-COUNT
                ADD 1 TO CYC-CLM-ROLL-REJ-COUNT
                GO TO 3530-EXIT
            END-IF.
            MOVE SPACES TO CYC-CLM-INS-ENTRY.
            MOVE CYC-CLM-NEW-DATE TO CYC-CLM-INS-DATE.
            MOVE CYC-CLM-NEW-REGION TO CYC-CLM-INS-REGION.
            MOVE CYC-CLM-NEW-ACTION TO CYC-CLM-INS-ACTION.
            MOVE CYC-CLM-NEW-COUNT TO CYC-CLM-INS-COUNT.
            PERFORM 4200-INSERT-CAL-ENTRY THRU 4200-EXIT.
            MOVE SPACE TO CYC-CLM-INS-ACTION.
            MOVE ZERO TO CYC-CLM-INS-COUNT.
            PERFORM 5200-ADD-PENDING THRU 5200-EXIT.
            ADD 1 TO CYC-CLM-ROLL-ADD-COUNT.
            DISPLAY "CALENDAR " CYC-CLM-NEW-DATE " "
                CYC-CLM-NEW-REGION " ADDED, ACTION "
                CYC-CLM-NEW-ACTION " COUNT " CYC-CLM-NEW-COUNT
                "  " CYC-CLH-NAME.
        3530-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3600-RESOLVE-TEMPLATE-DATE - TURN THE TEMPLATE RULE INTO A
      * DATE IN THE ROLLOVER YEAR, LEFT IN CYC-CLM-NEW-DATE.  A RULE
      * THAT CANNOT BE RESOLVED (BAD MONTH, NO FIFTH MONDAY THAT
      * MONTH) LEAVES THE REASON IN CYC-CLM-REASON.
      *-----------------------------------------------------------------
        3600-RESOLVE-TEMPLATE-DATE.
            MOVE "N" TO CYC-CLM-RULE-OK-SW.
            MOVE SPACES TO CYC-CLM-REASON.
            IF CYC-CLH-MONTH IS NOT NUMERIC
                    OR CYC-CLH-MONTH < 1 OR CYC-CLH-MONTH > 12
                MOVE "TEMPLATE MONTH MUST BE 01 THRU 12"
                    TO CYC-CLM-REASON
                GO TO 3600-EXIT
            END-IF.
            MOVE CYC-CLM-ROLL-YEAR TO CYC-CLM-BND-YEAR.
            MOVE CYC-CLH-MONTH TO CYC-CLM-BND-MONTH.
            PERFORM 3610-MONTH-BOUNDS THRU 3610-EXIT.
            EVALUATE TRUE
                WHEN CYC-CLH-FIXED-DATE
                    PERFORM 3630-FIXED-DATE-RULE THRU 3630-EXIT
                WHEN CYC-CLH-NTH-WEEKDAY
                    PERFORM 3640-NTH-WEEKDAY-RULE THRU 3640-EXIT
                WHEN CYC-CLH-LAST-WEEKDAY
                    PERFORM 3650-LAST-WEEKDAY-RULE THRU 3650-EXIT
                WHEN OTHER
                    MOVE "TEMPLATE RULE MUST BE F, N OR L"
                        TO CYC-CLM-REASON
            END-EVALUATE.
            IF CYC-CLM-REASON NOT = SPACES
                GO TO 3600-EXIT
            END-IF.
            COMPUTE CYC-CLM-NEW-DATE =
                FUNCTION DATE-OF-INTEGER (CYC-CLM-DAY-INT).
            SET CYC-CLM-RULE-OK TO TRUE.
        3600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3610-MONTH-BOUNDS - DAY NUMBERS OF THE FIRST AND LAST DAYS
      * OF CYC-CLM-BND-MONTH IN CYC-CLM-BND-YEAR, AND ITS LENGTH.
      *-----------------------------------------------------------------
        3610-MONTH-BOUNDS.
            COMPUTE CYC-CLM-BND-DATE = CYC-CLM-BND-YEAR * 10000
                + CYC-CLM-BND-MONTH * 100 + 1.
            COMPUTE CYC-CLM-FIRST-INT =
                FUNCTION INTEGER-OF-DATE (CYC-CLM-BND-DATE).
            IF CYC-CLM-BND-MONTH = 12
                COMPUTE CYC-CLM-BND-DATE =
                    (CYC-CLM-BND-YEAR + 1) * 10000 + 101
            ELSE
                COMPUTE CYC-CLM-BND-DATE = CYC-CLM-BND-YEAR * 10000
                    + (CYC-CLM-BND-MONTH + 1) * 100 + 1
            END-IF.
            COMPUTE CYC-CLM-LAST-INT =
                FUNCTION INTEGER-OF-DATE (CYC-CLM-BND-DATE) - 1.
            COMPUTE CYC-CLM-DAYS-IN-MONTH =
                CYC-CLM-LAST-INT - CYC-CLM-FIRST-INT + 1.
        3610-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3620-DAY-OF-WEEK - WEEKDAY OF DAY NUMBER CYC-CLM-DOW-INT,
      * 1 = MONDAY THRU 7 = SUNDAY, THE SAME NUMBERING AS CYCCALH.
      *-----------------------------------------------------------------
        3620-DAY-OF-WEEK.
            COMPUTE CYC-CLM-DOW-WORK = CYC-CLM-DOW-INT - 1.
            DIVIDE CYC-CLM-DOW-WORK BY 7 GIVING CYC-CLM-DOW-QUOT
                REMAINDER CYC-CLM-DOW-REM.
            COMPUTE CYC-CLM-DOW = CYC-CLM-DOW-REM + 1.
        3620-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3630-FIXED-DATE-RULE - A FIXED MONTH AND DAY, MOVED OFF A
      * WEEKEND TO THE NEAREST WEEKDAY WHEN THE TEMPLATE ASKS: A
      * SATURDAY IS OBSERVED ON THE FRIDAY, A SUNDAY ON THE MONDAY.
      *-----------------------------------------------------------------
        3630-FIXED-DATE-RULE.
            IF CYC-CLH-DAY IS NOT NUMERIC OR CYC-CLH-DAY < 1
                    OR CYC-CLH-DAY > CYC-CLM-DAYS-IN-MONTH
                MOVE "TEMPLATE DAY NOT IN THE MONTH" TO CYC-CLM-REASON
                GO TO 3630-EXIT
            END-IF.
            COMPUTE CYC-CLM-DAY-INT =
                CYC-CLM-FIRST-INT + CYC-CLH-DAY - 1.
            IF NOT CYC-CLH-OBSERVE-WEEKDAY
                GO TO 3630-EXIT
            END-IF.
            MOVE CYC-CLM-DAY-INT TO CYC-CLM-DOW-INT.
            PERFORM 3620-DAY-OF-WEEK THRU 3620-EXIT.
            IF CYC-CLM-DOW = 6
                SUBTRACT 1 FROM CYC-CLM-DAY-INT
            END-IF.
            IF CYC-CLM-DOW = 7
                ADD 1 TO CYC-CLM-DAY-INT
            END-IF.
        3630-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3640-NTH-WEEKDAY-RULE - THE NTH GIVEN WEEKDAY OF THE MONTH:
      * STEP FORWARD FROM THE 1ST TO THE FIRST SUCH WEEKDAY, THEN ON
      * BY WHOLE WEEKS.  A FIFTH WEEKDAY THAT RUNS PAST THE MONTH
      * END IS AN ERROR, NOT THE FIRST OF THE NEXT MONTH.
      *-----------------------------------------------------------------
        3640-NTH-WEEKDAY-RULE.
            IF CYC-CLH-WEEK IS NOT NUMERIC OR CYC-CLH-WEEK < 1
                    OR CYC-CLH-WEEK > 5
                MOVE "TEMPLATE WEEK MUST BE 1 THRU 5" TO CYC-CLM-REASON
                GO TO 3640-EXIT
            END-IF.
            IF CYC-CLH-WEEKDAY IS NOT NUMERIC OR CYC-CLH-WEEKDAY < 1
                    OR CYC-CLH-WEEKDAY > 7
                MOVE "TEMPLATE WEEKDAY MUST BE 1 THRU 7"
                    TO CYC-CLM-REASON
                GO TO 3640-EXIT
            END-IF.
            MOVE CYC-CLM-FIRST-INT TO CYC-CLM-DOW-INT.
            PERFORM 3620-DAY-OF-WEEK THRU 3620-EXIT.
            COMPUTE CYC-CLM-DOW-NUM = CYC-CLH-WEEKDAY + 7 - CYC-CLM-DOW.
            DIVIDE CYC-CLM-DOW-NUM BY 7 GIVING CYC-CLM-DOW-QUOT
                REMAINDER CYC-CLM-DOW-OFFSET.
            COMPUTE CYC-CLM-DAY-INT = CYC-CLM-FIRST-INT
                + CYC-CLM-DOW-OFFSET + (CYC-CLH-WEEK - 1) * 7.
            IF CYC-CLM-DAY-INT > CYC-CLM-LAST-INT
                MOVE "NO SUCH WEEKDAY THAT MONTH" TO CYC-CLM-REASON
            END-IF.
        3640-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3650-LAST-WEEKDAY-RULE - THE LAST GIVEN WEEKDAY OF THE MONTH:
      * STEP BACK FROM THE MONTH END TO THE NEAREST SUCH WEEKDAY.
      *-----------------------------------------------------------------
        3650-LAST-WEEKDAY-RULE.
            IF CYC-CLH-WEEKDAY IS NOT NUMERIC OR CYC-CLH-WEEKDAY < 1
                    OR CYC-CLH-WEEKDAY > 7
                MOVE "TEMPLATE WEEKDAY MUST BE 1 THRU 7"
                    TO CYC-CLM-REASON
                GO TO 3650-EXIT
            END-IF.
            MOVE CYC-CLM-LAST-INT TO CYC-CLM-DOW-INT.
            PERFORM 3620-DAY-OF-WEEK THRU 3620-EXIT.
            COMPUTE CYC-CLM-DOW-NUM = CYC-CLM-DOW + 7 - CYC-CLH-WEEKDAY.
            DIVIDE CYC-CLM-DOW-NUM BY 7 GIVING CYC-CLM-DOW-QUOT
                REMAINDER CYC-CLM-DOW-OFFSET.
            COMPUTE CYC-CLM-DAY-INT =
                CYC-CLM-LAST-INT - CYC-CLM-DOW-OFFSET.
        3650-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4000-LOOKUP-REGION - FIND CYC-CLM-NEW-REGION IN THE REGION
      * TABLE.  NOT FOUND LEAVES CYC-CLM-RGN-FOUND-IDX ZERO.
      *-----------------------------------------------------------------
        4000-LOOKUP-REGION.
            MOVE ZERO TO CYC-CLM-RGN-FOUND-IDX.
            PERFORM 4010-CHECK-REGION THRU 4010-EXIT
                VARYING CYC-CLM-RGN-IDX FROM 1 BY 1
                UNTIL CYC-CLM-RGN-IDX > CYC-CLM-RGN-ENTRY-COUNT
                OR CYC-CLM-RGN-FOUND-IDX > 0.
        4000-EXIT.
            EXIT.

        4010-CHECK-REGION.
            IF CYC-CLM-RGN-CODE (CYC-CLM-RGN-IDX) = CYC-CLM-NEW-REGION
                MOVE CYC-CLM-RGN-IDX TO CYC-CLM-RGN-FOUND-IDX
            END-IF.
        4010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4100-FIND-CAL-ENTRY - COUNT THE CALENDAR ENTRIES FOR
      * CYC-CLM-NEW-DATE AND CYC-CLM-NEW-REGION, AND REMEMBER WHERE
      * THE FIRST ONE IS AND WHAT IT SAYS.
      *-----------------------------------------------------------------
        4100-FIND-CAL-ENTRY.
            MOVE ZERO TO CYC-CLM-MATCH-COUNT.
            MOVE ZERO TO CYC-CLM-MATCH-IDX.
            MOVE SPACE TO CYC-CLM-OLD-ACTION.
            MOVE ZERO TO CYC-CLM-OLD-COUNT.
            PERFORM 4110-CHECK-CAL-ENTRY THRU 4110-EXIT
                VARYING CYC-CLM-CAL-IDX FROM 1 BY 1
                UNTIL CYC-CLM-CAL-IDX > CYC-CLM-CAL-COUNT.
        4100-EXIT.
            EXIT.

        4110-CHECK-CAL-ENTRY.
            IF CYC-CLM-TBL-DATE (CYC-CLM-CAL-IDX) NOT = CYC-CLM-NEW-DATE
                OR CYC-CLM-TBL-REGION (CYC-CLM-CAL-IDX)
                    NOT = CYC-CLM-NEW-REGION
                GO TO 4110-EXIT
            END-IF.
            ADD 1 TO CYC-CLM-MATCH-COUNT.
            IF CYC-CLM-MATCH-IDX = 0
                MOVE CYC-CLM-CAL-IDX TO CYC-CLM-MATCH-IDX
                MOVE CYC-CLM-TBL-ACTION (CYC-CLM-CAL-IDX)
                    TO CYC-CLM-OLD-ACTION
                IF CYC-CLM-TBL-COUNT (CYC-CLM-CAL-IDX) IS NUMERIC
                    MOVE CYC-CLM-TBL-COUNT (CYC-CLM-CAL-IDX)
                        TO CYC-CLM-OLD-COUNT
                END-IF
            END-IF.
        4110-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4200-INSERT-CAL-ENTRY - PUT THE IMAGE IN CYC-CLM-INS-ENTRY
      * INTO THE TABLE AHEAD OF THE FIRST ENTRY WITH A LATER DATE/
      * REGION, SHIFTING THE REST DOWN ONE.  AN EQUAL KEY GOES AFTER
      * THE ENTRIES ALREADY THERE.
      *-----------------------------------------------------------------
        4200-INSERT-CAL-ENTRY.
            IF CYC-CLM-CAL-COUNT >= 3000
                DISPLAY "CYCCAL HAS MORE THAN 3000 ENTRIES - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE ZERO TO CYC-CLM-SLOT-IDX.
            PERFORM 4210-FIND-SLOT THRU 4210-EXIT
                VARYING CYC-CLM-CAL-IDX FROM 1 BY 1
                UNTIL CYC-CLM-CAL-IDX > CYC-CLM-CAL-COUNT
                OR CYC-CLM-SLOT-IDX > 0.
            IF CYC-CLM-SLOT-IDX = 0
                COMPUTE CYC-CLM-SLOT-IDX = CYC-CLM-CAL-COUNT + 1
            ELSE
                PERFORM 4220-SHIFT-DOWN THRU 4220-EXIT
                    VARYING CYC-CLM-MOVE-IDX FROM CYC-CLM-CAL-COUNT
                    BY -1 UNTIL CYC-CLM-MOVE-IDX < CYC-CLM-SLOT-IDX
            END-IF.
            MOVE CYC-CLM-INS-ENTRY TO
                CYC-CLM-CAL-ENTRY (CYC-CLM-SLOT-IDX).
            ADD 1 TO CYC-CLM-CAL-COUNT.
        4200-EXIT.
            EXIT.

        4210-FIND-SLOT.
            IF CYC-CLM-TBL-DATE (CYC-CLM-CAL-IDX) > CYC-CLM-INS-DATE
                MOVE CYC-CLM-CAL-IDX TO CYC-CLM-SLOT-IDX
                GO TO 4210-EXIT
            END-IF.
            IF CYC-CLM-TBL-DATE (CYC-CLM-CAL-IDX) = CYC-CLM-INS-DATE
                AND CYC-CLM-TBL-REGION (CYC-CLM-CAL-IDX)
                    > CYC-CLM-INS-REGION
                MOVE CYC-CLM-CAL-IDX TO CYC-CLM-SLOT-IDX
            END-IF.
        4210-EXIT.
            EXIT.

        4220-SHIFT-DOWN.
            MOVE CYC-CLM-CAL-ENTRY (CYC-CLM-MOVE-IDX) TO
                CYC-CLM-CAL-ENTRY (CYC-CLM-MOVE-IDX + 1).
        4220-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4300-REMOVE-CAL-ENTRY - TAKE ENTRY CYC-CLM-MATCH-IDX OUT OF
      * THE TABLE, CLOSING THE GAP.
      *-----------------------------------------------------------------
        4300-REMOVE-CAL-ENTRY.
            PERFORM 4310-SHIFT-UP THRU 4310-EXIT
                VARYING CYC-CLM-MOVE-IDX FROM CYC-CLM-MATCH-IDX BY 1
                UNTIL CYC-CLM-MOVE-IDX >= CYC-CLM-CAL-COUNT.
            SUBTRACT 1 FROM CYC-CLM-CAL-COUNT.
        4300-EXIT.
            EXIT.

        4310-SHIFT-UP.
            MOVE CYC-CLM-CAL-ENTRY (CYC-CLM-MOVE-IDX + 1) TO
                CYC-CLM-CAL-ENTRY (CYC-CLM-MOVE-IDX).
        4310-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4500-REWRITE-CALENDAR - WRITE THE WHOLE TABLE BACK OVER
      * CYCCAL.  A SITE WITH NO CALENDAR YET GETS ONE CREATED.
      *-----------------------------------------------------------------
        4500-REWRITE-CALENDAR.
            OPEN OUTPUT CYCCAL-FILE.
            IF NOT CYC-CAL-OK
                DISPLAY "CYCCAL OPEN FAILED " CYC-CAL-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 4510-WRITE-CAL-ENTRY THRU 4510-EXIT
                VARYING CYC-CLM-CAL-IDX FROM 1 BY 1
                UNTIL CYC-CLM-CAL-IDX > CYC-CLM-CAL-COUNT.
            CLOSE CYCCAL-FILE.
        4500-EXIT.
            EXIT.

        4510-WRITE-CAL-ENTRY.
            MOVE CYC-CLM-CAL-ENTRY (CYC-CLM-CAL-IDX) TO CYCCAL-RECORD.
            WRITE CYCCAL-RECORD.
            IF NOT CYC-CAL-OK
                DISPLAY "CYCCAL WRITE FAILED " CYC-CAL-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        4510-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5000-WRITE-AUDIT-RECORD - LOG THE CHANGE OR DENIED ATTEMPT TO
      * THE RETAINED CYCMAUD FILE, THE SAME LOG CYCMAINT AND CYCRGNM
      * WRITE TO.  THE OPERATOR ID FROM THE TRANSACTION IS THE
      * USERID; A TRANSACTION WITHOUT ONE FALLS BACK TO THE PROGRAM
      * NAME.
      *-----------------------------------------------------------------
        5000-WRITE-AUDIT-RECORD.
            MOVE FUNCTION CURRENT-DATE TO CYC-CLM-CURRENT-DATETIME.
            MOVE SPACES TO CYCMAUD-RECORD.
            MOVE CYC-CLM-CDT-DATE TO CYC-MAUD-DATE.
            MOVE CYC-CLM-CDT-TIME TO CYC-MAUD-TIME.
            MOVE CYC-CLM-AUD-REGION TO CYC-MAUD-REGION.
            MOVE CYC-CLM-AUD-OLD TO CYC-MAUD-OLD-VALUE.
            MOVE CYC-CLM-AUD-NEW TO CYC-MAUD-NEW-VALUE.
            MOVE CYC-CLM-OPERATOR TO CYC-MAUD-USERID.
            MOVE CYC-CLM-ACTION TO CYC-MAUD-ACTION.
            MOVE CYC-CLM-AUD-EFF TO CYC-MAUD-EFF-DATE.
            MOVE CYC-CLM-AUD-OLD-CAL TO CYC-MAUD-OLD-CAL-ACTION.
            MOVE CYC-CLM-AUD-NEW-CAL TO CYC-MAUD-NEW-CAL-ACTION.
            OPEN EXTEND CYCMAUD-FILE.
            IF NOT CYC-MAUD-OK
                OPEN OUTPUT CYCMAUD-FILE
                IF NOT CYC-MAUD-OK
                    DISPLAY "CYCMAUD OPEN FAILED " CYC-MAUD-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
            END-IF.
            WRITE CYCMAUD-RECORD.
            IF NOT CYC-MAUD-OK
                DISPLAY "CYCMAUD WRITE FAILED " CYC-MAUD-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            CLOSE CYCMAUD-FILE.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5100-LOG-PENDING - LOG EVERY CHANGE HELD IN THE PENDING
      * TABLE UNDER THE ACTION CODE ALREADY IN CYC-CLM-ACTION.
      *-----------------------------------------------------------------
        5100-LOG-PENDING.
            PERFORM 5110-LOG-ONE-PENDING THRU 5110-EXIT
                VARYING CYC-CLM-PEND-IDX FROM 1 BY 1
                UNTIL CYC-CLM-PEND-IDX > CYC-CLM-PEND-COUNT.
        5100-EXIT.
            EXIT.

        5110-LOG-ONE-PENDING.
            MOVE CYC-CLM-PEND-REGION (CYC-CLM-PEND-IDX)
                TO CYC-CLM-AUD-REGION.
            MOVE CYC-CLM-PEND-OLD-COUNT (CYC-CLM-PEND-IDX)
                TO CYC-CLM-AUD-OLD.
            MOVE CYC-CLM-PEND-OLD-ACTION (CYC-CLM-PEND-IDX)
                TO CYC-CLM-AUD-OLD-CAL.
            MOVE CYC-CLM-PEND-NEW-COUNT (CYC-CLM-PEND-IDX)
                TO CYC-CLM-AUD-NEW.
            MOVE CYC-CLM-PEND-NEW-ACTION (CYC-CLM-PEND-IDX)
                TO CYC-CLM-AUD-NEW-CAL.
            MOVE CYC-CLM-PEND-DATE (CYC-CLM-PEND-IDX)
                TO CYC-CLM-AUD-EFF.
            PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
        5110-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5200-ADD-PENDING - HOLD ONE CHANGE FOR LOGGING: THE DATE AND
      * REGION IN CYC-CLM-NEW-ENTRY, THE BEFORE IMAGE IN THE
      * CYC-CLM-INS-ACTION/-COUNT PAIR AND THE AFTER IMAGE IN
      * CYC-CLM-NEW-ACTION/-COUNT.
      *-----------------------------------------------------------------
        5200-ADD-PENDING.
            IF CYC-CLM-PEND-COUNT >= 1500
                DISPLAY "MORE THAN 1500 CALENDAR CHANGES IN ONE"
                    " TRANSACTION - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-CLM-PEND-COUNT.
            MOVE CYC-CLM-PEND-COUNT TO CYC-CLM-PEND-IDX.
            MOVE CYC-CLM-NEW-DATE TO
                CYC-CLM-PEND-DATE (CYC-CLM-PEND-IDX).
            MOVE CYC-CLM-NEW-REGION TO
                CYC-CLM-PEND-REGION (CYC-CLM-PEND-IDX).
            MOVE CYC-CLM-INS-ACTION TO
                CYC-CLM-PEND-OLD-ACTION (CYC-CLM-PEND-IDX).
            MOVE CYC-CLM-INS-COUNT TO
                CYC-CLM-PEND-OLD-COUNT (CYC-CLM-PEND-IDX).
            MOVE CYC-CLM-NEW-ACTION TO
                CYC-CLM-PEND-NEW-ACTION (CYC-CLM-PEND-IDX).
            MOVE CYC-CLM-NEW-COUNT TO
                CYC-CLM-PEND-NEW-COUNT (CYC-CLM-PEND-IDX).
        5200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - RUN SUMMARY.  ANY REJECTED TRANSACTION
      * LEAVES RC=8 SO THE SCHEDULER KNOWS TO LOOK AT SYSOUT.
      *-----------------------------------------------------------------
        8000-TERMINATE-RUN.
            IF NOT CYC-CLT-NOTFOUND
                CLOSE CYCCALT-FILE
            END-IF.
            MOVE CYC-CLM-TRAN-COUNT TO CYC-CLM-TRAN-OUT.
            MOVE CYC-CLM-GOOD-COUNT TO CYC-CLM-GOOD-OUT.
            MOVE CYC-CLM-REJ-COUNT TO CYC-CLM-REJ-OUT.
            DISPLAY "TRANSACTIONS READ: " CYC-CLM-TRAN-OUT
                "   APPLIED: " CYC-CLM-GOOD-OUT
                "   REJECTED: " CYC-CLM-REJ-OUT.
            IF CYC-CLM-REJ-COUNT > 0
                MOVE 8 TO RETURN-CODE
            END-IF.
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 9000-ABEND-EXIT - COMMON ERROR EXIT FOR FILE ERRORS.
      *-----------------------------------------------------------------
        9000-ABEND-EXIT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        END PROGRAM CYCCALM.
