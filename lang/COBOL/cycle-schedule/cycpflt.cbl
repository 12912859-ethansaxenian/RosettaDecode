      ******************************************************************
      * CYCPFLT - PRE-FLIGHT PARAMETER INTEGRITY CHECK
      *
      * SCHEDULED IN THE EVENING AHEAD OF CYCPURGE AND THE NIGHTLY
      * GENERATION RUN.  EACH PARAMETER FILE IS VALIDATED ON ITS OWN
      * BY THE PROGRAM THAT READS IT, BUT NOTHING CHECKED THEM
      * AGAINST EACH OTHER, AND SEVERAL BAD NIGHTS CAME FROM EXACTLY
      * THAT: A PREDECESSOR POINTING AT A RETIRED REGION, A
      * PREDECESSOR LOOP THAT ONLY SHOWED UP AS A HELD REGION AT
      * 2 A.M., A CALENDAR ENTRY FOR A REGION CODE THAT DOES NOT
      * EXIST, A HOLD POSTING LEFT OVER FOR A RETIRED REGION.  THIS
      * PROGRAM CROSS-CHECKS CYCCTL, CYCRGN, CYCCAL, CYCSLAP,
      * CYCHOLD, CYCAUTH AND CYCMONP FOR THE COMING BUSINESS DATE
      * (CYCPFLP, DEFAULT TOMORROW) AND PRINTS A READINESS REPORT TO
      * CYCPFLR WITH EVERY FINDING GRADED:
      *
      *     ERROR    THE GENERATOR WOULD ABEND, HOLD A REGION THAT
      *              CAN NEVER RELEASE, OR SILENTLY DO THE WRONG
      *              THING TONIGHT.
      *     WARNING  UNTIDY BUT HARMLESS TONIGHT - A REGION WITH NO
      *              SLA TARGET, A GRANT FOR A REGION THAT IS GONE,
      *              A CALENDAR ENTRY FOR A RETIRED REGION.
      *
      * THE REGION RULES ARE THE GENERATOR'S: A REGION IS LIVE ON
      * THE DATE WHEN ITS EFFECTIVE DATE IS ON OR BEFORE IT AND ITS
      * END DATE (IF SET) ON OR AFTER IT; WITH NO CYCRGN FILE THE
      * SITE RUNS ONE REGION, "ALL", FROM CYCCTL.
      *
      * RETURN CODES
      *     0   READY - NO FINDINGS.
      *     4   READY - WARNINGS ONLY.
      *     16  NOT READY - AT LEAST ONE ERROR, OR A FILE ERROR.
      *         THE GENERATOR STEP IS CONDITIONED ON THIS STEP, AND
      *         ONE CRITICAL "PFLT" ALERT IS RAISED ON CYCALRT SO
      *         THE BRIDGE IS PAGED IN THE EVENING, NOT AT 2 A.M.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL PROGRAM.
      *   2026-10-15  RJS  THE CYCPFLP BUSINESS DATE'S DAY IS NOW
      *                    CHECKED AGAINST THE LENGTH OF ITS MONTH
      *                    (LEAP YEARS ALLOWED FOR), AS CYCCALM AND
      *                    THE GENERATOR'S CATCH-UP CHECK DO.
      ******************************************************************

        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCPFLT.
        AUTHOR. R J SHAUGHNESSY.
        INSTALLATION. SETTLEMENT OPERATIONS - CYCLE CONTROL.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CYCPFLP-FILE ASSIGN TO "CYCPFLP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-PFP-STATUS.
            SELECT CYCCTL-FILE ASSIGN TO "CYCCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CTL-STATUS.
            SELECT CYCRGN-FILE ASSIGN TO "CYCRGN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-RGN-STATUS.
            SELECT CYCCAL-FILE ASSIGN TO "CYCCAL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CAL-STATUS.
            SELECT CYCSLAP-FILE ASSIGN TO "CYCSLAP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-SLAP-STATUS.
            SELECT CYCHOLD-FILE ASSIGN TO "CYCHOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-HLD-STATUS.
            SELECT CYCAUTH-FILE ASSIGN TO "CYCAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUTH-STATUS.
            SELECT CYCMONP-FILE ASSIGN TO "CYCMONP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-MONP-STATUS.
            SELECT CYCALRT-FILE ASSIGN TO "CYCALRT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-ALR-STATUS.
            SELECT CYCPFLR-FILE ASSIGN TO "CYCPFLR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-PFR-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCPFLP-FILE
                RECORDING MODE IS F.
            COPY CYCPFLP.
        FD  CYCCTL-FILE
                RECORDING MODE IS F.
            COPY CYCCTL.
        FD  CYCRGN-FILE
                RECORDING MODE IS F.
            COPY CYCRGN.
        FD  CYCCAL-FILE
                RECORDING MODE IS F.
            COPY CYCCAL.
        FD  CYCSLAP-FILE
                RECORDING MODE IS F.
            COPY CYCSLAP.
        FD  CYCHOLD-FILE
                RECORDING MODE IS F.
            COPY CYCHOLD.
        FD  CYCAUTH-FILE
                RECORDING MODE IS F.
            COPY CYCAUTH.
        FD  CYCMONP-FILE
                RECORDING MODE IS F.
            COPY CYCMONP.
        FD  CYCALRT-FILE
                RECORDING MODE IS F.
            COPY CYCALRT.
        FD  CYCPFLR-FILE
                RECORDING MODE IS F.
            COPY CYCPFLR.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * THE BUSINESS DATE BEING CHECKED, AND A DATE BROKEN OUT FOR
      * THE RANGE CHECK ON AN EXPLICIT CYCPFLP DATE
      *-----------------------------------------------------------------
        01  CYC-PFL-RUN-DATE            PIC 9(08)      VALUE ZERO.
        01  CYC-PFL-DATE-INT            PIC 9(07)      VALUE ZERO.
        01  CYC-PFL-CHK-DATE            PIC 9(08)      VALUE ZERO.
        01  CYC-PFL-CHK-DATE-R REDEFINES CYC-PFL-CHK-DATE.
            05  CYC-PFL-CHK-YYYY        PIC 9(04).
            05  CYC-PFL-CHK-MM          PIC 9(02).
            05  CYC-PFL-CHK-DD          PIC 9(02).
        01  CYC-PFL-BND-WORK.
            05  CYC-PFL-BND-DATE        PIC 9(08)      VALUE ZERO.
            05  CYC-PFL-FIRST-INT       PIC 9(07)      VALUE ZERO.
            05  CYC-PFL-LAST-INT        PIC 9(07)      VALUE ZERO.
            05  CYC-PFL-DAYS-IN-MONTH   PIC 9(02)      VALUE ZERO.
        01  CYC-PFL-CHK-TIME            PIC 9(06)      VALUE ZERO.
        01  CYC-PFL-CHK-TIME-R REDEFINES CYC-PFL-CHK-TIME.
            05  CYC-PFL-CHK-HH          PIC 9(02).
            05  CYC-PFL-CHK-MI          PIC 9(02).
            05  CYC-PFL-CHK-SS          PIC 9(02).

      *-----------------------------------------------------------------
      * REGION TABLE - EVERY RECORD ON CYCRGN, LIVE OR NOT, SO A
      * REFERENCE TO A RETIRED REGION CAN BE TOLD FROM A REFERENCE
      * TO ONE THAT NEVER EXISTED.  THE STATE IS AS OF THE BUSINESS
      * DATE; THE CALENDAR FLAG AND SLA SWITCH ARE FILLED IN BY THE
      * CYCCAL AND CYCSLAP PASSES.
      *-----------------------------------------------------------------
        01  CYC-PFL-RGN-TABLE.
            05  CYC-PFL-RGN-ENTRY OCCURS 100 TIMES.
                10  CYC-PFL-RGN-CODE        PIC X(03).
                10  CYC-PFL-RGN-COUNT       PIC 9(03).
                10  CYC-PFL-RGN-EFF-DATE    PIC 9(08).
                10  CYC-PFL-RGN-END-DATE    PIC 9(08).
                10  CYC-PFL-RGN-PRED        PIC X(03).
                10  CYC-PFL-RGN-STATE       PIC X(01).
                    88  CYC-PFL-RGN-LIVE                VALUE "L".
                    88  CYC-PFL-RGN-RETIRED             VALUE "R".
                    88  CYC-PFL-RGN-FUTURE              VALUE "F".
                10  CYC-PFL-RGN-CAL-FLAG    PIC X(01).
                    88  CYC-PFL-RGN-CAL-SKIP            VALUE "S".
                    88  CYC-PFL-RGN-CAL-REDUCED         VALUE "R".
                10  CYC-PFL-RGN-SLA-SW      PIC X(01).
                    88  CYC-PFL-RGN-HAS-SLA             VALUE "Y".
        01  CYC-PFL-RGN-CTRS.
            05  CYC-PFL-RGN-COUNT-ALL   PIC 9(03)      VALUE ZERO.
            05  CYC-PFL-RGN-LIVE-COUNT  PIC 9(03)      VALUE ZERO.
            05  CYC-PFL-RGN-IDX         PIC 9(03)      VALUE ZERO.
            05  CYC-PFL-FOUND-IDX       PIC 9(03)      VALUE ZERO.
            05  CYC-PFL-SCAN-IDX        PIC 9(03)      VALUE ZERO.
            05  CYC-PFL-W-CODE          PIC X(03)      VALUE SPACES.

      *-----------------------------------------------------------------
      * PREDECESSOR WALK - FOLLOW A LIVE REGION'S PREDECESSOR CHAIN
      * THE WAY THE GENERATOR'S SCHEDULING PASS WOULD WAIT ON IT.
      * COMING BACK TO THE START IS A LOOP; WALKING MORE STEPS THAN
      * THERE ARE REGIONS WITHOUT COMING BACK MEANS THE CHAIN RUNS
      * INTO SOMEBODY ELSE'S LOOP.
      *-----------------------------------------------------------------
        01  CYC-PFL-WALK.
            05  CYC-PFL-WALK-START      PIC 9(03)      VALUE ZERO.
            05  CYC-PFL-WALK-CODE       PIC X(03)      VALUE SPACES.
            05  CYC-PFL-WALK-STEPS      PIC 9(03)      VALUE ZERO.
            05  CYC-PFL-WALK-RESULT     PIC X(01)      VALUE SPACE.
                88  CYC-PFL-WALK-CLEAR                 VALUE "C".
                88  CYC-PFL-WALK-LOOP                  VALUE "L".
                88  CYC-PFL-WALK-STUCK                 VALUE "S".

      *-----------------------------------------------------------------
      * THE FINDING BEING REPORTED AND THE RUN TOTALS
      *-----------------------------------------------------------------
        01  CYC-PFL-FINDING.
            05  CYC-PFL-GRADE           PIC X(08)      VALUE SPACES.
                88  CYC-PFL-GRADE-ERROR                VALUE "ERROR".
                88  CYC-PFL-GRADE-WARN                 VALUE "WARNING".
            05  CYC-PFL-SOURCE          PIC X(08)      VALUE SPACES.
            05  CYC-PFL-TEXT            PIC X(63)      VALUE SPACES.
        01  CYC-PFL-COUNTERS.
            05  CYC-PFL-ERROR-COUNT     PIC 9(05)      VALUE ZERO.
            05  CYC-PFL-WARN-COUNT      PIC 9(05)      VALUE ZERO.
        01  CYC-PFL-COUNT-OUT        PIC ZZZZ9.
        01  CYC-PFL-NUM-OUT          PIC ZZ9.
        01  CYC-PFL-LINE             PIC X(79)      VALUE SPACES.

      *-----------------------------------------------------------------
      * END-OF-FILE AND SITE-SHAPE SWITCHES
      *-----------------------------------------------------------------
        01  CYC-PFL-SWITCHES.
            05  CYC-RGNFILE-EOF-SW      PIC X          VALUE "N".
                88  CYC-RGNFILE-EOF                    VALUE "Y".
            05  CYC-CALFILE-EOF-SW      PIC X          VALUE "N".
                88  CYC-CALFILE-EOF                    VALUE "Y".
            05  CYC-SLAFILE-EOF-SW      PIC X          VALUE "N".
                88  CYC-SLAFILE-EOF                    VALUE "Y".
            05  CYC-HLDFILE-EOF-SW      PIC X          VALUE "N".
                88  CYC-HLDFILE-EOF                    VALUE "Y".
            05  CYC-AUTHFILE-EOF-SW     PIC X          VALUE "N".
                88  CYC-AUTHFILE-EOF                   VALUE "Y".
            05  CYC-ALRFILE-EOF-SW      PIC X          VALUE "N".
                88  CYC-ALRFILE-EOF                    VALUE "Y".
            05  CYC-PFL-DRIVER-SW       PIC X          VALUE "Y".
                88  CYC-PFL-HAS-DRIVER                 VALUE "Y".
                88  CYC-PFL-NO-DRIVER                  VALUE "N".
            05  CYC-PFL-SLAP-SW         PIC X          VALUE "N".
                88  CYC-PFL-SLAP-ON-FILE               VALUE "Y".
            05  CYC-PFL-ALERTED-SW      PIC X          VALUE "N".
                88  CYC-PFL-ALREADY-ALERTED            VALUE "Y".

      *-----------------------------------------------------------------
      * ALERT DEDUP KEY - ONE PRE-FLIGHT ALERT PER BUSINESS DATE,
      * CHECKED AGAINST THE ALERTS ALREADY ON CYCALRT THE SAME WAY
      * CYCQMON CHECKS ITS STALE-ENTRY ALERTS, SO A RERUN AFTER A
      * PARTIAL FIX DOES NOT PAGE THE BRIDGE TWICE.
      *-----------------------------------------------------------------
        01  CYC-PFL-ALERT-KEY.
            05  CYC-PFL-ALK-TYPE        PIC X(04)      VALUE "PFLT".
            05  CYC-PFL-ALK-REGION      PIC X(03)      VALUE "ALL".
            05  CYC-PFL-ALK-CYCLE       PIC 9(03)      VALUE ZERO.
            05  CYC-PFL-ALK-GEN-DATE    PIC 9(08)      VALUE ZERO.

      *-----------------------------------------------------------------
      * CURRENT DATE AND TIME FOR THE REPORT TITLE, THE DEFAULT
      * BUSINESS DATE AND THE ALERT STAMP
      *-----------------------------------------------------------------
        01  CYC-PFL-CURRENT-DATETIME    PIC X(21).
        01  CYC-PFL-CURRENT-DT-R REDEFINES
                CYC-PFL-CURRENT-DATETIME.
            05  CYC-PFL-CDT-DATE        PIC 9(08).
            05  CYC-PFL-CDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
        01  CYC-FILE-STATUSES.
            05  CYC-PFP-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-PFP-OK                         VALUE "00".
                88  CYC-PFP-NOTFOUND                   VALUE "35".
            05  CYC-CTL-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-CTL-OK                         VALUE "00".
                88  CYC-CTL-NOTFOUND                   VALUE "35".
            05  CYC-RGN-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-RGN-OK                         VALUE "00".
                88  CYC-RGN-NOTFOUND                   VALUE "35".
            05  CYC-CAL-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-CAL-OK                         VALUE "00".
                88  CYC-CAL-NOTFOUND                   VALUE "35".
            05  CYC-SLAP-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-SLAP-OK                        VALUE "00".
                88  CYC-SLAP-NOTFOUND                  VALUE "35".
            05  CYC-HLD-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-HLD-OK                         VALUE "00".
                88  CYC-HLD-NOTFOUND                   VALUE "35".
            05  CYC-AUTH-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-AUTH-OK                        VALUE "00".
                88  CYC-AUTH-NOTFOUND                  VALUE "35".
            05  CYC-MONP-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-MONP-OK                        VALUE "00".
                88  CYC-MONP-NOTFOUND                  VALUE "35".
            05  CYC-ALR-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-ALR-OK                         VALUE "00".
                88  CYC-ALR-NOTFOUND                   VALUE "35".
            05  CYC-PFR-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-PFR-OK                         VALUE "00".

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
            PERFORM 1100-LOAD-REGIONS THRU 1100-EXIT.
            PERFORM 2000-CHECK-CONTROL THRU 2000-EXIT.
            PERFORM 2500-CHECK-CALENDAR THRU 2500-EXIT.
            PERFORM 3000-CHECK-SLA-TARGETS THRU 3000-EXIT.
            PERFORM 4000-CHECK-REGIONS THRU 4000-EXIT.
            PERFORM 5000-CHECK-HOLDS THRU 5000-EXIT.
            PERFORM 5500-CHECK-AUTHORITY THRU 5500-EXIT.
            PERFORM 6000-CHECK-MONITOR THRU 6000-EXIT.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - ESTABLISH THE BUSINESS DATE: THE
      * CYCPFLP DATE IF ONE IS GIVEN, OTHERWISE TOMORROW.  OPEN THE
      * REPORT AND WRITE THE TITLE.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-PFL-CURRENT-DATETIME.
            PERFORM 1050-LOAD-BUSINESS-DATE THRU 1050-EXIT.
            IF CYC-PFL-RUN-DATE = ZERO
                COMPUTE CYC-PFL-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (CYC-PFL-CDT-DATE) + 1
                COMPUTE CYC-PFL-RUN-DATE =
                    FUNCTION DATE-OF-INTEGER (CYC-PFL-DATE-INT)
            END-IF.
            MOVE CYC-PFL-RUN-DATE TO CYC-PFL-ALK-GEN-DATE.
            OPEN OUTPUT CYCPFLR-FILE.
            IF NOT CYC-PFR-OK
                DISPLAY "CYCPFLR OPEN FAILED, STATUS " CYC-PFR-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE SPACES TO CYCPFLR-RECORD.
            MOVE "1" TO CYC-PFR-CC.
            STRING "PRE-FLIGHT READINESS   BUSINESS DATE "
                       DELIMITED BY SIZE
                   CYC-PFL-RUN-DATE DELIMITED BY SIZE
                   "   CHECKED " DELIMITED BY SIZE
                   CYC-PFL-CDT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-PFL-CDT-TIME (1:6) DELIMITED BY SIZE
            INTO CYC-PFR-DATA.
            WRITE CYCPFLR-RECORD.
            MOVE SPACES TO CYC-PFL-LINE.
            PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
            MOVE "GRADE   FILE    FINDING" TO CYC-PFL-LINE.
            PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
            MOVE "-----   ----    -------" TO CYC-PFL-LINE.
            PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1050-LOAD-BUSINESS-DATE - AN EXPLICIT CYCPFLP DATE THAT IS
      * NOT A DATE ABENDS - CHECKING THE WRONG NIGHT WOULD BE WORSE
      * THAN NOT CHECKING.  NO FILE, NO RECORD OR A ZERO DATE LEAVES
      * THE DATE ZERO FOR THE TOMORROW DEFAULT.
      *-----------------------------------------------------------------
        1050-LOAD-BUSINESS-DATE.
            MOVE ZERO TO CYC-PFL-RUN-DATE.
            OPEN INPUT CYCPFLP-FILE.
            IF CYC-PFP-NOTFOUND
                GO TO 1050-EXIT
            END-IF.
            IF NOT CYC-PFP-OK
                DISPLAY "CYCPFLP OPEN FAILED, STATUS " CYC-PFP-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            READ CYCPFLP-FILE
                AT END
                    CLOSE CYCPFLP-FILE
                    GO TO 1050-EXIT
            END-READ.
            CLOSE CYCPFLP-FILE.
            IF CYC-PFP-RUN-DATE IS NOT NUMERIC
                DISPLAY "CYCPFLP BUSINESS DATE '" CYC-PFP-RUN-DATE
                    "' NOT NUMERIC"
                GO TO 9000-ABEND-EXIT
            END-IF.
            IF CYC-PFP-RUN-DATE = ZERO
                GO TO 1050-EXIT
            END-IF.
            MOVE CYC-PFP-RUN-DATE TO CYC-PFL-CHK-DATE.
            IF CYC-PFL-CHK-YYYY < 1601
                    OR CYC-PFL-CHK-MM < 1 OR CYC-PFL-CHK-MM > 12
                    OR CYC-PFL-CHK-DD < 1 OR CYC-PFL-CHK-DD > 31
                DISPLAY "CYCPFLP BUSINESS DATE " CYC-PFP-RUN-DATE
                    " NOT A VALID DATE"
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1060-MONTH-LENGTH THRU 1060-EXIT.
            IF CYC-PFL-CHK-DD > CYC-PFL-DAYS-IN-MONTH
                DISPLAY "CYCPFLP BUSINESS DATE " CYC-PFP-RUN-DATE
                    " NOT A VALID DATE"
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE CYC-PFP-RUN-DATE TO CYC-PFL-RUN-DATE.
        1050-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1060-MONTH-LENGTH - NUMBER OF DAYS IN THE MONTH OF
      * CYC-PFL-CHK-DATE: THE DAY NUMBER OF THE FIRST OF THE NEXT
      * MONTH LESS THAT OF THE FIRST OF THIS ONE, SO A LEAP-YEAR
      * FEBRUARY COMES OUT AT 29.
      *-----------------------------------------------------------------
        1060-MONTH-LENGTH.
            COMPUTE CYC-PFL-BND-DATE = CYC-PFL-CHK-YYYY * 10000
                + CYC-PFL-CHK-MM * 100 + 1.
            COMPUTE CYC-PFL-FIRST-INT =
                FUNCTION INTEGER-OF-DATE (CYC-PFL-BND-DATE).
            IF CYC-PFL-CHK-MM = 12
                COMPUTE CYC-PFL-BND-DATE =
                    (CYC-PFL-CHK-YYYY + 1) * 10000 + 101
            ELSE
                COMPUTE CYC-PFL-BND-DATE = CYC-PFL-CHK-YYYY * 10000
                    + (CYC-PFL-CHK-MM + 1) * 100 + 1
            END-IF.
            COMPUTE CYC-PFL-LAST-INT =
                FUNCTION INTEGER-OF-DATE (CYC-PFL-BND-DATE).
            COMPUTE CYC-PFL-DAYS-IN-MONTH =
                CYC-PFL-LAST-INT - CYC-PFL-FIRST-INT.
        1060-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-REGIONS - EVERY CYCRGN RECORD INTO THE REGION
      * TABLE WITH ITS STATE ON THE BUSINESS DATE.  A BLANK OR
      * DUPLICATE REGION CODE IS AN ERROR HERE - THE GENERATOR WOULD
      * GENERATE THE CODE TWICE AND DIE ON THE DUPLICATE CYCQ KEY.
      * NO CYCRGN FILE IS A SINGLE-REGION SITE: ONE LIVE REGION
      * "ALL", ITS COUNT FROM CYCCTL (CHECKED AT 2000).
      *-----------------------------------------------------------------
        1100-LOAD-REGIONS.
            OPEN INPUT CYCRGN-FILE.
            IF CYC-RGN-NOTFOUND
                SET CYC-PFL-NO-DRIVER TO TRUE
                MOVE 1 TO CYC-PFL-RGN-COUNT-ALL
                MOVE 1 TO CYC-PFL-RGN-LIVE-COUNT
                MOVE "ALL" TO CYC-PFL-RGN-CODE (1)
                MOVE ZERO TO CYC-PFL-RGN-COUNT (1)
                MOVE ZERO TO CYC-PFL-RGN-EFF-DATE (1)
                MOVE ZERO TO CYC-PFL-RGN-END-DATE (1)
                MOVE SPACES TO CYC-PFL-RGN-PRED (1)
                MOVE "L" TO CYC-PFL-RGN-STATE (1)
                MOVE SPACE TO CYC-PFL-RGN-CAL-FLAG (1)
                MOVE "N" TO CYC-PFL-RGN-SLA-SW (1)
                GO TO 1100-EXIT
            END-IF.
            IF NOT CYC-RGN-OK
                DISPLAY "CYCRGN OPEN FAILED, STATUS " CYC-RGN-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1110-LOAD-NEXT-REGION THRU 1110-EXIT
                UNTIL CYC-RGNFILE-EOF.
            CLOSE CYCRGN-FILE.
            IF CYC-PFL-RGN-LIVE-COUNT = ZERO
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE "CYCRGN" TO CYC-PFL-SOURCE
                MOVE "NO REGION IS LIVE ON THE BUSINESS DATE"
                    TO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-IF.
        1100-EXIT.
            EXIT.

        1110-LOAD-NEXT-REGION.
            READ CYCRGN-FILE
                AT END
                    SET CYC-RGNFILE-EOF TO TRUE
                    GO TO 1110-EXIT
            END-READ.
            IF CYC-RGN-CODE = SPACES
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE "CYCRGN" TO CYC-PFL-SOURCE
                MOVE "RECORD WITH A BLANK REGION CODE" TO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 1110-EXIT
            END-IF.
            MOVE CYC-RGN-CODE TO CYC-PFL-W-CODE.
            PERFORM 1120-FIND-REGION THRU 1120-EXIT.
            IF CYC-PFL-FOUND-IDX > 0
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE "CYCRGN" TO CYC-PFL-SOURCE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-RGN-CODE DELIMITED BY SIZE
                       " IS ON FILE MORE THAN ONCE" DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 1110-EXIT
            END-IF.
            IF CYC-PFL-RGN-COUNT-ALL >= 100
                DISPLAY "CYCRGN HAS MORE THAN 100 REGIONS - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-PFL-RGN-COUNT-ALL.
            MOVE CYC-PFL-RGN-COUNT-ALL TO CYC-PFL-RGN-IDX.
            MOVE CYC-RGN-CODE TO CYC-PFL-RGN-CODE (CYC-PFL-RGN-IDX).
            IF CYC-RGN-COUNT IS NUMERIC
                MOVE CYC-RGN-COUNT TO
                    CYC-PFL-RGN-COUNT (CYC-PFL-RGN-IDX)
            ELSE
                MOVE ZERO TO CYC-PFL-RGN-COUNT (CYC-PFL-RGN-IDX)
            END-IF.
            IF CYC-RGN-EFF-DATE IS NUMERIC
                MOVE CYC-RGN-EFF-DATE TO
                    CYC-PFL-RGN-EFF-DATE (CYC-PFL-RGN-IDX)
            ELSE
                MOVE ZERO TO CYC-PFL-RGN-EFF-DATE (CYC-PFL-RGN-IDX)
            END-IF.
            IF CYC-RGN-END-DATE IS NUMERIC
                MOVE CYC-RGN-END-DATE TO
                    CYC-PFL-RGN-END-DATE (CYC-PFL-RGN-IDX)
            ELSE
                MOVE ZERO TO CYC-PFL-RGN-END-DATE (CYC-PFL-RGN-IDX)
            END-IF.
            MOVE CYC-RGN-PREDECESSOR TO
                CYC-PFL-RGN-PRED (CYC-PFL-RGN-IDX).
            MOVE SPACE TO CYC-PFL-RGN-CAL-FLAG (CYC-PFL-RGN-IDX).
            MOVE "N" TO CYC-PFL-RGN-SLA-SW (CYC-PFL-RGN-IDX).
            EVALUATE TRUE
                WHEN CYC-PFL-RGN-EFF-DATE (CYC-PFL-RGN-IDX) > ZERO
                    AND CYC-PFL-RGN-EFF-DATE (CYC-PFL-RGN-IDX)
                        > CYC-PFL-RUN-DATE
                    MOVE "F" TO CYC-PFL-RGN-STATE (CYC-PFL-RGN-IDX)
                WHEN CYC-PFL-RGN-END-DATE (CYC-PFL-RGN-IDX) > ZERO
                    AND CYC-PFL-RGN-END-DATE (CYC-PFL-RGN-IDX)
                        < CYC-PFL-RUN-DATE
                    MOVE "R" TO CYC-PFL-RGN-STATE (CYC-PFL-RGN-IDX)
                WHEN OTHER
                    MOVE "L" TO CYC-PFL-RGN-STATE (CYC-PFL-RGN-IDX)
                    ADD 1 TO CYC-PFL-RGN-LIVE-COUNT
            END-EVALUATE.
        1110-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1120-FIND-REGION - THE TABLE ENTRY FOR CYC-PFL-W-CODE, OR
      * ZERO IF THE CODE IS NOT ON CYCRGN AT ALL.
      *-----------------------------------------------------------------
        1120-FIND-REGION.
            MOVE ZERO TO CYC-PFL-FOUND-IDX.
            PERFORM 1130-CHECK-REGION-ENTRY THRU 1130-EXIT
                VARYING CYC-PFL-SCAN-IDX FROM 1 BY 1
                UNTIL CYC-PFL-SCAN-IDX > CYC-PFL-RGN-COUNT-ALL
                OR CYC-PFL-FOUND-IDX > 0.
        1120-EXIT.
            EXIT.

        1130-CHECK-REGION-ENTRY.
            IF CYC-PFL-RGN-CODE (CYC-PFL-SCAN-IDX) = CYC-PFL-W-CODE
                MOVE CYC-PFL-SCAN-IDX TO CYC-PFL-FOUND-IDX
            END-IF.
        1130-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2000-CHECK-CONTROL - CYCCTL.  ON A SINGLE-REGION SITE IT IS
      * THE CYCLE COUNT, AND A MISSING OR BAD RECORD ABENDS THE
      * GENERATOR - AN ERROR.  WITH A CYCRGN DRIVER IT IS ONLY THE
      * FALLBACK, SO THE SAME FAULT IS A WARNING.
      *-----------------------------------------------------------------
        2000-CHECK-CONTROL.
            IF CYC-PFL-NO-DRIVER
                MOVE "ERROR" TO CYC-PFL-GRADE
            ELSE
                MOVE "WARNING" TO CYC-PFL-GRADE
            END-IF.
            MOVE "CYCCTL" TO CYC-PFL-SOURCE.
            OPEN INPUT CYCCTL-FILE.
            IF NOT CYC-CTL-OK
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "CANNOT BE OPENED, STATUS " DELIMITED BY SIZE
                       CYC-CTL-STATUS DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 2000-EXIT
            END-IF.
            READ CYCCTL-FILE
                AT END
                    MOVE "HAS NO CONTROL RECORD" TO CYC-PFL-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                    CLOSE CYCCTL-FILE
                    GO TO 2000-EXIT
            END-READ.
            CLOSE CYCCTL-FILE.
            IF CYC-CTL-COUNT IS NOT NUMERIC
                MOVE "CYCLE COUNT IS NOT NUMERIC" TO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 2000-EXIT
            END-IF.
            IF CYC-CTL-COUNT < 1 OR CYC-CTL-COUNT > 998
                MOVE CYC-CTL-COUNT TO CYC-PFL-NUM-OUT
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "CYCLE COUNT " DELIMITED BY SIZE
                       CYC-PFL-NUM-OUT DELIMITED BY SIZE
                       " OUT OF RANGE - MUST BE 1 THRU 998"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 2000-EXIT
            END-IF.
            IF CYC-PFL-NO-DRIVER
                MOVE CYC-CTL-COUNT TO CYC-PFL-RGN-COUNT (1)
            END-IF.
        2000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2500-CHECK-CALENDAR - CYCCAL.  AN ENTRY FOR THE BUSINESS
      * DATE IS APPLIED TO ITS REGION (SKIP OR REDUCED COUNT, AS THE
      * GENERATOR WILL) AND CHECKED: AN UNKNOWN REGION OR A REDUCED
      * COUNT OUT OF RANGE IS AN ERROR, A RETIRED OR NOT-YET-LIVE
      * REGION OR AN ACTION THE GENERATOR IGNORES IS A WARNING.  A
      * LATER DATE FOR AN UNKNOWN REGION IS A WARNING, SO IT IS
      * CLEANED UP (CYCCALM DEL) BEFORE ITS NIGHT COMES ROUND.
      * PAST DATES ARE HISTORY AND ARE LEFT ALONE.
      *-----------------------------------------------------------------
        2500-CHECK-CALENDAR.
            OPEN INPUT CYCCAL-FILE.
            IF CYC-CAL-NOTFOUND
                GO TO 2500-EXIT
            END-IF.
            IF NOT CYC-CAL-OK
                DISPLAY "CYCCAL OPEN FAILED, STATUS " CYC-CAL-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 2510-CHECK-NEXT-CAL-ENTRY THRU 2510-EXIT
                UNTIL CYC-CALFILE-EOF.
            CLOSE CYCCAL-FILE.
        2500-EXIT.
            EXIT.

        2510-CHECK-NEXT-CAL-ENTRY.
            READ CYCCAL-FILE
                AT END
                    SET CYC-CALFILE-EOF TO TRUE
                    GO TO 2510-EXIT
            END-READ.
            IF CYC-CAL-DATE IS NOT NUMERIC
                MOVE "WARNING" TO CYC-PFL-GRADE
                MOVE "CYCCAL" TO CYC-PFL-SOURCE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "ENTRY WITH NO USABLE DATE - REGION "
                           DELIMITED BY SIZE
                       CYC-CAL-REGION DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 2510-EXIT
            END-IF.
            IF CYC-CAL-DATE < CYC-PFL-RUN-DATE
                GO TO 2510-EXIT
            END-IF.
            MOVE "CYCCAL" TO CYC-PFL-SOURCE.
            MOVE CYC-CAL-REGION TO CYC-PFL-W-CODE.
            PERFORM 1120-FIND-REGION THRU 1120-EXIT.
            IF CYC-CAL-DATE > CYC-PFL-RUN-DATE
                IF CYC-PFL-FOUND-IDX = 0
                    MOVE "WARNING" TO CYC-PFL-GRADE
                    MOVE SPACES TO CYC-PFL-TEXT
                    STRING CYC-CAL-DATE DELIMITED BY SIZE
                           " ENTRY FOR UNKNOWN REGION "
                               DELIMITED BY SIZE
                           CYC-CAL-REGION DELIMITED BY SIZE
                    INTO CYC-PFL-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                END-IF
                GO TO 2510-EXIT
            END-IF.
            IF CYC-PFL-FOUND-IDX = 0
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "ENTRY FOR UNKNOWN REGION " DELIMITED BY SIZE
                       CYC-CAL-REGION DELIMITED BY SIZE
                       " - OVERRIDE WOULD NOT APPLY"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 2510-EXIT
            END-IF.
            IF NOT CYC-PFL-RGN-LIVE (CYC-PFL-FOUND-IDX)
                MOVE "WARNING" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                IF CYC-PFL-RGN-RETIRED (CYC-PFL-FOUND-IDX)
                    STRING "ENTRY FOR REGION " DELIMITED BY SIZE
                           CYC-CAL-REGION DELIMITED BY SIZE
                           ", RETIRED " DELIMITED BY SIZE
                           CYC-PFL-RGN-END-DATE (CYC-PFL-FOUND-IDX)
                               DELIMITED BY SIZE
                    INTO CYC-PFL-TEXT
                ELSE
                    STRING "ENTRY FOR REGION " DELIMITED BY SIZE
                           CYC-CAL-REGION DELIMITED BY SIZE
                           ", NOT LIVE UNTIL " DELIMITED BY SIZE
                           CYC-PFL-RGN-EFF-DATE (CYC-PFL-FOUND-IDX)
                               DELIMITED BY SIZE
                    INTO CYC-PFL-TEXT
                END-IF
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 2510-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN CYC-CAL-SKIP-DAY
                    MOVE "S" TO CYC-PFL-RGN-CAL-FLAG (CYC-PFL-FOUND-IDX)
                WHEN CYC-CAL-REDUCED-DAY
                    MOVE "R" TO CYC-PFL-RGN-CAL-FLAG (CYC-PFL-FOUND-IDX)
                    PERFORM 2520-CHECK-REDUCED-COUNT THRU 2520-EXIT
                WHEN CYC-CAL-NORMAL-DAY
                    CONTINUE
                WHEN OTHER
                    MOVE "WARNING" TO CYC-PFL-GRADE
                    MOVE SPACES TO CYC-PFL-TEXT
                    STRING "REGION " DELIMITED BY SIZE
                           CYC-CAL-REGION DELIMITED BY SIZE
                           " ACTION '" DELIMITED BY SIZE
                           CYC-CAL-ACTION DELIMITED BY SIZE
                           "' UNKNOWN - RUNS AS A NORMAL DAY"
                               DELIMITED BY SIZE
                    INTO CYC-PFL-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-EVALUATE.
        2510-EXIT.
            EXIT.

        2520-CHECK-REDUCED-COUNT.
            IF CYC-CAL-COUNT IS NUMERIC
                    AND CYC-CAL-COUNT > ZERO
                    AND CYC-CAL-COUNT < 999
                MOVE CYC-CAL-COUNT TO
                    CYC-PFL-RGN-COUNT (CYC-PFL-FOUND-IDX)
                GO TO 2520-EXIT
            END-IF.
            MOVE "ERROR" TO CYC-PFL-GRADE.
            MOVE SPACES TO CYC-PFL-TEXT.
            STRING "REGION " DELIMITED BY SIZE
                   CYC-CAL-REGION DELIMITED BY SIZE
                   " REDUCED COUNT '" DELIMITED BY SIZE
                   CYC-CAL-COUNT DELIMITED BY SIZE
                   "' NOT 1-998 - RUN WOULD ABEND" DELIMITED BY SIZE
            INTO CYC-PFL-TEXT.
            PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
        2520-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-CHECK-SLA-TARGETS - CYCSLAP.  MARK EACH REGION THAT HAS
      * A TARGET; A TARGET FOR A REGION THAT IS NOT ON CYCRGN OR IS
      * RETIRED, OR A TARGET THAT IS NOT A TIME OF DAY, IS A
      * WARNING.  THE REGIONS WITH NO TARGET ARE REPORTED AT 4000 (A
      * BAD TARGET STILL COUNTS AS ONE - IT IS ALREADY REPORTED).
      *-----------------------------------------------------------------
        3000-CHECK-SLA-TARGETS.
            OPEN INPUT CYCSLAP-FILE.
            IF CYC-SLAP-NOTFOUND
                MOVE "WARNING" TO CYC-PFL-GRADE
                MOVE "CYCSLAP" TO CYC-PFL-SOURCE
                MOVE "NOT FOUND - NO REGION HAS AN SLA TARGET"
                    TO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 3000-EXIT
            END-IF.
            IF NOT CYC-SLAP-OK
                DISPLAY "CYCSLAP OPEN FAILED, STATUS " CYC-SLAP-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            SET CYC-PFL-SLAP-ON-FILE TO TRUE.
            PERFORM 3010-CHECK-NEXT-SLA THRU 3010-EXIT
                UNTIL CYC-SLAFILE-EOF.
            CLOSE CYCSLAP-FILE.
        3000-EXIT.
            EXIT.

        3010-CHECK-NEXT-SLA.
            READ CYCSLAP-FILE
                AT END
                    SET CYC-SLAFILE-EOF TO TRUE
                    GO TO 3010-EXIT
            END-READ.
            MOVE "WARNING" TO CYC-PFL-GRADE.
            MOVE "CYCSLAP" TO CYC-PFL-SOURCE.
            MOVE CYC-SLAP-REGION TO CYC-PFL-W-CODE.
            PERFORM 1120-FIND-REGION THRU 1120-EXIT.
            IF CYC-PFL-FOUND-IDX = 0
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "TARGET FOR UNKNOWN REGION " DELIMITED BY SIZE
                       CYC-SLAP-REGION DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 3010-EXIT
            END-IF.
            IF CYC-PFL-RGN-RETIRED (CYC-PFL-FOUND-IDX)
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "TARGET FOR REGION " DELIMITED BY SIZE
                       CYC-SLAP-REGION DELIMITED BY SIZE
                       ", RETIRED " DELIMITED BY SIZE
                       CYC-PFL-RGN-END-DATE (CYC-PFL-FOUND-IDX)
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 3010-EXIT
            END-IF.
            IF CYC-SLAP-TARGET IS NOT NUMERIC
                MOVE ZERO TO CYC-PFL-CHK-TIME
                MOVE 99 TO CYC-PFL-CHK-HH
            ELSE
                MOVE CYC-SLAP-TARGET TO CYC-PFL-CHK-TIME
            END-IF.
            IF CYC-PFL-CHK-HH > 23 OR CYC-PFL-CHK-MI > 59
                    OR CYC-PFL-CHK-SS > 59
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-SLAP-REGION DELIMITED BY SIZE
                       " TARGET '" DELIMITED BY SIZE
                       CYC-SLAP-TARGET DELIMITED BY SIZE
                       "' IS NOT A TIME OF DAY (HHMMSS)"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-IF.
            MOVE "Y" TO CYC-PFL-RGN-SLA-SW (CYC-PFL-FOUND-IDX).
        3010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4000-CHECK-REGIONS - EVERY REGION LIVE ON THE BUSINESS DATE
      * THAT THE CALENDAR DOES NOT SKIP: ITS CYCLE COUNT, ITS
      * PREDECESSOR, THE PREDECESSOR CHAIN AND ITS SLA TARGET.
      *-----------------------------------------------------------------
        4000-CHECK-REGIONS.
            PERFORM 4010-CHECK-ONE-REGION THRU 4010-EXIT
                VARYING CYC-PFL-RGN-IDX FROM 1 BY 1
                UNTIL CYC-PFL-RGN-IDX > CYC-PFL-RGN-COUNT-ALL.
        4000-EXIT.
            EXIT.

        4010-CHECK-ONE-REGION.
            IF NOT CYC-PFL-RGN-LIVE (CYC-PFL-RGN-IDX)
                GO TO 4010-EXIT
            END-IF.
            MOVE "CYCSLAP" TO CYC-PFL-SOURCE.
            IF CYC-PFL-SLAP-ON-FILE
                    AND NOT CYC-PFL-RGN-HAS-SLA (CYC-PFL-RGN-IDX)
                MOVE "WARNING" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-PFL-RGN-CODE (CYC-PFL-RGN-IDX)
                           DELIMITED BY SIZE
                       " HAS NO SLA TARGET - NEVER FLAGGED LATE"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-IF.
            IF CYC-PFL-RGN-CAL-SKIP (CYC-PFL-RGN-IDX)
                GO TO 4010-EXIT
            END-IF.
            MOVE "CYCRGN" TO CYC-PFL-SOURCE.
            IF CYC-PFL-HAS-DRIVER
                    AND NOT CYC-PFL-RGN-CAL-REDUCED (CYC-PFL-RGN-IDX)
                    AND (CYC-PFL-RGN-COUNT (CYC-PFL-RGN-IDX) < 1
                    OR CYC-PFL-RGN-COUNT (CYC-PFL-RGN-IDX) > 998)
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE CYC-PFL-RGN-COUNT (CYC-PFL-RGN-IDX)
                    TO CYC-PFL-NUM-OUT
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-PFL-RGN-CODE (CYC-PFL-RGN-IDX)
                           DELIMITED BY SIZE
                       " CYCLE COUNT " DELIMITED BY SIZE
                       CYC-PFL-NUM-OUT DELIMITED BY SIZE
                       " NOT 1 THRU 998 - GENERATOR WOULD ABEND"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-IF.
            IF CYC-PFL-RGN-PRED (CYC-PFL-RGN-IDX) = SPACES
                GO TO 4010-EXIT
            END-IF.
            PERFORM 4100-CHECK-PREDECESSOR THRU 4100-EXIT.
        4010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4100-CHECK-PREDECESSOR - THE GENERATOR TREATS A PREDECESSOR
      * THAT IS NOT LIVE TONIGHT AS NO CONSTRAINT, SO A PREDECESSOR
      * THAT IS RETIRED OR NOT ON FILE AT ALL SILENTLY DROPS A
      * DEPENDENCY SOMEBODY SET UP ON PURPOSE - AN ERROR.  ONE NOT
      * LIVE YET IS A WARNING: THE DEPENDENCY STARTS WHEN IT DOES.
      * OTHERWISE WALK THE CHAIN FOR A LOOP.
      *-----------------------------------------------------------------
        4100-CHECK-PREDECESSOR.
            MOVE CYC-PFL-RGN-PRED (CYC-PFL-RGN-IDX) TO CYC-PFL-W-CODE.
            PERFORM 1120-FIND-REGION THRU 1120-EXIT.
            IF CYC-PFL-FOUND-IDX = 0
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-PFL-RGN-CODE (CYC-PFL-RGN-IDX)
                           DELIMITED BY SIZE
                       " PREDECESSOR " DELIMITED BY SIZE
                       CYC-PFL-W-CODE DELIMITED BY SIZE
                       " IS NOT ON CYCRGN" DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 4100-EXIT
            END-IF.
            IF CYC-PFL-RGN-RETIRED (CYC-PFL-FOUND-IDX)
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-PFL-RGN-CODE (CYC-PFL-RGN-IDX)
                           DELIMITED BY SIZE
                       " PREDECESSOR " DELIMITED BY SIZE
                       CYC-PFL-W-CODE DELIMITED BY SIZE
                       " WAS RETIRED " DELIMITED BY SIZE
                       CYC-PFL-RGN-END-DATE (CYC-PFL-FOUND-IDX)
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 4100-EXIT
            END-IF.
            IF CYC-PFL-RGN-FUTURE (CYC-PFL-FOUND-IDX)
                MOVE "WARNING" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-PFL-RGN-CODE (CYC-PFL-RGN-IDX)
                           DELIMITED BY SIZE
                       " PREDECESSOR " DELIMITED BY SIZE
                       CYC-PFL-W-CODE DELIMITED BY SIZE
                       " NOT LIVE UNTIL " DELIMITED BY SIZE
                       CYC-PFL-RGN-EFF-DATE (CYC-PFL-FOUND-IDX)
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 4100-EXIT
            END-IF.
            PERFORM 4200-WALK-PREDECESSORS THRU 4200-EXIT.
            IF CYC-PFL-WALK-LOOP
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-PFL-RGN-CODE (CYC-PFL-RGN-IDX)
                           DELIMITED BY SIZE
                       " IS IN A PREDECESSOR LOOP - WOULD BE HELD"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 4100-EXIT
            END-IF.
            IF CYC-PFL-WALK-STUCK
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-PFL-RGN-CODE (CYC-PFL-RGN-IDX)
                           DELIMITED BY SIZE
                       " WAITS ON A PREDECESSOR LOOP - WOULD BE HELD"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-IF.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4200-WALK-PREDECESSORS - FOLLOW THE CHAIN FROM THE REGION AT
      * CYC-PFL-RGN-IDX.  THE CHAIN ENDS CLEAR AT A REGION WITH NO
      * PREDECESSOR, OR ONE THE GENERATOR WOULD NOT WAIT ON (NOT
      * LIVE, OR SKIPPED BY THE CALENDAR TONIGHT).
      *-----------------------------------------------------------------
        4200-WALK-PREDECESSORS.
            MOVE CYC-PFL-RGN-IDX TO CYC-PFL-WALK-START.
            MOVE CYC-PFL-RGN-PRED (CYC-PFL-RGN-IDX)
                TO CYC-PFL-WALK-CODE.
            MOVE ZERO TO CYC-PFL-WALK-STEPS.
            MOVE SPACE TO CYC-PFL-WALK-RESULT.
            PERFORM 4210-STEP-PREDECESSOR THRU 4210-EXIT
                UNTIL CYC-PFL-WALK-RESULT NOT = SPACE.
        4200-EXIT.
            EXIT.

        4210-STEP-PREDECESSOR.
            IF CYC-PFL-WALK-CODE = SPACES
                SET CYC-PFL-WALK-CLEAR TO TRUE
                GO TO 4210-EXIT
            END-IF.
            MOVE CYC-PFL-WALK-CODE TO CYC-PFL-W-CODE.
            PERFORM 1120-FIND-REGION THRU 1120-EXIT.
            IF CYC-PFL-FOUND-IDX = 0
                SET CYC-PFL-WALK-CLEAR TO TRUE
                GO TO 4210-EXIT
            END-IF.
            IF NOT CYC-PFL-RGN-LIVE (CYC-PFL-FOUND-IDX)
                    OR CYC-PFL-RGN-CAL-SKIP (CYC-PFL-FOUND-IDX)
                SET CYC-PFL-WALK-CLEAR TO TRUE
                GO TO 4210-EXIT
            END-IF.
            IF CYC-PFL-FOUND-IDX = CYC-PFL-WALK-START
                SET CYC-PFL-WALK-LOOP TO TRUE
                GO TO 4210-EXIT
            END-IF.
            ADD 1 TO CYC-PFL-WALK-STEPS.
            IF CYC-PFL-WALK-STEPS > CYC-PFL-RGN-COUNT-ALL
                SET CYC-PFL-WALK-STUCK TO TRUE
                GO TO 4210-EXIT
            END-IF.
            MOVE CYC-PFL-RGN-PRED (CYC-PFL-FOUND-IDX)
                TO CYC-PFL-WALK-CODE.
        4210-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5000-CHECK-HOLDS - CYCHOLD.  THE JCL CLEARS THE FILE AT
      * START OF DAY, SO A POSTING FOR A RETIRED REGION, OR ONE NOT
      * ON CYCRGN AT ALL, SAYS THE CLEAR DID NOT RUN AND EVERY OTHER
      * POSTING ON THE FILE MAY BE STALE TOO - AN ERROR.  A POSTING
      * FOR A REGION NOT LIVE YET, OR AN ACTION THE GENERATOR WOULD
      * DROP, IS A WARNING.
      *-----------------------------------------------------------------
        5000-CHECK-HOLDS.
            OPEN INPUT CYCHOLD-FILE.
            IF CYC-HLD-NOTFOUND
                GO TO 5000-EXIT
            END-IF.
            IF NOT CYC-HLD-OK
                DISPLAY "CYCHOLD OPEN FAILED, STATUS " CYC-HLD-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 5010-CHECK-NEXT-HOLD THRU 5010-EXIT
                UNTIL CYC-HLDFILE-EOF.
            CLOSE CYCHOLD-FILE.
        5000-EXIT.
            EXIT.

        5010-CHECK-NEXT-HOLD.
            READ CYCHOLD-FILE
                AT END
                    SET CYC-HLDFILE-EOF TO TRUE
                    GO TO 5010-EXIT
            END-READ.
            MOVE "CYCHOLD" TO CYC-PFL-SOURCE.
            IF NOT CYC-HLD-HOLD AND NOT CYC-HLD-RELEASE
                    AND NOT CYC-HLD-CANCEL
                MOVE "WARNING" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "REGION " DELIMITED BY SIZE
                       CYC-HLD-REGION DELIMITED BY SIZE
                       " ACTION '" DELIMITED BY SIZE
                       CYC-HLD-ACTION DELIMITED BY SIZE
                       "' UNKNOWN - POSTING WOULD BE DROPPED"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 5010-EXIT
            END-IF.
            MOVE CYC-HLD-REGION TO CYC-PFL-W-CODE.
            PERFORM 1120-FIND-REGION THRU 1120-EXIT.
            IF CYC-PFL-FOUND-IDX = 0
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "POSTING BY " DELIMITED BY SIZE
                       CYC-HLD-OPERATOR DELIMITED BY SIZE
                       " FOR UNKNOWN REGION " DELIMITED BY SIZE
                       CYC-HLD-REGION DELIMITED BY SIZE
                       " - FILE NOT CLEARED?" DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 5010-EXIT
            END-IF.
            IF CYC-PFL-RGN-RETIRED (CYC-PFL-FOUND-IDX)
                MOVE "ERROR" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "POSTING BY " DELIMITED BY SIZE
                       CYC-HLD-OPERATOR DELIMITED BY SIZE
                       " FOR RETIRED REGION " DELIMITED BY SIZE
                       CYC-HLD-REGION DELIMITED BY SIZE
                       " - FILE NOT CLEARED?" DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 5010-EXIT
            END-IF.
            IF CYC-PFL-RGN-FUTURE (CYC-PFL-FOUND-IDX)
                MOVE "WARNING" TO CYC-PFL-GRADE
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "POSTING BY " DELIMITED BY SIZE
                       CYC-HLD-OPERATOR DELIMITED BY SIZE
                       " FOR REGION " DELIMITED BY SIZE
                       CYC-HLD-REGION DELIMITED BY SIZE
                       ", NOT LIVE UNTIL " DELIMITED BY SIZE
                       CYC-PFL-RGN-EFF-DATE (CYC-PFL-FOUND-IDX)
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-IF.
        5010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5500-CHECK-AUTHORITY - CYCAUTH.  A GRANT FOR A REGION THAT
      * IS RETIRED OR NOT ON CYCRGN IS A WARNING: IT DOES NOTHING
      * TONIGHT, BUT IT WOULD QUIETLY COVER A NEW REGION GIVEN THE
      * SAME CODE.  REGION "ALL" IS ALWAYS VALID.  NO CYCAUTH FILE IS
      * AN UNRESTRICTED SITE AND NOTHING TO CHECK.
      *-----------------------------------------------------------------
        5500-CHECK-AUTHORITY.
            OPEN INPUT CYCAUTH-FILE.
            IF CYC-AUTH-NOTFOUND
                GO TO 5500-EXIT
            END-IF.
            IF NOT CYC-AUTH-OK
                DISPLAY "CYCAUTH OPEN FAILED, STATUS " CYC-AUTH-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 5510-CHECK-NEXT-GRANT THRU 5510-EXIT
                UNTIL CYC-AUTHFILE-EOF.
            CLOSE CYCAUTH-FILE.
        5500-EXIT.
            EXIT.

        5510-CHECK-NEXT-GRANT.
            READ CYCAUTH-FILE
                AT END
                    SET CYC-AUTHFILE-EOF TO TRUE
                    GO TO 5510-EXIT
            END-READ.
            MOVE "WARNING" TO CYC-PFL-GRADE.
            MOVE "CYCAUTH" TO CYC-PFL-SOURCE.
            IF NOT CYC-AUTH-LVL-VIEW AND NOT CYC-AUTH-LVL-CHANGE
                    AND NOT CYC-AUTH-LVL-ADMIN
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "GRANT TO " DELIMITED BY SIZE
                       CYC-AUTH-OPERATOR DELIMITED BY SIZE
                       " REGION " DELIMITED BY SIZE
                       CYC-AUTH-REGION DELIMITED BY SIZE
                       " HAS UNKNOWN LEVEL '" DELIMITED BY SIZE
                       CYC-AUTH-LEVEL DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-IF.
            IF CYC-AUTH-REGION = "ALL"
                GO TO 5510-EXIT
            END-IF.
            MOVE CYC-AUTH-REGION TO CYC-PFL-W-CODE.
            PERFORM 1120-FIND-REGION THRU 1120-EXIT.
            IF CYC-PFL-FOUND-IDX = 0
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "GRANT TO " DELIMITED BY SIZE
                       CYC-AUTH-OPERATOR DELIMITED BY SIZE
                       " FOR UNKNOWN REGION " DELIMITED BY SIZE
                       CYC-AUTH-REGION DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 5510-EXIT
            END-IF.
            IF CYC-PFL-RGN-RETIRED (CYC-PFL-FOUND-IDX)
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "GRANT TO " DELIMITED BY SIZE
                       CYC-AUTH-OPERATOR DELIMITED BY SIZE
                       " FOR REGION " DELIMITED BY SIZE
                       CYC-AUTH-REGION DELIMITED BY SIZE
                       ", RETIRED " DELIMITED BY SIZE
                       CYC-PFL-RGN-END-DATE (CYC-PFL-FOUND-IDX)
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-IF.
        5510-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6000-CHECK-MONITOR - CYCMONP.  CYCQMON FALLS BACK TO ITS
      * DEFAULT AGE THRESHOLD WHEN THE RECORD IS MISSING OR NOT
      * USABLE, SO EACH OF THOSE IS A WARNING, NOT AN ERROR.
      *-----------------------------------------------------------------
        6000-CHECK-MONITOR.
            MOVE "WARNING" TO CYC-PFL-GRADE.
            MOVE "CYCMONP" TO CYC-PFL-SOURCE.
            OPEN INPUT CYCMONP-FILE.
            IF NOT CYC-MONP-OK
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "CANNOT BE OPENED, STATUS " DELIMITED BY SIZE
                       CYC-MONP-STATUS DELIMITED BY SIZE
                       " - MONITOR USES ITS DEFAULT AGE"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                GO TO 6000-EXIT
            END-IF.
            READ CYCMONP-FILE
                AT END
                    MOVE "IS EMPTY - MONITOR USES ITS DEFAULT AGE"
                        TO CYC-PFL-TEXT
                    PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
                    CLOSE CYCMONP-FILE
                    GO TO 6000-EXIT
            END-READ.
            CLOSE CYCMONP-FILE.
            IF CYC-MONP-AGE-MINS IS NOT NUMERIC
                    OR CYC-MONP-AGE-MINS = ZERO
                MOVE SPACES TO CYC-PFL-TEXT
                STRING "AGE '" DELIMITED BY SIZE
                       CYC-MONP-AGE-MINS DELIMITED BY SIZE
                       "' NOT USABLE - MONITOR USES ITS DEFAULT AGE"
                           DELIMITED BY SIZE
                INTO CYC-PFL-TEXT
                PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
            END-IF.
        6000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7000-WRITE-FINDING - ONE GRADED FINDING TO THE REPORT, AND
      * EVERY ERROR TO SYSOUT AS WELL.  7100 WRITES CYC-PFL-LINE AS
      * ONE SINGLE-SPACED REPORT LINE.
      *-----------------------------------------------------------------
        7000-WRITE-FINDING.
            IF CYC-PFL-GRADE-ERROR
                ADD 1 TO CYC-PFL-ERROR-COUNT
                DISPLAY "*** " CYC-PFL-SOURCE " " CYC-PFL-TEXT
            ELSE
                ADD 1 TO CYC-PFL-WARN-COUNT
            END-IF.
            MOVE CYC-PFL-FINDING TO CYC-PFL-LINE.
            PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
        7000-EXIT.
            EXIT.

        7100-WRITE-REPORT-LINE.
            MOVE SPACES TO CYCPFLR-RECORD.
            MOVE SPACE TO CYC-PFR-CC.
            MOVE CYC-PFL-LINE TO CYC-PFR-DATA.
            WRITE CYCPFLR-RECORD.
            IF NOT CYC-PFR-OK
                DISPLAY "CYCPFLR WRITE FAILED, STATUS " CYC-PFR-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7500-RAISE-ALERT - ONE CRITICAL "PFLT" ALERT FOR THE BUSINESS
      * DATE UNLESS ONE IS ALREADY ON CYCALRT.  LIKE THE GENERATOR'S
      * ALERTS, A FAILURE HERE IS DISPLAYED AND NEVER CHANGES THE
      * VERDICT - THE RETURN CODE STILL STOPS THE GENERATOR STEP.
      *-----------------------------------------------------------------
        7500-RAISE-ALERT.
            OPEN INPUT CYCALRT-FILE.
            IF CYC-ALR-OK
                PERFORM 7510-CHECK-NEXT-ALERT THRU 7510-EXIT
                    UNTIL CYC-ALRFILE-EOF
                CLOSE CYCALRT-FILE
            END-IF.
            IF CYC-PFL-ALREADY-ALERTED
                GO TO 7500-EXIT
            END-IF.
            OPEN EXTEND CYCALRT-FILE.
            IF NOT CYC-ALR-OK
                OPEN OUTPUT CYCALRT-FILE
                IF NOT CYC-ALR-OK
                    DISPLAY "CYCALRT OPEN FAILED " CYC-ALR-STATUS
                        " - ALERT NOT RAISED"
                    GO TO 7500-EXIT
                END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO CYC-PFL-CURRENT-DATETIME.
            MOVE SPACES TO CYCALRT-RECORD.
            MOVE CYC-PFL-ALERT-KEY TO CYC-ALR-DEDUP-KEY.
            SET CYC-ALR-CRITICAL TO TRUE.
            MOVE ZERO TO CYC-ALR-AGE-MINS.
            MOVE CYC-PFL-CDT-DATE TO CYC-ALR-DATE.
            MOVE CYC-PFL-CDT-TIME TO CYC-ALR-TIME.
            WRITE CYCALRT-RECORD.
            IF NOT CYC-ALR-OK
                DISPLAY "CYCALRT WRITE FAILED " CYC-ALR-STATUS
            END-IF.
            CLOSE CYCALRT-FILE.
        7500-EXIT.
            EXIT.

        7510-CHECK-NEXT-ALERT.
            READ CYCALRT-FILE
                AT END
                    SET CYC-ALRFILE-EOF TO TRUE
                    GO TO 7510-EXIT
            END-READ.
            IF CYC-ALR-DEDUP-KEY = CYC-PFL-ALERT-KEY
                SET CYC-PFL-ALREADY-ALERTED TO TRUE
            END-IF.
        7510-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - THE COUNTS AND THE VERDICT, ON THE
      * REPORT AND SYSOUT.  ANY ERROR IS RC=16 AND AN ALERT; WARNINGS
      * ALONE ARE RC=4 AND LET THE NIGHT RUN.
      *-----------------------------------------------------------------
        8000-TERMINATE-RUN.
            IF CYC-PFL-ERROR-COUNT = ZERO AND CYC-PFL-WARN-COUNT = ZERO
                MOVE "                NO FINDINGS" TO CYC-PFL-LINE
                PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
            END-IF.
            MOVE SPACES TO CYC-PFL-LINE.
            PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
            MOVE CYC-PFL-RGN-LIVE-COUNT TO CYC-PFL-NUM-OUT.
            MOVE SPACES TO CYC-PFL-LINE.
            STRING "REGIONS LIVE ON THE BUSINESS DATE  "
                       DELIMITED BY SIZE
                   CYC-PFL-NUM-OUT DELIMITED BY SIZE
            INTO CYC-PFL-LINE.
            PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
            MOVE CYC-PFL-ERROR-COUNT TO CYC-PFL-COUNT-OUT.
            MOVE SPACES TO CYC-PFL-LINE.
            STRING "ERRORS                          "
                       DELIMITED BY SIZE
                   CYC-PFL-COUNT-OUT DELIMITED BY SIZE
            INTO CYC-PFL-LINE.
            PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
            MOVE CYC-PFL-WARN-COUNT TO CYC-PFL-COUNT-OUT.
            MOVE SPACES TO CYC-PFL-LINE.
            STRING "WARNINGS                        "
                       DELIMITED BY SIZE
                   CYC-PFL-COUNT-OUT DELIMITED BY SIZE
            INTO CYC-PFL-LINE.
            PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
            IF CYC-PFL-ERROR-COUNT > ZERO
                MOVE SPACES TO CYC-PFL-LINE
                STRING "*** NOT READY - THE GENERATION RUN FOR "
                           DELIMITED BY SIZE
                       CYC-PFL-RUN-DATE DELIMITED BY SIZE
                       " MUST NOT START" DELIMITED BY SIZE
                INTO CYC-PFL-LINE
                PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT
                CLOSE CYCPFLR-FILE
                DISPLAY "*** NOT READY FOR " CYC-PFL-RUN-DATE " - "
                    CYC-PFL-ERROR-COUNT " ERROR(S) - SEE CYCPFLR"
                PERFORM 7500-RAISE-ALERT THRU 7500-EXIT
                MOVE 16 TO RETURN-CODE
                GO TO 8000-EXIT
            END-IF.
            MOVE SPACES TO CYC-PFL-LINE.
            STRING "READY - THE GENERATION RUN FOR " DELIMITED BY SIZE
                   CYC-PFL-RUN-DATE DELIMITED BY SIZE
                   " MAY START" DELIMITED BY SIZE
            INTO CYC-PFL-LINE.
            PERFORM 7100-WRITE-REPORT-LINE THRU 7100-EXIT.
            CLOSE CYCPFLR-FILE.
            DISPLAY "READY FOR " CYC-PFL-RUN-DATE " - "
                CYC-PFL-WARN-COUNT " WARNING(S)".
            IF CYC-PFL-WARN-COUNT > ZERO
                MOVE 4 TO RETURN-CODE
            END-IF.
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 9000-ABEND-EXIT - COMMON ERROR EXIT FOR FILE ERRORS OR AN
      * UNUSABLE PARAMETER.  RC=16 STOPS THE GENERATOR STEP THE SAME
      * AS A FINDING WOULD - AN UNCHECKED NIGHT IS NOT A READY ONE.
      *-----------------------------------------------------------------
        9000-ABEND-EXIT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        END PROGRAM CYCPFLT.
