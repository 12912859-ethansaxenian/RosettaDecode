      *                    FROM ONE THAT HAS NEVER RUN.
      *   2026-09-02  RJS  CYCLE NUMBERS AND COUNTS ARE NOW THREE
      *                    DIGITS FOR THE CAPACITY RAISE.
      *   2026-10-15  RJS  A STALE ENTRY FOR A REGION WITH A
      *                    DOWNSTREAM JOB CATALOGUE (CYCJCAT) NOW
      *                    GETS A CONTINUATION LINE NAMING THE JOB
      *                    THE CYCLE IS WAITING ON AND ITS STATE ON
      *                    CYCJOB, AND SYSOUT NAMES THE TEAM TO CALL.
      ******************************************************************

        IDENTIFICATION DIVISION.
            SELECT CYCALRT-FILE ASSIGN TO "CYCALRT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-ALR-STATUS.
            SELECT CYCJCAT-FILE ASSIGN TO "CYCJCAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-JC-STATUS.
            SELECT CYCJOB-FILE ASSIGN TO "CYCJOB"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CYC-JB-KEY
                FILE STATUS IS CYC-JB-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCALRT-FILE
                RECORDING MODE IS F.
            COPY CYCALRT.
        FD  CYCJCAT-FILE
                RECORDING MODE IS F.
            COPY CYCJCAT.
        FD  CYCJOB-FILE.
            COPY CYCJOB.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
            05  CYC-MON-KEY-FOUND-IDX   PIC 9(03)      VALUE ZERO.
        01  CYC-MON-WORK-KEY         PIC X(18)      VALUE SPACES.

      *-----------------------------------------------------------------
      * DOWNSTREAM JOB CATALOGUE FROM CYCJCAT (50 REGIONS X 10 JOBS),
      * IN CATALOGUE ORDER, AND THE RESULT OF THE SEARCH FOR THE JOB
      * HOLDING A CYCLE UP
      *-----------------------------------------------------------------
        01  CYC-JCT-TABLE.
            05  CYC-JCT-ENTRY OCCURS 500 TIMES.
                10  CYC-JCT-REGION          PIC X(03).
                10  CYC-JCT-JOB             PIC X(08).
                10  CYC-JCT-DESC            PIC X(20).
                10  CYC-JCT-TEAM            PIC X(20).
        01  CYC-JCT-CTRS.
            05  CYC-JCT-ENTRY-COUNT     PIC 9(03)      VALUE ZERO.
            05  CYC-JCT-IDX             PIC 9(03)      VALUE ZERO.
            05  CYC-JCT-RGN-JOBS        PIC 9(03)      VALUE ZERO.
            05  CYC-JCT-OPEN-COUNT      PIC 9(03)      VALUE ZERO.
            05  CYC-JCT-OPEN-IDX        PIC 9(03)      VALUE ZERO.
            05  CYC-JCT-ERR-IDX         PIC 9(03)      VALUE ZERO.
        01  CYC-JCT-SEARCH-KEY.
            05  CYC-JCT-KEY-REGION      PIC X(03).
            05  CYC-JCT-KEY-CYCLE       PIC 9(03).
            05  CYC-JCT-KEY-DATE        PIC 9(08).
        01  CYC-JCT-OPEN-STATE       PIC X(11)      VALUE SPACES.

      *-----------------------------------------------------------------
      * END-OF-FILE SWITCHES
      *-----------------------------------------------------------------
                88  CYC-Q-EOF                          VALUE "Y".
            05  CYC-ALR-EOF-SW          PIC X          VALUE "N".
                88  CYC-ALR-EOF                        VALUE "Y".
            05  CYC-JC-EOF-SW           PIC X          VALUE "N".
                88  CYC-JC-EOF                         VALUE "Y".
            05  CYC-JB-OPEN-SW          PIC X          VALUE "N".
                88  CYC-JB-IS-OPEN                     VALUE "Y".

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
            05  CYC-ALR-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-ALR-OK                         VALUE "00".
                88  CYC-ALR-NOTFOUND                   VALUE "35".
            05  CYC-JC-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JC-OK                          VALUE "00".
                88  CYC-JC-NOTFOUND                    VALUE "35".
            05  CYC-JB-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JB-OK                          VALUE "00".
                88  CYC-JB-NOTFOUND                    VALUE "35".

        PROCEDURE DIVISION.

            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - PICK UP THE AGE THRESHOLD AND THE
      * DOWNSTREAM JOB CATALOGUE, OPEN THE QUEUE AND THE REPORT, AND
      * WRITE THE REPORT HEADER.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-MON-CURRENT-DATETIME.
            COMPUTE CYC-MON-NOW-MINS =
                CYC-MON-STAMP-HH * 60 + CYC-MON-STAMP-MM.
            PERFORM 1100-LOAD-AGE-THRESHOLD THRU 1100-EXIT.
            PERFORM 1400-LOAD-JOB-CATALOGUE THRU 1400-EXIT.
            OPEN INPUT CYCQ-FILE.
            IF CYC-Q-NOTFOUND
                DISPLAY "CYCQ NOT FOUND - NOTHING TO MONITOR"
        1310-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1400-LOAD-JOB-CATALOGUE - EVERY CYCJCAT ENTRY, IN FILE ORDER,
      * AND CYCJOB OPENED FOR KEYED READS.  NO CATALOGUE MEANS NO
      * REGION COMPLETES JOB BY JOB; NO CYCJOB YET MEANS NO
      * CATALOGUED JOB HAS STARTED.
      *-----------------------------------------------------------------
        1400-LOAD-JOB-CATALOGUE.
            OPEN INPUT CYCJCAT-FILE.
            IF CYC-JC-NOTFOUND
                GO TO 1400-EXIT
            END-IF.
            IF NOT CYC-JC-OK
                DISPLAY "CYCJCAT OPEN FAILED " CYC-JC-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1410-LOAD-NEXT-CAT-ENTRY THRU 1410-EXIT
                UNTIL CYC-JC-EOF.
            CLOSE CYCJCAT-FILE.
            IF CYC-JCT-ENTRY-COUNT = ZERO
                GO TO 1400-EXIT
            END-IF.
            OPEN INPUT CYCJOB-FILE.
            IF CYC-JB-NOTFOUND
                GO TO 1400-EXIT
            END-IF.
            IF NOT CYC-JB-OK
                DISPLAY "CYCJOB OPEN FAILED, STATUS " CYC-JB-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            SET CYC-JB-IS-OPEN TO TRUE.
        1400-EXIT.
            EXIT.

        1410-LOAD-NEXT-CAT-ENTRY.
            READ CYCJCAT-FILE
                AT END
                    SET CYC-JC-EOF TO TRUE
                    GO TO 1410-EXIT
            END-READ.
            IF CYC-JC-REGION = SPACES OR CYC-JC-JOB = SPACES
                GO TO 1410-EXIT
            END-IF.
            IF CYC-JCT-ENTRY-COUNT >= 500
                DISPLAY "CYCJCAT HAS MORE THAN 500 JOBS - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-JCT-ENTRY-COUNT.
            MOVE CYC-JCT-ENTRY-COUNT TO CYC-JCT-IDX.
            MOVE CYC-JC-REGION TO CYC-JCT-REGION (CYC-JCT-IDX).
            MOVE CYC-JC-JOB TO CYC-JCT-JOB (CYC-JCT-IDX).
            MOVE CYC-JC-DESC TO CYC-JCT-DESC (CYC-JCT-IDX).
            MOVE CYC-JC-TEAM TO CYC-JCT-TEAM (CYC-JCT-IDX).
        1410-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-CHECK-QUEUE-ENTRY - AGE ONE CYCQ ENTRY.  READY ENTRIES
      * AGE FROM THE TIME THE GENERATOR POSTED THEM, TAKEN ENTRIES

      *-----------------------------------------------------------------
      * 3100-WRITE-STALE-LINE - ONE REPORT LINE AND ONE SYSOUT LINE
      * FOR A QUEUE ENTRY PAST THE THRESHOLD, AND FOR A REGION THAT
      * COMPLETES JOB BY JOB, A CONTINUATION LINE NAMING THE JOB IT
      * IS WAITING ON.
      *-----------------------------------------------------------------
        3100-WRITE-STALE-LINE.
            ADD 1 TO CYC-MON-STALE-COUNT.
                " SINCE " CYC-MON-TIME-DISP
                " AGE " CYC-MON-AGE-DISP " MIN"
                " RETRY " CYC-MON-RETRY-OUT.
            PERFORM 3150-WRITE-WAITING-JOB THRU 3150-EXIT.
            PERFORM 3200-RAISE-STALE-ALERT THRU 3200-EXIT.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3150-WRITE-WAITING-JOB - THE CATALOGUED JOB HOLDING THE STALE
      * CYCLE UP, WITH ITS STATE AND DESCRIPTION ON THE REPORT AND
      * THE TEAM TO CALL ON SYSOUT.  NOTHING FOR A REGION WITH NO
      * CATALOGUE.
      *-----------------------------------------------------------------
        3150-WRITE-WAITING-JOB.
            IF CYC-JCT-ENTRY-COUNT = ZERO
                    OR CYC-Q-GEN-DATE IS NOT NUMERIC
                GO TO 3150-EXIT
            END-IF.
            MOVE CYC-Q-REGION TO CYC-JCT-KEY-REGION.
            MOVE CYC-Q-NUMBER TO CYC-JCT-KEY-CYCLE.
            MOVE CYC-Q-GEN-DATE TO CYC-JCT-KEY-DATE.
            PERFORM 3300-FIND-OPEN-JOB THRU 3300-EXIT.
            IF CYC-JCT-OPEN-IDX = 0
                GO TO 3150-EXIT
            END-IF.
            MOVE SPACES TO CYCQMR-RECORD.
            MOVE SPACE TO CYC-QMR-CC.
            STRING "          WAITING ON JOB " DELIMITED BY SIZE
                   CYC-JCT-JOB (CYC-JCT-OPEN-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-JCT-OPEN-STATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-JCT-DESC (CYC-JCT-OPEN-IDX) DELIMITED BY SIZE
            INTO CYC-QMR-DATA.
            WRITE CYCQMR-RECORD.
            DISPLAY "    WAITING ON JOB "
                CYC-JCT-JOB (CYC-JCT-OPEN-IDX)
                " (" CYC-JCT-OPEN-STATE ") "
                CYC-JCT-DESC (CYC-JCT-OPEN-IDX)
                " - CALL " CYC-JCT-TEAM (CYC-JCT-OPEN-IDX).
        3150-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3200-RAISE-STALE-ALERT - ONE CYCALRT RECORD FOR THE STALE
      * ENTRY, UNLESS THE SAME CONDITION (TYPE + REGION + CYCLE +
        3220-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3300-FIND-OPEN-JOB - FOR THE CYCLE IN CYC-JCT-SEARCH-KEY, READ
      * THE CYCJOB RECORD OF EVERY JOB CATALOGUED FOR ITS REGION.
      * RETURNS HOW MANY JOBS THE REGION HAS, HOW MANY ARE NOT YET
      * COMPLETE, AND THE ONE HOLDING THE CYCLE UP - THE FIRST IN
      * ERROR, ELSE THE FIRST NOT COMPLETE IN CATALOGUE ORDER - WITH
      * ITS STATE.
      *-----------------------------------------------------------------
        3300-FIND-OPEN-JOB.
            MOVE ZERO TO CYC-JCT-RGN-JOBS.
            MOVE ZERO TO CYC-JCT-OPEN-COUNT.
            MOVE ZERO TO CYC-JCT-OPEN-IDX.
            MOVE ZERO TO CYC-JCT-ERR-IDX.
            MOVE SPACES TO CYC-JCT-OPEN-STATE.
            PERFORM 3310-CHECK-CAT-JOB THRU 3310-EXIT
                VARYING CYC-JCT-IDX FROM 1 BY 1
                UNTIL CYC-JCT-IDX > CYC-JCT-ENTRY-COUNT.
            IF CYC-JCT-ERR-IDX > 0
                MOVE CYC-JCT-ERR-IDX TO CYC-JCT-OPEN-IDX
                MOVE "ERROR" TO CYC-JCT-OPEN-STATE
            END-IF.
        3300-EXIT.
            EXIT.

        3310-CHECK-CAT-JOB.
            IF CYC-JCT-REGION (CYC-JCT-IDX) NOT = CYC-JCT-KEY-REGION
                GO TO 3310-EXIT
            END-IF.
            ADD 1 TO CYC-JCT-RGN-JOBS.
            IF NOT CYC-JB-IS-OPEN
                GO TO 3310-NOT-STARTED
            END-IF.
            MOVE CYC-JCT-KEY-REGION TO CYC-JB-REGION.
            MOVE CYC-JCT-KEY-CYCLE TO CYC-JB-CYCLE.
            MOVE CYC-JCT-KEY-DATE TO CYC-JB-GEN-DATE.
            MOVE CYC-JCT-JOB (CYC-JCT-IDX) TO CYC-JB-JOB.
            READ CYCJOB-FILE
                INVALID KEY
                    GO TO 3310-NOT-STARTED
            END-READ.
            IF CYC-JB-STAT-COMPLETE
                GO TO 3310-EXIT
            END-IF.
            ADD 1 TO CYC-JCT-OPEN-COUNT.
            IF CYC-JB-STAT-ERROR AND CYC-JCT-ERR-IDX = 0
                MOVE CYC-JCT-IDX TO CYC-JCT-ERR-IDX
            END-IF.
            IF CYC-JCT-OPEN-IDX = 0
                MOVE CYC-JCT-IDX TO CYC-JCT-OPEN-IDX
                MOVE "TAKEN" TO CYC-JCT-OPEN-STATE
            END-IF.
            GO TO 3310-EXIT.
        3310-NOT-STARTED.
            ADD 1 TO CYC-JCT-OPEN-COUNT.
            IF CYC-JCT-OPEN-IDX = 0
                MOVE CYC-JCT-IDX TO CYC-JCT-OPEN-IDX
                MOVE "NOT STARTED" TO CYC-JCT-OPEN-STATE
            END-IF.
        3310-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - SUMMARY LINE AND CLOSE UP.
      *-----------------------------------------------------------------
            END-IF.
            CLOSE CYCQMR-FILE.
            CLOSE CYCALRT-FILE.
            IF CYC-JB-IS-OPEN
                CLOSE CYCJOB-FILE
            END-IF.
        8000-EXIT.
            EXIT.

