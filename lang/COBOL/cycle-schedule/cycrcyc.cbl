      * CLEAN ONE GOES ONTO CYCDONE - A RESUBMIT THAT STILL FAILS IS
      * RETURNED TO CYCREJ WITH ITS NEW REASON CODE.  A WRITE-OFF IS
      * REMOVED FROM THE FILE AND LOGGED TO SYSOUT WITH THE OPERATOR
      * AND REASON, AND TO THE RETAINED CYCWOFF WRITE-OFF LOG.
      * EVERY REJECT STILL UNDISPOSITIONED IS KEPT ON
      * CYCREJ, AND ANY KEPT REJECT OLDER THAN THE CYCRCYP THRESHOLD
      * (DAYS) IS LISTED ON THE CYCRCYR AGING REPORT SO A TUESDAY
      * REJECT CAN NO LONGER QUIETLY ROT UNTIL SOMEONE REMEMBERS IT.
      *                    ENTRIES (50 REGIONS X UP TO 998 CYCLES) -
      *                    AT 999 THEY COULD NOT HOLD THE NIGHT THE
      *                    MAINTENANCE SCREENS NOW PERMIT.
      *   2026-10-15  RJS  A RESUBMIT NOW CARRIES THE REJECT'S
      *                    SETTLEMENT FIGURES THROUGH TO CYCDONE AND
      *                    IS HELD TO THE SAME FIGURE CHECKS AS
      *                    CYCINTK (REASON 05 OR 06).  CYCRDSP HAS
      *                    NO ROOM FOR CORRECTED FIGURES: A POSTING
      *                    REJECTED FOR ITS FIGURES IS WRITTEN OFF
      *                    AND RE-POSTED ON CYCPOST BY THE JOB.
      *   2026-10-15  RJS  EVERY WRITE-OFF IS NOW ALSO APPENDED TO
      *                    THE RETAINED CYCWOFF LOG (WHEN, REJECT
      *                    KEY AND REASON CODE, OPERATOR, REASON) SO
      *                    THE AUDIT TRAIL NO LONGER LIVES ONLY IN
      *                    THE JOB'S SYSOUT.  THE LOG IS WRITTEN
      *                    AFTER CYCREJ IS RELOADED, SO AN ABEND
      *                    NEVER LOGS A WRITE-OFF THAT DID NOT TAKE.
      *   2026-10-15  RJS  A RESUBMIT FOR A REGION WITH A DOWNSTREAM
      *                    JOB CATALOGUE IS HELD TO THE SAME CHECK
      *                    AS CYCINTK: IT GOES ONTO CYCDONE ONLY WHEN
      *                    EVERY CATALOGUED JOB HAS COMPLETED THE
      *                    CYCLE, AND IS OTHERWISE RETURNED WITH
      *                    REASON 07 NAMING THE JOB HOLDING IT UP.
      ******************************************************************

        IDENTIFICATION DIVISION.
            SELECT CYCWORK-FILE ASSIGN TO "CYCWORK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-WORK-STATUS.
            SELECT CYCWOFF-FILE ASSIGN TO "CYCWOFF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-WOF-STATUS.
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
        FD  CYCWORK-FILE
                RECORDING MODE IS F.
        01  CYCWORK-RECORD          PIC X(80).
        FD  CYCWOFF-FILE
                RECORDING MODE IS F.
            COPY CYCWOFF.
        FD  CYCJCAT-FILE
                RECORDING MODE IS F.
            COPY CYCJCAT.
        FD  CYCJOB-FILE.
            COPY CYCJOB.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
                10  CYC-DSP-TBL-NEW-DATE    PIC 9(08).
                10  CYC-DSP-TBL-OPERATOR    PIC X(08).
                10  CYC-DSP-TBL-REASON      PIC X(25).
                10  CYC-DSP-TBL-REJ-REASON  PIC X(02).
                10  CYC-DSP-TBL-USED-SW     PIC X(01).
                    88  CYC-DSP-TBL-USED                VALUE "Y".
        01  CYC-DSP-CTRS.
            05  CYC-DSP-IDX             PIC 9(04)      VALUE ZERO.
            05  CYC-DSP-FOUND-IDX       PIC 9(04)      VALUE ZERO.

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
      * CORRECTED-POSTING WORK FIELDS FOR A RESUBMIT, VALIDATED THE
      * SAME WAY CYCINTK VALIDATES A CYCPOST POSTING.
            05  CYC-RCY-W-CYCLE         PIC 9(03)      VALUE ZERO.
            05  CYC-RCY-W-DATE          PIC 9(08)      VALUE ZERO.
            05  CYC-RCY-REASON-CD       PIC X(02)      VALUE SPACES.
            05  CYC-RCY-W-ITEM-COUNT    PIC X(07)      VALUE SPACES.
            05  CYC-RCY-W-SETTLE-AMT    PIC X(13)      VALUE SPACES.

      *-----------------------------------------------------------------
      * AGING THRESHOLD (DAYS) FROM THE CYCRCYP PARAMETER FILE, WITH
        01  CYC-RCY-CURRENT-DT-R REDEFINES
                CYC-RCY-CURRENT-DATETIME.
            05  CYC-RCY-CDT-DATE        PIC 9(08).
            05  CYC-RCY-CDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).
        01  CYC-RCY-RUN-DATE            PIC 9(08)      VALUE ZERO.
        01  CYC-RCY-DAY-WORK.
            05  CYC-RCY-RUN-INT         PIC 9(07)      VALUE ZERO.
                88  CYC-WORK-EOF                       VALUE "Y".
            05  CYC-DONE-WAS-FOUND-SW   PIC X          VALUE "N".
                88  CYC-DONE-WAS-FOUND                 VALUE "Y".
            05  CYC-JC-EOF-SW           PIC X          VALUE "N".
                88  CYC-JC-EOF                         VALUE "Y".
            05  CYC-JB-OPEN-SW          PIC X          VALUE "N".
                88  CYC-JB-IS-OPEN                     VALUE "Y".

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
                88  CYC-RCR-OK                         VALUE "00".
            05  CYC-WORK-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-WORK-OK                        VALUE "00".
            05  CYC-WOF-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-WOF-OK                         VALUE "00".
            05  CYC-JC-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JC-OK                          VALUE "00".
                88  CYC-JC-NOTFOUND                    VALUE "35".
            05  CYC-JB-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JB-OK                          VALUE "00".
                88  CYC-JB-NOTFOUND                    VALUE "35".

        PROCEDURE DIVISION.

            PERFORM 3000-PROCESS-REJECT THRU 3000-EXIT
                UNTIL CYC-REJ-EOF.
            PERFORM 7000-RELOAD-CYCREJ THRU 7000-EXIT.
            PERFORM 7500-LOG-WRITE-OFFS THRU 7500-EXIT.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - PICK UP THE AGING THRESHOLD, LOAD THE
      * GENERATED-CYCLE, COMPLETION AND DISPOSITION TABLES AND THE
      * DOWNSTREAM JOB CATALOGUE, AND OPEN
      * THE REJECTS PASS: CYCREJ IN, THE KEPT REJECTS TO CYCWORK,
      * ACCEPTED RESUBMITS TO CYCDONE, AND THE AGING REPORT.  NO
      * CYCREJ FILE MEANS THERE IS NOTHING TO RECYCLE - A GOOD DAY.
                CLOSE CYCDONE-FILE
            END-IF.
            PERFORM 1400-LOAD-DISPOSITIONS THRU 1400-EXIT.
            PERFORM 1600-LOAD-JOB-CATALOGUE THRU 1600-EXIT.
            OPEN INPUT CYCREJ-FILE.
            IF CYC-REJ-NOTFOUND
                DISPLAY "CYCREJ NOT FOUND - NOTHING TO RECYCLE"
        1500-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1600-LOAD-JOB-CATALOGUE - EVERY CYCJCAT ENTRY, IN FILE ORDER,
      * AND CYCJOB OPENED FOR KEYED READS.  NO CATALOGUE MEANS NO
      * REGION COMPLETES JOB BY JOB; NO CYCJOB YET MEANS NO
      * CATALOGUED JOB HAS STARTED.
      *-----------------------------------------------------------------
        1600-LOAD-JOB-CATALOGUE.
            OPEN INPUT CYCJCAT-FILE.
            IF CYC-JC-NOTFOUND
                GO TO 1600-EXIT
            END-IF.
            IF NOT CYC-JC-OK
                DISPLAY "CYCJCAT OPEN FAILED " CYC-JC-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1610-LOAD-NEXT-CAT-ENTRY THRU 1610-EXIT
                UNTIL CYC-JC-EOF.
            CLOSE CYCJCAT-FILE.
            IF CYC-JCT-ENTRY-COUNT = ZERO
                GO TO 1600-EXIT
            END-IF.
            OPEN INPUT CYCJOB-FILE.
            IF CYC-JB-NOTFOUND
                GO TO 1600-EXIT
            END-IF.
            IF NOT CYC-JB-OK
                DISPLAY "CYCJOB OPEN FAILED, STATUS " CYC-JB-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            SET CYC-JB-IS-OPEN TO TRUE.
        1600-EXIT.
            EXIT.

        1610-LOAD-NEXT-CAT-ENTRY.
            READ CYCJCAT-FILE
                AT END
                    SET CYC-JC-EOF TO TRUE
                    GO TO 1610-EXIT
            END-READ.
            IF CYC-JC-REGION = SPACES OR CYC-JC-JOB = SPACES
                GO TO 1610-EXIT
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
        1610-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-PROCESS-REJECT - ONE CYCREJ RECORD: FIND ITS DISPOSITION
      * AND ROUTE IT.  NO DISPOSITION KEEPS THE REJECT ON FILE AND
      *-----------------------------------------------------------------
      * 3600-WRITE-OFF-REJECT - THE REVIEW WROTE THE REJECT OFF: IT
      * IS DROPPED FROM CYCREJ AND THE OPERATOR AND REASON GO TO THE
      * OVERNIGHT LOG.  THE REJECT'S REASON CODE IS KEPT WITH THE
      * DISPOSITION FOR THE CYCWOFF LOG WRITTEN AT 7500.
      *-----------------------------------------------------------------
        3600-WRITE-OFF-REJECT.
            ADD 1 TO CYC-RCY-WOFF-COUNT.
            MOVE CYC-REJ-REASON-CD TO
                CYC-DSP-TBL-REJ-REASON (CYC-DSP-FOUND-IDX).
            MOVE CYC-REJ-CYCLE TO CYC-RCY-CYCLE-OUT.
            DISPLAY "REJECT WRITTEN OFF - REGION " CYC-REJ-REGION
                " CYCLE " CYC-RCY-CYCLE-OUT

      *-----------------------------------------------------------------
      * 3700-RESUBMIT-REJECT - BUILD THE CORRECTED POSTING (A ZERO OR
      * SPACES NEW-VALUE FIELD KEEPS THE REJECT'S ORIGINAL VALUE,
      * AND THE SETTLEMENT FIGURES ARE ALWAYS THE REJECT'S OWN) AND
      * RUN IT THROUGH THE SAME CHECKS CYCINTK APPLIES.  A CLEAN
      * POSTING GOES ONTO CYCDONE; ONE THAT STILL FAILS IS RETURNED
      * TO CYCREJ WITH ITS NEW REASON CODE AND TODAY'S WRITE DATE.
                MOVE CYC-DSP-TBL-NEW-DATE (CYC-DSP-FOUND-IDX)
                    TO CYC-RCY-W-DATE
            END-IF.
            MOVE CYC-REJ-ITEM-COUNT TO CYC-RCY-W-ITEM-COUNT.
            MOVE CYC-REJ-SETTLE-AMT TO CYC-RCY-W-SETTLE-AMT.
            MOVE SPACES TO CYC-RCY-REASON-CD.
            IF CYC-RCY-W-DATE = ZERO
                MOVE "04" TO CYC-RCY-REASON-CD
                PERFORM 5000-RETURN-TO-REJECTS THRU 5000-EXIT
                GO TO 3700-EXIT
            END-IF.
            IF CYC-RCY-W-ITEM-COUNT IS NOT NUMERIC
                MOVE "05" TO CYC-RCY-REASON-CD
                PERFORM 5000-RETURN-TO-REJECTS THRU 5000-EXIT
                GO TO 3700-EXIT
            END-IF.
            IF CYC-RCY-W-SETTLE-AMT IS NOT NUMERIC
                MOVE "06" TO CYC-RCY-REASON-CD
                PERFORM 5000-RETURN-TO-REJECTS THRU 5000-EXIT
                GO TO 3700-EXIT
            END-IF.
            PERFORM 4100-FIND-GENERATED THRU 4100-EXIT.
            IF CYC-GEN-RGN-FOUND-IDX = 0
                MOVE "01" TO CYC-RCY-REASON-CD
                PERFORM 5000-RETURN-TO-REJECTS THRU 5000-EXIT
                GO TO 3700-EXIT
            END-IF.
            MOVE CYC-RCY-W-REGION TO CYC-JCT-KEY-REGION.
            MOVE CYC-RCY-W-CYCLE TO CYC-JCT-KEY-CYCLE.
            MOVE CYC-RCY-W-DATE TO CYC-JCT-KEY-DATE.
            PERFORM 4300-FIND-OPEN-JOB THRU 4300-EXIT.
            IF CYC-JCT-OPEN-COUNT > ZERO
                MOVE "07" TO CYC-RCY-REASON-CD
                PERFORM 5000-RETURN-TO-REJECTS THRU 5000-EXIT
                GO TO 3700-EXIT
            END-IF.
            PERFORM 4500-ACCEPT-RESUBMIT THRU 4500-EXIT.
        3700-EXIT.
            EXIT.
        4210-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4300-FIND-OPEN-JOB - FOR THE CYCLE IN CYC-JCT-SEARCH-KEY, READ
      * THE CYCJOB RECORD OF EVERY JOB CATALOGUED FOR ITS REGION.
      * RETURNS HOW MANY JOBS THE REGION HAS, HOW MANY ARE NOT YET
      * COMPLETE, AND THE ONE HOLDING THE CYCLE UP - THE FIRST IN
      * ERROR, ELSE THE FIRST NOT COMPLETE IN CATALOGUE ORDER - WITH
      * ITS STATE.
      *-----------------------------------------------------------------
        4300-FIND-OPEN-JOB.
            MOVE ZERO TO CYC-JCT-RGN-JOBS.
            MOVE ZERO TO CYC-JCT-OPEN-COUNT.
            MOVE ZERO TO CYC-JCT-OPEN-IDX.
            MOVE ZERO TO CYC-JCT-ERR-IDX.
            MOVE SPACES TO CYC-JCT-OPEN-STATE.
            PERFORM 4310-CHECK-CAT-JOB THRU 4310-EXIT
                VARYING CYC-JCT-IDX FROM 1 BY 1
                UNTIL CYC-JCT-IDX > CYC-JCT-ENTRY-COUNT.
            IF CYC-JCT-ERR-IDX > 0
                MOVE CYC-JCT-ERR-IDX TO CYC-JCT-OPEN-IDX
                MOVE "ERROR" TO CYC-JCT-OPEN-STATE
            END-IF.
        4300-EXIT.
            EXIT.

        4310-CHECK-CAT-JOB.
            IF CYC-JCT-REGION (CYC-JCT-IDX) NOT = CYC-JCT-KEY-REGION
                GO TO 4310-EXIT
            END-IF.
            ADD 1 TO CYC-JCT-RGN-JOBS.
            IF NOT CYC-JB-IS-OPEN
                GO TO 4310-NOT-STARTED
            END-IF.
            MOVE CYC-JCT-KEY-REGION TO CYC-JB-REGION.
            MOVE CYC-JCT-KEY-CYCLE TO CYC-JB-CYCLE.
            MOVE CYC-JCT-KEY-DATE TO CYC-JB-GEN-DATE.
            MOVE CYC-JCT-JOB (CYC-JCT-IDX) TO CYC-JB-JOB.
            READ CYCJOB-FILE
                INVALID KEY
                    GO TO 4310-NOT-STARTED
            END-READ.
            IF CYC-JB-STAT-COMPLETE
                GO TO 4310-EXIT
            END-IF.
            ADD 1 TO CYC-JCT-OPEN-COUNT.
            IF CYC-JB-STAT-ERROR AND CYC-JCT-ERR-IDX = 0
                MOVE CYC-JCT-IDX TO CYC-JCT-ERR-IDX
            END-IF.
            IF CYC-JCT-OPEN-IDX = 0
                MOVE CYC-JCT-IDX TO CYC-JCT-OPEN-IDX
                MOVE "TAKEN" TO CYC-JCT-OPEN-STATE
            END-IF.
            GO TO 4310-EXIT.
        4310-NOT-STARTED.
            ADD 1 TO CYC-JCT-OPEN-COUNT.
            IF CYC-JCT-OPEN-IDX = 0
                MOVE CYC-JCT-IDX TO CYC-JCT-OPEN-IDX
                MOVE "NOT STARTED" TO CYC-JCT-OPEN-STATE
            END-IF.
        4310-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4500-ACCEPT-RESUBMIT - THE CORRECTED POSTING IS GOOD: APPEND
      * IT TO CYCDONE AND ADD IT TO THE COMPLETION TABLE SO A SECOND
            MOVE CYC-RCY-W-REGION TO CYC-DONE-REGION.
            MOVE CYC-RCY-W-CYCLE TO CYC-DONE-CYCLE.
            MOVE CYC-RCY-W-DATE TO CYC-DONE-GEN-DATE.
            MOVE CYC-RCY-W-ITEM-COUNT TO CYC-DONE-ITEM-COUNT.
            MOVE CYC-RCY-W-SETTLE-AMT TO CYC-DONE-SETTLE-AMT-X.
            WRITE CYCDONE-RECORD.
            IF NOT CYC-DONE-OK
                DISPLAY "CYCDONE WRITE FAILED " CYC-DONE-STATUS
                    MOVE "DUPLICATE POSTING" TO CYC-REJ-REASON-TEXT
                WHEN "04"
                    MOVE "MISSING GEN DATE" TO CYC-REJ-REASON-TEXT
                WHEN "05"
                    MOVE "BAD ITEM COUNT" TO CYC-REJ-REASON-TEXT
                WHEN "06"
                    MOVE "BAD SETTLE VALUE" TO CYC-REJ-REASON-TEXT
                WHEN "07"
                    MOVE "JOBS OUTSTANDING" TO CYC-REJ-REASON-TEXT
                WHEN OTHER
                    MOVE "UNSPECIFIED" TO CYC-REJ-REASON-TEXT
            END-EVALUATE.
            MOVE CYC-RCY-CDT-DATE TO CYC-REJ-POST-DATE.
            MOVE CYC-RCY-W-ITEM-COUNT TO CYC-REJ-ITEM-COUNT.
            MOVE CYC-RCY-W-SETTLE-AMT TO CYC-REJ-SETTLE-AMT.
            IF CYC-REJ-JOBS-OUTSTANDING
                MOVE CYC-JCT-JOB (CYC-JCT-OPEN-IDX) TO CYC-REJ-OPEN-JOB
            END-IF.
            MOVE CYCREJ-RECORD TO CYCWORK-RECORD.
            WRITE CYCWORK-RECORD.
            IF NOT CYC-WORK-OK
                " CYCLE " CYC-RCY-CYCLE-OUT
                " REASON " CYC-RCY-REASON-CD
                " " CYC-REJ-REASON-TEXT.
            IF CYC-REJ-JOBS-OUTSTANDING
                DISPLAY "    WAITING ON JOB " CYC-REJ-OPEN-JOB
                    " (" CYC-JCT-OPEN-STATE ") "
                    CYC-JCT-DESC (CYC-JCT-OPEN-IDX)
                    " - CALL " CYC-JCT-TEAM (CYC-JCT-OPEN-IDX)
            END-IF.
        5000-EXIT.
            EXIT.

        7010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7500-LOG-WRITE-OFFS - NOW THAT CYCREJ HAS BEEN RELOADED
      * WITHOUT THEM, APPEND EVERY REJECT WRITTEN OFF THIS RUN TO THE
      * RETAINED CYCWOFF LOG.  A SITE'S FIRST WRITE-OFF CREATES THE
      * FILE, THE SAME WAY THE AUDIT FILES ARE STARTED.
      *-----------------------------------------------------------------
        7500-LOG-WRITE-OFFS.
            IF CYC-RCY-WOFF-COUNT = 0
                GO TO 7500-EXIT
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO CYC-RCY-CURRENT-DATETIME.
            OPEN EXTEND CYCWOFF-FILE.
            IF NOT CYC-WOF-OK
                OPEN OUTPUT CYCWOFF-FILE
                IF NOT CYC-WOF-OK
                    DISPLAY "CYCWOFF OPEN FAILED " CYC-WOF-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
            END-IF.
            PERFORM 7510-LOG-ONE-WRITE-OFF THRU 7510-EXIT
                VARYING CYC-DSP-IDX FROM 1 BY 1
                UNTIL CYC-DSP-IDX > CYC-DSP-ENTRY-COUNT.
            CLOSE CYCWOFF-FILE.
        7500-EXIT.
            EXIT.

        7510-LOG-ONE-WRITE-OFF.
            IF NOT CYC-DSP-TBL-USED (CYC-DSP-IDX)
                OR CYC-DSP-TBL-ACTION (CYC-DSP-IDX) NOT = "W"
                GO TO 7510-EXIT
            END-IF.
            MOVE SPACES TO CYCWOFF-RECORD.
            MOVE CYC-RCY-CDT-DATE TO CYC-WOF-DATE.
            MOVE CYC-RCY-CDT-TIME TO CYC-WOF-TIME.
            MOVE CYC-DSP-TBL-REGION (CYC-DSP-IDX) TO CYC-WOF-REGION.
            MOVE CYC-DSP-TBL-CYCLE (CYC-DSP-IDX) TO CYC-WOF-CYCLE.
            MOVE CYC-DSP-TBL-GEN-DATE (CYC-DSP-IDX)
                TO CYC-WOF-GEN-DATE.
            MOVE CYC-DSP-TBL-REJ-REASON (CYC-DSP-IDX)
                TO CYC-WOF-REJ-REASON-CD.
            MOVE CYC-DSP-TBL-OPERATOR (CYC-DSP-IDX) TO CYC-WOF-OPERATOR.
            MOVE CYC-DSP-TBL-REASON (CYC-DSP-IDX) TO CYC-WOF-REASON.
            WRITE CYCWOFF-RECORD.
            IF NOT CYC-WOF-OK
                DISPLAY "CYCWOFF WRITE FAILED " CYC-WOF-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        7510-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - REPORT ANY DISPOSITION THAT MATCHED NO
      * REJECT, THEN THE RUN SUMMARY.  A RESUBMIT THAT STILL FAILED
            WRITE CYCRCYR-RECORD.
            CLOSE CYCRCYR-FILE.
            CLOSE CYCDONE-FILE.
            IF CYC-JB-IS-OPEN
                CLOSE CYCJOB-FILE
            END-IF.
            DISPLAY "REJECTS READ: " CYC-RCY-READ-OUT
                "   RESUBMITTED: " CYC-RCY-RESUB-OUT
                "   STILL INVALID: " CYC-RCY-FAIL-OUT.
