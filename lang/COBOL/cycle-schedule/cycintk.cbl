      *                    ENTRIES (50 REGIONS X UP TO 998 CYCLES) -
      *                    AT 999 THEY COULD NOT HOLD THE NIGHT THE
      *                    MAINTENANCE SCREENS NOW PERMIT.
      *   2026-10-15  RJS  POSTINGS NOW CARRY THE CYCLE'S SETTLEMENT
      *                    FIGURES (ITEM COUNT AND SETTLEMENT VALUE).
      *                    A POSTING WITH EITHER FIGURE MISSING OR
      *                    NOT NUMERIC IS REJECTED WITH THE NEW
      *                    REASON CODE 05 OR 06, THE FIGURES AS
      *                    POSTED GO ONTO THE REJECT, AND ACCEPTED
      *                    POSTINGS CARRY THEM THROUGH TO CYCDONE
      *                    FOR THE CYCSTL CONTROL-TOTAL REPORT.
      *   2026-10-15  RJS  A COMPLETION FOR A REGION WITH A
      *                    DOWNSTREAM JOB CATALOGUE (CYCJCAT) IS
      *                    ACCEPTED ONLY WHEN EVERY CATALOGUED JOB
      *                    HAS COMPLETED THE CYCLE ON CYCJOB.  ONE
      *                    POSTED EARLY IS REJECTED WITH THE NEW
      *                    REASON CODE 07 NAMING THE JOB HOLDING IT
      *                    UP, AND SYSOUT NAMES THE JOB'S TEAM.
      ******************************************************************

        IDENTIFICATION DIVISION.
            SELECT CYCREJ-FILE ASSIGN TO "CYCREJ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-REJ-STATUS.
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
        FD  CYCREJ-FILE
                RECORDING MODE IS F.
            COPY CYCREJ.
        FD  CYCJCAT-FILE
                RECORDING MODE IS F.
            COPY CYCJCAT.
        FD  CYCJOB-FILE.
            COPY CYCJOB.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
            05  CYC-DONE-IDX            PIC 9(05)      VALUE ZERO.
            05  CYC-DONE-FOUND-IDX      PIC 9(05)      VALUE ZERO.

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
                88  CYC-DONE-EOF                       VALUE "Y".
            05  CYC-DONE-WAS-FOUND-SW   PIC X          VALUE "N".
                88  CYC-DONE-WAS-FOUND                 VALUE "Y".
            05  CYC-JC-EOF-SW           PIC X          VALUE "N".
                88  CYC-JC-EOF                         VALUE "Y".
            05  CYC-JB-OPEN-SW          PIC X          VALUE "N".
                88  CYC-JB-IS-OPEN                     VALUE "Y".

      *-----------------------------------------------------------------
      * SWEEP COUNTS FOR THE END-OF-JOB SUMMARY
                88  CYC-DONE-NOTFOUND                  VALUE "35".
            05  CYC-REJ-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-REJ-OK                         VALUE "00".
            05  CYC-JC-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JC-OK                          VALUE "00".
                88  CYC-JC-NOTFOUND                    VALUE "35".
            05  CYC-JB-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JB-OK                          VALUE "00".
                88  CYC-JB-NOTFOUND                    VALUE "35".

        PROCEDURE DIVISION.

      * CYCSEQ AND THE COMPLETION TABLE FROM CYCDONE, THEN OPEN THE
      * POSTING SWEEP INPUT, THE CYCDONE EXTEND OUTPUT, AND THE
      * REJECTS FILE.  NO CYCPOST FILE MEANS THE DOWNSTREAM JOBS HAVE
      * POSTED NOTHING YET - A NORMAL, IF EARLY, CONDITION.  THE
      * DOWNSTREAM JOB CATALOGUE IS LOADED LAST.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-INTK-CURRENT-DATETIME.
                    GO TO 9000-ABEND-EXIT
                END-IF
            END-IF.
            PERFORM 1300-LOAD-JOB-CATALOGUE THRU 1300-EXIT.
        1000-EXIT.
            EXIT.

        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1300-LOAD-JOB-CATALOGUE - EVERY CYCJCAT ENTRY, IN FILE ORDER,
      * AND CYCJOB OPENED FOR KEYED READS.  NO CATALOGUE MEANS NO
      * REGION COMPLETES JOB BY JOB; NO CYCJOB YET MEANS NO
      * CATALOGUED JOB HAS STARTED.
      *-----------------------------------------------------------------
        1300-LOAD-JOB-CATALOGUE.
            OPEN INPUT CYCJCAT-FILE.
            IF CYC-JC-NOTFOUND
                GO TO 1300-EXIT
            END-IF.
            IF NOT CYC-JC-OK
                DISPLAY "CYCJCAT OPEN FAILED " CYC-JC-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1310-LOAD-NEXT-CAT-ENTRY THRU 1310-EXIT
                UNTIL CYC-JC-EOF.
            CLOSE CYCJCAT-FILE.
            IF CYC-JCT-ENTRY-COUNT = ZERO
                GO TO 1300-EXIT
            END-IF.
            OPEN INPUT CYCJOB-FILE.
            IF CYC-JB-NOTFOUND
                GO TO 1300-EXIT
            END-IF.
            IF NOT CYC-JB-OK
                DISPLAY "CYCJOB OPEN FAILED, STATUS " CYC-JB-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            SET CYC-JB-IS-OPEN TO TRUE.
        1300-EXIT.
            EXIT.

        1310-LOAD-NEXT-CAT-ENTRY.
            READ CYCJCAT-FILE
                AT END
                    SET CYC-JC-EOF TO TRUE
                    GO TO 1310-EXIT
            END-READ.
            IF CYC-JC-REGION = SPACES OR CYC-JC-JOB = SPACES
                GO TO 1310-EXIT
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
        1310-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-PROCESS-POSTING - READ ONE RAW POSTING FROM CYCPOST,
      * CHECK IT CARRIES A DATE AND USABLE SETTLEMENT FIGURES,
      * VALIDATE IT AGAINST THE GENERATED CYCLES AND THE COMPLETIONS
      * ALREADY ACCEPTED, CHECK EVERY CATALOGUED DOWNSTREAM JOB HAS
      * FINISHED, AND WRITE IT TO CYCDONE OR TO CYCREJ.
      *-----------------------------------------------------------------
        3000-PROCESS-POSTING.
            READ CYCPOST-FILE
                PERFORM 5000-REJECT-POSTING THRU 5000-EXIT
                GO TO 3000-EXIT
            END-IF.
            IF CYC-POST-ITEM-COUNT IS NOT NUMERIC
                MOVE "05" TO CYC-INTK-REASON-CD
                PERFORM 5000-REJECT-POSTING THRU 5000-EXIT
                GO TO 3000-EXIT
            END-IF.
            IF CYC-POST-SETTLE-AMT IS NOT NUMERIC
                MOVE "06" TO CYC-INTK-REASON-CD
                PERFORM 5000-REJECT-POSTING THRU 5000-EXIT
                GO TO 3000-EXIT
            END-IF.
            PERFORM 3100-FIND-GENERATED THRU 3100-EXIT.
            IF CYC-GEN-RGN-FOUND-IDX = 0
                MOVE "01" TO CYC-INTK-REASON-CD
                PERFORM 5000-REJECT-POSTING THRU 5000-EXIT
                GO TO 3000-EXIT
            END-IF.
            MOVE CYC-POST-REGION TO CYC-JCT-KEY-REGION.
            MOVE CYC-POST-CYCLE TO CYC-JCT-KEY-CYCLE.
            MOVE CYC-POST-GEN-DATE TO CYC-JCT-KEY-DATE.
            PERFORM 3300-FIND-OPEN-JOB THRU 3300-EXIT.
            IF CYC-JCT-OPEN-COUNT > ZERO
                MOVE "07" TO CYC-INTK-REASON-CD
                PERFORM 5000-REJECT-POSTING THRU 5000-EXIT
                GO TO 3000-EXIT
            END-IF.
            PERFORM 4000-ACCEPT-POSTING THRU 4000-EXIT.
        3000-EXIT.
            EXIT.
        3210-EXIT.
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
      * 4000-ACCEPT-POSTING - THE POSTING IS GOOD: APPEND IT TO
      * CYCDONE AND ADD IT TO THE COMPLETION TABLE SO A SECOND COPY
            MOVE CYC-POST-REGION TO CYC-DONE-REGION.
            MOVE CYC-POST-CYCLE TO CYC-DONE-CYCLE.
            MOVE CYC-POST-GEN-DATE TO CYC-DONE-GEN-DATE.
            MOVE CYC-POST-ITEM-COUNT TO CYC-DONE-ITEM-COUNT.
            MOVE CYC-POST-SETTLE-AMT TO CYC-DONE-SETTLE-AMT.
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
                MOVE ZERO TO CYC-REJ-GEN-DATE
            END-IF.
            MOVE CYC-INTK-CDT-DATE TO CYC-REJ-POST-DATE.
            MOVE CYC-POST-ITEM-COUNT TO CYC-REJ-ITEM-COUNT.
            MOVE CYC-POST-SETTLE-AMT-X TO CYC-REJ-SETTLE-AMT.
            IF CYC-REJ-JOBS-OUTSTANDING
                MOVE CYC-JCT-JOB (CYC-JCT-OPEN-IDX) TO CYC-REJ-OPEN-JOB
            END-IF.
            WRITE CYCREJ-RECORD.
            IF NOT CYC-REJ-OK
                DISPLAY "CYCREJ WRITE FAILED " CYC-REJ-STATUS
                " CYCLE " CYC-POST-CYCLE
                " REASON " CYC-REJ-REASON-CD
                " " CYC-REJ-REASON-TEXT.
            IF CYC-REJ-JOBS-OUTSTANDING
                DISPLAY "    WAITING ON JOB " CYC-REJ-OPEN-JOB
                    " (" CYC-JCT-OPEN-STATE ") "
                    CYC-JCT-DESC (CYC-JCT-OPEN-IDX)
                    " - CALL " CYC-JCT-TEAM (CYC-JCT-OPEN-IDX)
            END-IF.
        5000-EXIT.
            EXIT.

            END-IF.
            CLOSE CYCDONE-FILE.
            CLOSE CYCREJ-FILE.
            IF CYC-JB-IS-OPEN
                CLOSE CYCJOB-FILE
            END-IF.
            MOVE CYC-INTK-READ-COUNT TO CYC-INTK-READ-OUT.
            MOVE CYC-INTK-GOOD-COUNT TO CYC-INTK-GOOD-OUT.
            MOVE CYC-INTK-REJ-COUNT TO CYC-INTK-REJ-OUT.
