      *                    BACK.  THE SWEEP NOW TOUCHES ONLY THE
      *                    RECORDS IT HAS TRANSITIONS FOR, AND THE
      *                    999-ENTRY LIMIT IS GONE WITH THE TABLE.
      *   2026-10-15  RJS  A REGION WITH A DOWNSTREAM JOB CATALOGUE
      *                    (CYCJCAT) NOW COMPLETES JOB BY JOB.  A
      *                    POSTING CARRYING A CATALOGUED JOB NAME
      *                    UPDATES THAT JOB'S CYCJOB RECORD AND THE
      *                    CYCLE'S CYCQ STATUS IS ROLLED UP FROM ALL
      *                    ITS JOBS: ANY JOB IN ERROR - ERROR; EVERY
      *                    JOB COMPLETE - COMPLETE; ANY JOB STARTED -
      *                    TAKEN.  THE FIRST JOB TO COMPLETE NO
      *                    LONGER MAKES THE WHOLE CYCLE LOOK DONE.  A
      *                    CYCLE-LEVEL COMPLETE FOR SUCH A REGION, OR
      *                    A JOB NOT ON ITS CATALOGUE, IS REPORTED
      *                    AND DROPPED.  A HELD OR CANCELLED CYCLE
      *                    KEEPS ITS STATUS; ITS JOB POSTINGS ARE
      *                    STILL RECORDED.
      *   2026-10-15  RJS  EVERY CYCQ REWRITE IS NOW JOURNALLED TO
      *                    CYCQJRN (BEFORE AND AFTER IMAGES) FOR THE
      *                    CYCQRCV FORWARD-RECOVERY REBUILD.
      ******************************************************************

        IDENTIFICATION DIVISION.
                ALTERNATE RECORD KEY IS CYC-Q-GEN-DATE
                    WITH DUPLICATES
                FILE STATUS IS CYC-Q-STATUS.
            SELECT CYCJCAT-FILE ASSIGN TO "CYCJCAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-JC-STATUS.
            SELECT CYCJOB-FILE ASSIGN TO "CYCJOB"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CYC-JB-KEY
                FILE STATUS IS CYC-JB-STATUS.
            SELECT CYCQJRN-FILE ASSIGN TO "CYCQJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-QJ-STATUS.

        DATA DIVISION.
        FILE SECTION.
            COPY CYCQTRN.
        FD  CYCQ-FILE.
            COPY CYCQ.
        FD  CYCJCAT-FILE
                RECORDING MODE IS F.
            COPY CYCJCAT.
        FD  CYCJOB-FILE.
            COPY CYCJOB.
        FD  CYCQJRN-FILE
                RECORDING MODE IS F.
            COPY CYCQJRN.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
        01  CYC-UPD-SWITCHES.
            05  CYC-QT-EOF-SW           PIC X          VALUE "N".
                88  CYC-QT-EOF                         VALUE "Y".
            05  CYC-JC-EOF-SW           PIC X          VALUE "N".
                88  CYC-JC-EOF                         VALUE "Y".
            05  CYC-UPD-JOB-NEW-SW      PIC X          VALUE "N".
                88  CYC-UPD-JOB-NEW                    VALUE "Y".

      *-----------------------------------------------------------------
      * DOWNSTREAM JOB CATALOGUE FROM CYCJCAT (50 REGIONS X 10 JOBS),
      * IN CATALOGUE ORDER, AND THE ROLL-UP COUNTS FOR ONE CYCLE
      *-----------------------------------------------------------------
        01  CYC-JCT-TABLE.
            05  CYC-JCT-ENTRY OCCURS 500 TIMES.
                10  CYC-JCT-REGION          PIC X(03).
                10  CYC-JCT-JOB             PIC X(08).
        01  CYC-JCT-CTRS.
            05  CYC-JCT-ENTRY-COUNT     PIC 9(03)      VALUE ZERO.
            05  CYC-JCT-IDX             PIC 9(03)      VALUE ZERO.
            05  CYC-JCT-FOUND-IDX       PIC 9(03)      VALUE ZERO.
            05  CYC-JCT-RGN-FOUND-IDX   PIC 9(03)      VALUE ZERO.
        01  CYC-UPD-ROLLUP.
            05  CYC-UPD-JOBS-OPEN       PIC 9(03)      VALUE ZERO.
            05  CYC-UPD-JOBS-ERROR      PIC 9(03)      VALUE ZERO.
            05  CYC-UPD-JOBS-STARTED    PIC 9(03)      VALUE ZERO.

      *-----------------------------------------------------------------
      * SWEEP COUNTS FOR THE END-OF-JOB SUMMARY
            05  CYC-UPD-TRAN-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-UPD-APPL-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-UPD-ORPH-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-UPD-JOB-COUNT       PIC 9(05)      VALUE ZERO.
        01  CYC-UPD-TRAN-OUT         PIC ZZZZ9.
        01  CYC-UPD-APPL-OUT         PIC ZZZZ9.
        01  CYC-UPD-ORPH-OUT         PIC ZZZZ9.
        01  CYC-UPD-JOB-OUT          PIC ZZZZ9.

      *-----------------------------------------------------------------
      * CURRENT TIME, USED WHEN A POSTING CARRIES NO TIME OF ITS OWN
            05  FILLER                  PIC X(05).
        01  CYC-UPD-APPLY-TIME          PIC 9(08)      VALUE ZERO.

      *-----------------------------------------------------------------
      * CYCQ RECORD AS READ, KEPT AS THE JOURNAL BEFORE IMAGE, AND
      * THE TIME STAMPED ON EACH JOURNAL ENTRY
      *-----------------------------------------------------------------
        01  CYC-UPD-Q-BEFORE            PIC X(80)      VALUE SPACES.
        01  CYC-UPD-JRN-DATETIME        PIC X(21).
        01  CYC-UPD-JRN-DT-R REDEFINES
                CYC-UPD-JRN-DATETIME.
            05  CYC-UPD-JDT-DATE        PIC 9(08).
            05  CYC-UPD-JDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
            05  CYC-Q-STATUS            PIC X(02)      VALUE SPACES.
                88  CYC-Q-OK                           VALUE "00".
                88  CYC-Q-REC-NOTFOUND                 VALUE "23".
            05  CYC-JC-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JC-OK                          VALUE "00".
                88  CYC-JC-NOTFOUND                    VALUE "35".
            05  CYC-JB-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JB-OK                          VALUE "00".
                88  CYC-JB-NOTFOUND                    VALUE "35".
            05  CYC-QJ-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-QJ-OK                          VALUE "00".

        PROCEDURE DIVISION.


      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - OPEN THE POSTING SWEEP INPUT AND CYCQ
      * FOR KEYED UPDATE, AND THE CYCQJRN JOURNAL FOR APPEND.  NO
      * CYCQTRN FILE MEANS THE SCHEDULER HAS POSTED NOTHING YET -
      * NOTHING TO DO.  WITH A JOB CATALOGUE ON FILE, CYCJOB IS
      * OPENED FOR KEYED UPDATE TOO (CREATED EMPTY THE FIRST TIME,
      * THE WAY THE GENERATOR CREATES CYCQ).
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-UPD-CURRENT-DATETIME.
                DISPLAY "CYCQ OPEN FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN EXTEND CYCQJRN-FILE.
            IF NOT CYC-QJ-OK
                OPEN OUTPUT CYCQJRN-FILE
            END-IF.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN OPEN FAILED, STATUS " CYC-QJ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1100-LOAD-JOB-CATALOGUE THRU 1100-EXIT.
            IF CYC-JCT-ENTRY-COUNT = ZERO
                GO TO 1000-EXIT
            END-IF.
            OPEN I-O CYCJOB-FILE.
            IF CYC-JB-NOTFOUND
                OPEN OUTPUT CYCJOB-FILE
                IF NOT CYC-JB-OK
                    DISPLAY "CYCJOB CREATE FAILED, STATUS "
                        CYC-JB-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
                CLOSE CYCJOB-FILE
                OPEN I-O CYCJOB-FILE
            END-IF.
            IF NOT CYC-JB-OK
                DISPLAY "CYCJOB OPEN FAILED, STATUS " CYC-JB-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-JOB-CATALOGUE - EVERY CYCJCAT ENTRY, IN FILE ORDER.
      * NO CATALOGUE MEANS EVERY REGION COMPLETES ON THE CYCLE-LEVEL
      * POSTING.
      *-----------------------------------------------------------------
        1100-LOAD-JOB-CATALOGUE.
            OPEN INPUT CYCJCAT-FILE.
            IF CYC-JC-NOTFOUND
                GO TO 1100-EXIT
            END-IF.
            IF NOT CYC-JC-OK
                DISPLAY "CYCJCAT OPEN FAILED " CYC-JC-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1110-LOAD-NEXT-CAT-ENTRY THRU 1110-EXIT
                UNTIL CYC-JC-EOF.
            CLOSE CYCJCAT-FILE.
        1100-EXIT.
            EXIT.

        1110-LOAD-NEXT-CAT-ENTRY.
            READ CYCJCAT-FILE
                AT END
                    SET CYC-JC-EOF TO TRUE
                    GO TO 1110-EXIT
            END-READ.
            IF CYC-JC-REGION = SPACES OR CYC-JC-JOB = SPACES
                GO TO 1110-EXIT
            END-IF.
            IF CYC-JCT-ENTRY-COUNT >= 500
                DISPLAY "CYCJCAT HAS MORE THAN 500 JOBS - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-JCT-ENTRY-COUNT.
            MOVE CYC-JCT-ENTRY-COUNT TO CYC-JCT-IDX.
            MOVE CYC-JC-REGION TO CYC-JCT-REGION (CYC-JCT-IDX).
            MOVE CYC-JC-JOB TO CYC-JCT-JOB (CYC-JCT-IDX).
        1110-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-APPLY-NEXT-TRAN - ONE CYCQTRN POSTING: VALIDATE THE
      * ACTION CODE, READ THE CYCQ RECORD IT KEYS TO, APPLY THE
      * TRANSITION AND REWRITE IT.  POSTINGS APPLY IN FILE ORDER, SO
      * A TAKEN FOLLOWED BY A COMPLETE IN THE SAME SWEEP LANDS AS
      * COMPLETE WITH BOTH TIMESTAMPS.  A POSTING FROM A CATALOGUED
      * JOB GOES THROUGH 3100 INSTEAD, AND A CATALOGUED REGION
      * CANNOT BE COMPLETED BY A CYCLE-LEVEL POSTING.
      *-----------------------------------------------------------------
        3000-APPLY-NEXT-TRAN.
            READ CYCQTRN-FILE
                ADD 1 TO CYC-UPD-ORPH-COUNT
                GO TO 3000-EXIT
            END-IF.
            PERFORM 3110-FIND-CAT-ENTRY THRU 3110-EXIT.
            IF CYC-QT-JOB NOT = SPACES
                    AND CYC-JCT-FOUND-IDX = 0
                DISPLAY "*** JOB " CYC-QT-JOB
                    " NOT CATALOGUED FOR REGION " CYC-QT-REGION
                    " - CYCLE " CYC-QT-CYCLE " - POSTING DROPPED"
                ADD 1 TO CYC-UPD-ORPH-COUNT
                GO TO 3000-EXIT
            END-IF.
            IF CYC-QT-JOB = SPACES AND CYC-QT-COMPLETE
                    AND CYC-JCT-RGN-FOUND-IDX > 0
                DISPLAY "*** CYCLE-LEVEL COMPLETE FOR REGION "
                    CYC-QT-REGION " CYCLE " CYC-QT-CYCLE
                    " - REGION COMPLETES BY JOB - POSTING DROPPED"
                ADD 1 TO CYC-UPD-ORPH-COUNT
                GO TO 3000-EXIT
            END-IF.
            MOVE CYC-QT-REGION TO CYC-Q-REGION.
            MOVE CYC-QT-CYCLE TO CYC-Q-NUMBER.
            MOVE CYC-QT-GEN-DATE TO CYC-Q-GEN-DATE.
                    ADD 1 TO CYC-UPD-ORPH-COUNT
                    GO TO 3000-EXIT
            END-READ.
            MOVE CYCQ-RECORD TO CYC-UPD-Q-BEFORE.
            IF CYC-QT-TIME IS NUMERIC AND CYC-QT-TIME > ZERO
                MOVE CYC-QT-TIME TO CYC-UPD-APPLY-TIME
            ELSE
                MOVE CYC-UPD-CDT-TIME TO CYC-UPD-APPLY-TIME
            END-IF.
            IF CYC-QT-JOB NOT = SPACES
                PERFORM 3100-APPLY-JOB-POSTING THRU 3100-EXIT
                GO TO 3000-EXIT
            END-IF.
            EVALUATE CYC-QT-ACTION
                WHEN "T"
                    MOVE "T" TO CYC-Q-READY-CD
                DISPLAY "CYCQ REWRITE FAILED " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 7600-JOURNAL-CYCQ THRU 7600-EXIT.
            ADD 1 TO CYC-UPD-APPL-COUNT.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3100-APPLY-JOB-POSTING - RECORD THE TRANSITION ON THE JOB'S
      * CYCJOB RECORD (WRITTEN ON ITS FIRST POSTING FOR THE CYCLE),
      * THEN ROLL THE CYCLE'S CYCQ STATUS UP FROM ALL ITS CATALOGUED
      * JOBS.  THE CYCLE IS TAKEN WHEN ITS FIRST JOB STARTS, IN
      * ERROR WHILE ANY JOB IS, AND COMPLETE ONLY WHEN EVERY JOB
      * IS.  A HELD OR CANCELLED CYCLE IS LEFT AS THE OPERATOR SET
      * IT.
      *-----------------------------------------------------------------
        3100-APPLY-JOB-POSTING.
            MOVE "N" TO CYC-UPD-JOB-NEW-SW.
            MOVE CYC-QT-REGION TO CYC-JB-REGION.
            MOVE CYC-QT-CYCLE TO CYC-JB-CYCLE.
            MOVE CYC-QT-GEN-DATE TO CYC-JB-GEN-DATE.
            MOVE CYC-QT-JOB TO CYC-JB-JOB.
            READ CYCJOB-FILE
                INVALID KEY
                    SET CYC-UPD-JOB-NEW TO TRUE
            END-READ.
            IF CYC-UPD-JOB-NEW
                MOVE SPACES TO CYCJOB-RECORD
                MOVE CYC-QT-REGION TO CYC-JB-REGION
                MOVE CYC-QT-CYCLE TO CYC-JB-CYCLE
                MOVE CYC-QT-GEN-DATE TO CYC-JB-GEN-DATE
                MOVE CYC-QT-JOB TO CYC-JB-JOB
                MOVE ZERO TO CYC-JB-TAKEN-TIME
                MOVE ZERO TO CYC-JB-END-TIME
            END-IF.
            EVALUATE CYC-QT-ACTION
                WHEN "T"
                    MOVE "T" TO CYC-JB-STATUS-CD
                    MOVE CYC-UPD-APPLY-TIME TO CYC-JB-TAKEN-TIME
                WHEN "C"
                    MOVE "C" TO CYC-JB-STATUS-CD
                    MOVE CYC-UPD-APPLY-TIME TO CYC-JB-END-TIME
                WHEN "E"
                    MOVE "E" TO CYC-JB-STATUS-CD
                    MOVE CYC-UPD-APPLY-TIME TO CYC-JB-END-TIME
            END-EVALUATE.
            IF CYC-UPD-JOB-NEW
                WRITE CYCJOB-RECORD
            ELSE
                REWRITE CYCJOB-RECORD
            END-IF.
            IF NOT CYC-JB-OK
                DISPLAY "CYCJOB WRITE FAILED " CYC-JB-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-UPD-JOB-COUNT.
            IF CYC-Q-STAT-HELD OR CYC-Q-STAT-CANCELLED
                GO TO 3100-EXIT
            END-IF.
            PERFORM 3200-ROLL-UP-JOBS THRU 3200-EXIT.
            EVALUATE TRUE
                WHEN CYC-UPD-JOBS-ERROR > ZERO
                    IF NOT CYC-Q-STAT-ERROR
                        MOVE CYC-UPD-APPLY-TIME TO CYC-Q-END-TIME
                    END-IF
                    MOVE "E" TO CYC-Q-READY-CD
                WHEN CYC-UPD-JOBS-OPEN = ZERO
                    IF NOT CYC-Q-STAT-COMPLETE
                        MOVE CYC-UPD-APPLY-TIME TO CYC-Q-END-TIME
                    END-IF
                    MOVE "C" TO CYC-Q-READY-CD
                WHEN CYC-UPD-JOBS-STARTED > ZERO
                    IF CYC-Q-TAKEN-TIME IS NOT NUMERIC
                            OR CYC-Q-TAKEN-TIME = ZERO
                        MOVE CYC-UPD-APPLY-TIME TO CYC-Q-TAKEN-TIME
                    END-IF
                    MOVE ZERO TO CYC-Q-END-TIME
                    MOVE "T" TO CYC-Q-READY-CD
            END-EVALUATE.
            REWRITE CYCQ-RECORD.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ REWRITE FAILED " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 7600-JOURNAL-CYCQ THRU 7600-EXIT.
            ADD 1 TO CYC-UPD-APPL-COUNT.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3110-FIND-CAT-ENTRY - IS THE POSTING'S REGION CATALOGUED AT
      * ALL, AND IS ITS JOB ONE OF THE REGION'S CATALOGUED JOBS.
      *-----------------------------------------------------------------
        3110-FIND-CAT-ENTRY.
            MOVE ZERO TO CYC-JCT-FOUND-IDX.
            MOVE ZERO TO CYC-JCT-RGN-FOUND-IDX.
            PERFORM 3111-CHECK-CAT-ENTRY THRU 3111-EXIT
                VARYING CYC-JCT-IDX FROM 1 BY 1
                UNTIL CYC-JCT-IDX > CYC-JCT-ENTRY-COUNT
                OR CYC-JCT-FOUND-IDX > 0.
        3110-EXIT.
            EXIT.

        3111-CHECK-CAT-ENTRY.
            IF CYC-JCT-REGION (CYC-JCT-IDX) = CYC-QT-REGION
                MOVE CYC-JCT-IDX TO CYC-JCT-RGN-FOUND-IDX
                IF CYC-JCT-JOB (CYC-JCT-IDX) = CYC-QT-JOB
                    MOVE CYC-JCT-IDX TO CYC-JCT-FOUND-IDX
                END-IF
            END-IF.
        3111-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3200-ROLL-UP-JOBS - READ THE CYCJOB RECORD OF EVERY JOB
      * CATALOGUED FOR THE REGION AND COUNT THOSE NOT YET COMPLETE,
      * THOSE IN ERROR AND THOSE STARTED.  A JOB WITH NO RECORD HAS
      * NOT STARTED.
      *-----------------------------------------------------------------
        3200-ROLL-UP-JOBS.
            MOVE ZERO TO CYC-UPD-JOBS-OPEN.
            MOVE ZERO TO CYC-UPD-JOBS-ERROR.
            MOVE ZERO TO CYC-UPD-JOBS-STARTED.
            PERFORM 3210-CHECK-JOB-STATUS THRU 3210-EXIT
                VARYING CYC-JCT-IDX FROM 1 BY 1
                UNTIL CYC-JCT-IDX > CYC-JCT-ENTRY-COUNT.
        3200-EXIT.
            EXIT.

        3210-CHECK-JOB-STATUS.
            IF CYC-JCT-REGION (CYC-JCT-IDX) NOT = CYC-QT-REGION
                GO TO 3210-EXIT
            END-IF.
            MOVE CYC-QT-REGION TO CYC-JB-REGION.
            MOVE CYC-QT-CYCLE TO CYC-JB-CYCLE.
            MOVE CYC-QT-GEN-DATE TO CYC-JB-GEN-DATE.
            MOVE CYC-JCT-JOB (CYC-JCT-IDX) TO CYC-JB-JOB.
            READ CYCJOB-FILE
                INVALID KEY
                    ADD 1 TO CYC-UPD-JOBS-OPEN
                    GO TO 3210-EXIT
            END-READ.
            ADD 1 TO CYC-UPD-JOBS-STARTED.
            IF CYC-JB-STAT-ERROR
                ADD 1 TO CYC-UPD-JOBS-ERROR
            END-IF.
            IF NOT CYC-JB-STAT-COMPLETE
                ADD 1 TO CYC-UPD-JOBS-OPEN
            END-IF.
        3210-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7600-JOURNAL-CYCQ - APPEND THE REWRITE JUST MADE TO CYCQJRN:
      * THE RECORD AS READ AND AS REWRITTEN.  THE SWEEP IS
      * UNATTENDED, SO NO OPERATOR.  A CHANGE THAT CANNOT BE
      * JOURNALLED STOPS THE SWEEP - AN UNJOURNALLED CHANGE WOULD BE
      * LOST BY THE NEXT RECOVERY.
      *-----------------------------------------------------------------
        7600-JOURNAL-CYCQ.
            MOVE FUNCTION CURRENT-DATE TO CYC-UPD-JRN-DATETIME.
            MOVE SPACES TO CYCQJRN-RECORD.
            MOVE CYC-UPD-JDT-DATE TO CYC-QJ-DATE.
            MOVE CYC-UPD-JDT-TIME TO CYC-QJ-TIME.
            MOVE "CYCQUPD" TO CYC-QJ-PROGRAM.
            MOVE SPACES TO CYC-QJ-OPERATOR.
            SET CYC-QJ-UPDATE TO TRUE.
            MOVE CYC-UPD-Q-BEFORE TO CYC-QJ-BEFORE.
            MOVE CYCQ-RECORD TO CYC-QJ-AFTER.
            WRITE CYCQJRN-RECORD.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN WRITE FAILED, STATUS " CYC-QJ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        7600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - SWEEP SUMMARY AND CLOSE UP.
      *-----------------------------------------------------------------
            IF NOT CYC-QT-NOTFOUND
                CLOSE CYCQTRN-FILE
                CLOSE CYCQ-FILE
                CLOSE CYCQJRN-FILE
                IF CYC-JCT-ENTRY-COUNT > ZERO
                    CLOSE CYCJOB-FILE
                END-IF
            END-IF.
            MOVE CYC-UPD-TRAN-COUNT TO CYC-UPD-TRAN-OUT.
            MOVE CYC-UPD-APPL-COUNT TO CYC-UPD-APPL-OUT.
            DISPLAY "TRANSITIONS SWEPT: " CYC-UPD-TRAN-OUT
                "   APPLIED: " CYC-UPD-APPL-OUT
                "   UNMATCHED/DROPPED: " CYC-UPD-ORPH-OUT.
            IF CYC-JCT-ENTRY-COUNT > ZERO
                MOVE CYC-UPD-JOB-COUNT TO CYC-UPD-JOB-OUT
                DISPLAY "JOB POSTINGS RECORDED ON CYCJOB: "
                    CYC-UPD-JOB-OUT
            END-IF.
        8000-EXIT.
            EXIT.

