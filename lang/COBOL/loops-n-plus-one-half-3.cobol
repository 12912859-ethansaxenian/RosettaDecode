      *                    NEVER MATCHED THE CYCLE-ZERO TEST AND THE
      *                    HOLD WAS SILENTLY IGNORED, THE EXACT
      *                    FAILURE THE CONTROL EXISTS TO PREVENT.
      *   2026-10-15  RJS  ADDED CATCH-UP GENERATION FOR MISSED
      *                    BUSINESS DATES.  WHEN THE CYCCUP REQUEST
      *                    FILE NAMES ONE OR MORE DATES, THE RUN
      *                    GENERATES EACH OF THEM, OLDEST FIRST,
      *                    EXACTLY AS THAT DATE WOULD HAVE RUN - ITS
      *                    OWN CYCCAL OVERRIDES, THE CYCRGN REGIONS
      *                    EFFECTIVE ON IT, THE CYCHOLD POSTINGS,
      *                    ITS OWN CHECKPOINTS, "T"/"Z" TRAILERS AND
      *                    RUNSTAT RECORDS - WITH EVERY RECORD
      *                    STAMPED WITH THE MISSED DATE INSTEAD OF
      *                    TODAY.  A DATE THAT IS NOT A VALID PAST
      *                    DATE, HAS NO OPERATOR, ALREADY HAS ITS
      *                    RUN TRAILER ON CYCSEQ OR HAS ALREADY BEEN
      *                    ARCHIVED TO CYCSEQA IS REFUSED WITH RC=8;
      *                    A DATE LEFT PART-GENERATED (NO RUN
      *                    TRAILER) RESUMES FROM CHKPT AS ANY RERUN
      *                    DOES.  THE AUDIT RECORDS CARRY RUN MODE
      *                    "C" AND THE ORDERING OPERATOR.  THE
      *                    NIGHTLY JOB RUNS WITH NO CYCCUP (OR AN
      *                    EMPTY ONE) AND IS UNCHANGED.  RUNSTAT NOW
      *                    KEEPS THE RECORDS OF OTHER DATES STILL ON
      *                    THE LIVE CYCSEQ FILE AND REBUILDS ONLY
      *                    THE RUN DATE'S, SO CYCCLOSE CAN CERTIFY A
      *                    RECOVERED DATE AFTER THE NEXT NIGHT HAS
      *                    RUN.  THIS REPLACES HAND-EDITING CYCSEQ
      *                    AND CYCQ AFTER AN OUTAGE.
      *   2026-10-15  RJS  EVERY CYCQ POST AND TRAILER WRITTEN IS NOW
      *                    JOURNALLED TO CYCQJRN (AFTER IMAGE, WITH
      *                    THE HOLD OR CATCH-UP OPERATOR WHERE THERE
      *                    IS ONE) SO CYCQRCV CAN REBUILD THE QUEUE
      *                    FROM THE LAST BACKUP.  A POST THAT CANNOT
      *                    BE JOURNALLED ABENDS THE RUN.
      *   2026-10-15  RJS  A CATCH-UP DATE'S DAY IS NOW CHECKED
      *                    AGAINST THE LENGTH OF ITS MONTH (LEAP
      *                    YEARS ALLOWED FOR), AS CYCCALM DOES - A
      *                    DATE SUCH AS 20260231 WAS BEING ACCEPTED
      *                    AND A FULL NIGHT GENERATED FOR IT.
      ******************************************************************

        IDENTIFICATION DIVISION.
            SELECT CYCALRT-FILE ASSIGN TO "CYCALRT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-ALR-STATUS.
            SELECT CYCCUP-FILE ASSIGN TO "CYCCUP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CUP-STATUS.
            SELECT CYCSEQA-FILE ASSIGN TO "CYCSEQA"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-SQA-STATUS.
            SELECT CYCQJRN-FILE ASSIGN TO "CYCQJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-QJ-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCALRT-FILE
                RECORDING MODE IS F.
            COPY CYCALRT.
        FD  CYCCUP-FILE
                RECORDING MODE IS F.
            COPY CYCCUP.
      *-----------------------------------------------------------------
      * CYCSEQA - THE ARCHIVED CYCSEQ HISTORY CYCPURGE WRITES.  SAME
      * LAYOUT AS CYCSEQ; ONLY THE GENERATION DATE IS NEEDED HERE.
      *-----------------------------------------------------------------
        FD  CYCSEQA-FILE
                RECORDING MODE IS F.
        01  CYCSEQA-RECORD.
            05  FILLER                  PIC X(06).
            05  CYC-SQA-GEN-DATE        PIC 9(08).
            05  FILLER                  PIC X(66).
        FD  CYCQJRN-FILE
                RECORDING MODE IS F.
            COPY CYCQJRN.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
            05  CYC-CDT-TIME            PIC 9(08).
            05  FILLER                  PIC X(05).
        01  CYC-GEN-START-TIME          PIC 9(08)      VALUE ZERO.
        01  CYC-TODAY-DATE              PIC 9(08)      VALUE ZERO.

      *-----------------------------------------------------------------
      * CYCQJRN JOURNAL WORK AREA - THE OPERATOR BEHIND THE POST
      * BEING JOURNALLED AND THE TIME STAMPED ON THE ENTRY
      *-----------------------------------------------------------------
        01  CYC-JRN-OPERATOR            PIC X(08)      VALUE SPACES.
        01  CYC-JRN-DATETIME            PIC X(21).
        01  CYC-JRN-DATETIME-R REDEFINES CYC-JRN-DATETIME.
            05  CYC-JDT-DATE            PIC 9(08).
            05  CYC-JDT-TIME            PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * CYCLE SCHEDULE REPORT CONTROL FIELDS
                88  CYC-DONE-NOTFOUND                   VALUE "35".
            05  CYC-RS-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-RS-OK                           VALUE "00".
                88  CYC-RS-NOTFOUND                     VALUE "35".
            05  CYC-HLD-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-HLD-OK                          VALUE "00".
                88  CYC-HLD-NOTFOUND                    VALUE "35".
            05  CYC-ALR-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-ALR-OK                          VALUE "00".
            05  CYC-CUP-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-CUP-OK                          VALUE "00".
                88  CYC-CUP-NOTFOUND                    VALUE "35".
            05  CYC-SQA-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-SQA-OK                          VALUE "00".
                88  CYC-SQA-NOTFOUND                    VALUE "35".
            05  CYC-QJ-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-QJ-OK                           VALUE "00".
                88  CYC-QJ-NOTFOUND                     VALUE "35".

      *-----------------------------------------------------------------
      * REGION DRIVER TABLE - ONE ENTRY PER NAMED REGION (E.G. EAST,
                88  CYC-DONEFILE-EOF                   VALUE "Y".

      *-----------------------------------------------------------------
      * CATCH-UP REQUEST TABLE - THE MISSED BUSINESS DATES NAMED ON
      * CYCCUP, HELD IN ASCENDING DATE ORDER WITH THE OPERATOR WHO
      * ORDERED EACH.  NINE DATES A RUN: WITH THE CURRENT DATE
      * ALONGSIDE THEM THAT IS THE TEN RUN DATES CYCBAL AND CYCRECON
      * CAN BALANCE AT ONCE.  A LONGER OUTAGE IS CAUGHT UP IN MORE
      * THAN ONE RUN.  RUN MODE "C" MARKS A CATCH-UP RUN.
      *-----------------------------------------------------------------
        01  CYC-CUP-TABLE.
            05  CYC-CUP-ENTRY OCCURS 9 TIMES.
                10  CYC-CUP-TBL-DATE        PIC 9(08).
                10  CYC-CUP-TBL-OPERATOR    PIC X(08).
        01  CYC-CUP-CTRS.
            05  CYC-CUP-ENTRY-COUNT     PIC 9(02)      VALUE ZERO.
            05  CYC-CUP-IDX             PIC 9(02)      VALUE ZERO.
            05  CYC-CUP-SLOT-IDX        PIC 9(02)      VALUE ZERO.
            05  CYC-CUP-MOVE-IDX        PIC 9(02)      VALUE ZERO.
            05  CYC-CUP-DONE-COUNT      PIC 9(02)      VALUE ZERO.
            05  CYC-CUP-HELD-COUNT      PIC 9(02)      VALUE ZERO.
            05  CYC-CUP-REFUSED-COUNT   PIC 9(02)      VALUE ZERO.
        01  CYC-CUP-SWITCHES.
            05  CYC-CUPFILE-EOF-SW      PIC X          VALUE "N".
                88  CYC-CUPFILE-EOF                    VALUE "Y".
            05  CYC-CUP-REFUSED-SW      PIC X          VALUE "N".
                88  CYC-CUP-REFUSED                    VALUE "Y".
            05  CYC-CUP-PARTIAL-SW      PIC X          VALUE "N".
                88  CYC-CUP-PARTIAL                    VALUE "Y".
            05  CYC-SQA-EOF-SW          PIC X          VALUE "N".
                88  CYC-SQA-EOF                        VALUE "Y".
        01  CYC-RUN-MODE                PIC X(01)      VALUE SPACE.
            88  CYC-CATCHUP-RUN                        VALUE "C".
        01  CYC-CUP-RUN-OPERATOR        PIC X(08)      VALUE SPACES.
        01  CYC-CUP-CHK-DATE            PIC 9(08)      VALUE ZERO.
        01  CYC-CUP-CHK-DATE-R REDEFINES CYC-CUP-CHK-DATE.
            05  CYC-CUP-CHK-YYYY        PIC 9(04).
            05  CYC-CUP-CHK-MM          PIC 9(02).
            05  CYC-CUP-CHK-DD          PIC 9(02).
        01  CYC-CUP-BND-WORK.
            05  CYC-CUP-BND-DATE        PIC 9(08)      VALUE ZERO.
            05  CYC-CUP-FIRST-INT       PIC 9(07)      VALUE ZERO.
            05  CYC-CUP-LAST-INT        PIC 9(07)      VALUE ZERO.
            05  CYC-CUP-DAYS-IN-MONTH   PIC 9(02)      VALUE ZERO.

      *-----------------------------------------------------------------
      * LIVE-DATE TABLE - THE BUSINESS DATES STILL ON THE LIVE CYCSEQ
      * FILE, NOTED DURING THE START-OF-RUN TRAILER SCAN.  RUNSTAT
      * KEEPS THE RECORDS OF THESE DATES (AND OF THIS RUN'S OTHER
      * CATCH-UP DATES) WHEN THE RUN DATE'S RECORDS ARE REBUILT.  IF
      * THE TABLE FILLS, NOTHING CAN BE PROVEN STALE AND EVERY OTHER
      * DATE'S RECORD IS KEPT.
      *-----------------------------------------------------------------
        01  CYC-LIVE-DATE-TABLE.
            05  CYC-LIVE-DATE OCCURS 20 TIMES PIC 9(08).
        01  CYC-LIVE-CTRS.
            05  CYC-LIVE-DATE-COUNT     PIC 9(02)      VALUE ZERO.
            05  CYC-LIVE-IDX            PIC 9(02)      VALUE ZERO.
            05  CYC-LIVE-FOUND-IDX      PIC 9(02)      VALUE ZERO.
        01  CYC-LIVE-SWITCHES.
            05  CYC-LIVE-FULL-SW        PIC X          VALUE "N".
                88  CYC-LIVE-FULL                      VALUE "Y".
            05  CYC-RS-KEEP-SW          PIC X          VALUE "N".
                88  CYC-RS-KEEP                        VALUE "Y".

      *-----------------------------------------------------------------
      * RUN-STATUS FILE WORK AREAS.  THE RUN DATE'S RECORDS ARE
      * REBUILT AT START OF RUN WITH ONE WAITING RECORD PER REGION
      * AND REWRITTEN IN PLACE AT EACH TRANSITION; OTHER LIVE DATES'
      * RECORDS ARE CARRIED THROUGH.  A RUNSTAT FAILURE IS REPORTED ON
      * SYSOUT BUT NEVER ABENDS THE GENERATION RUN - THE STATUS FILE
      * EXISTS FOR THE OPERATORS, NOT THE OTHER WAY AROUND.
      *-----------------------------------------------------------------
            05  CYC-RS-UPD-DONE-SW      PIC X          VALUE "N".
                88  CYC-RS-UPD-DONE                    VALUE "Y".
        01  CYC-RS-IMG-TABLE.
            05  CYC-RS-IMG OCCURS 500 TIMES PIC X(80).
        01  CYC-RS-IMG-CTRS.
            05  CYC-RS-IMG-COUNT        PIC 9(03)      VALUE ZERO.
            05  CYC-RS-IMG-IDX          PIC 9(03)      VALUE ZERO.
        01  CYC-ABEND-REASON        PIC X(30)
                VALUE "SEE SYSOUT FOR DETAILS".


        0000-MAINLINE.
            PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
            IF CYC-CATCHUP-RUN
                PERFORM 1600-RUN-CATCHUP-DATE THRU 1600-EXIT
                    VARYING CYC-CUP-IDX FROM 1 BY 1
                    UNTIL CYC-CUP-IDX > CYC-CUP-ENTRY-COUNT
                PERFORM 8500-CATCHUP-SUMMARY THRU 8500-EXIT
            ELSE
                PERFORM 1500-START-RUN-DATE THRU 1500-EXIT
                PERFORM 2500-PROCESS-ALL-REGIONS THRU 2500-EXIT
                PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - ESTABLISH TODAY'S DATE AND READ THE
      * CATCH-UP REQUEST.  NO REQUEST IS THE NORMAL NIGHTLY RUN, FOR
      * TODAY; A REQUEST MAKES THIS A CATCH-UP RUN OF THE MISSED
      * DATES IT NAMES INSTEAD.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-CURRENT-DATETIME.
            MOVE CYC-CDT-DATE TO CYC-TODAY-DATE.
            MOVE CYC-CDT-DATE TO CYC-RUN-DATE.
            PERFORM 1050-LOAD-CATCHUP-REQUEST THRU 1050-EXIT.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1050-LOAD-CATCHUP-REQUEST - READ THE CYCCUP REQUEST INTO THE
      * CATCH-UP TABLE IN ASCENDING DATE ORDER.  A DATE THAT IS NOT
      * A VALID DATE BEFORE TODAY, OR WITH NO OPERATOR, IS REFUSED
      * HERE (RC=8) AND THE REST OF THE REQUEST STILL RUNS; A DATE
      * NAMED TWICE IS GENERATED ONCE.  ANY RECORD AT ALL MAKES THIS
      * A CATCH-UP RUN - EVEN IF EVERY DATE IS REFUSED, TODAY IS
      * NEVER GENERATED IN ITS PLACE.
      *-----------------------------------------------------------------
        1050-LOAD-CATCHUP-REQUEST.
            OPEN INPUT CYCCUP-FILE.
            IF CYC-CUP-NOTFOUND
                GO TO 1050-EXIT
            END-IF.
            IF NOT CYC-CUP-OK
                DISPLAY "CYCCUP OPEN FAILED, STATUS " CYC-CUP-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1060-LOAD-NEXT-CATCHUP THRU 1060-EXIT
                UNTIL CYC-CUPFILE-EOF.
            CLOSE CYCCUP-FILE.
        1050-EXIT.
            EXIT.

        1060-LOAD-NEXT-CATCHUP.
            READ CYCCUP-FILE
                AT END
                    SET CYC-CUPFILE-EOF TO TRUE
                    GO TO 1060-EXIT
            END-READ.
            MOVE "C" TO CYC-RUN-MODE.
            IF CYC-CUP-RUN-DATE IS NOT NUMERIC
                DISPLAY "*** CATCH-UP DATE '" CYC-CUP-RUN-DATE
                    "' NOT NUMERIC - REFUSED"
                ADD 1 TO CYC-CUP-REFUSED-COUNT
                MOVE 8 TO RETURN-CODE
                GO TO 1060-EXIT
            END-IF.
            MOVE CYC-CUP-RUN-DATE TO CYC-CUP-CHK-DATE.
            IF CYC-CUP-CHK-YYYY < 1601
                    OR CYC-CUP-CHK-MM < 1 OR CYC-CUP-CHK-MM > 12
                    OR CYC-CUP-CHK-DD < 1 OR CYC-CUP-CHK-DD > 31
                DISPLAY "*** CATCH-UP DATE " CYC-CUP-RUN-DATE
                    " NOT A VALID DATE - REFUSED"
                ADD 1 TO CYC-CUP-REFUSED-COUNT
                MOVE 8 TO RETURN-CODE
                GO TO 1060-EXIT
            END-IF.
            PERFORM 1065-MONTH-LENGTH THRU 1065-EXIT.
            IF CYC-CUP-CHK-DD > CYC-CUP-DAYS-IN-MONTH
                DISPLAY "*** CATCH-UP DATE " CYC-CUP-RUN-DATE
                    " NOT A VALID DATE - REFUSED"
                ADD 1 TO CYC-CUP-REFUSED-COUNT
                MOVE 8 TO RETURN-CODE
                GO TO 1060-EXIT
            END-IF.
            IF CYC-CUP-RUN-DATE NOT < CYC-TODAY-DATE
                DISPLAY "*** CATCH-UP DATE " CYC-CUP-RUN-DATE
                    " IS NOT BEFORE TODAY - REFUSED"
                ADD 1 TO CYC-CUP-REFUSED-COUNT
                MOVE 8 TO RETURN-CODE
                GO TO 1060-EXIT
            END-IF.
            IF CYC-CUP-OPERATOR = SPACES
                DISPLAY "*** CATCH-UP DATE " CYC-CUP-RUN-DATE
                    " NAMES NO OPERATOR - REFUSED"
                ADD 1 TO CYC-CUP-REFUSED-COUNT
                MOVE 8 TO RETURN-CODE
                GO TO 1060-EXIT
            END-IF.
            PERFORM 1070-FIND-CATCHUP-SLOT THRU 1070-EXIT.
            IF CYC-CUP-SLOT-IDX > 1
                IF CYC-CUP-TBL-DATE (CYC-CUP-SLOT-IDX - 1)
                        = CYC-CUP-RUN-DATE
                    DISPLAY "CATCH-UP DATE " CYC-CUP-RUN-DATE
                        " NAMED TWICE - GENERATED ONCE"
                    GO TO 1060-EXIT
                END-IF
            END-IF.
            IF CYC-CUP-ENTRY-COUNT >= 9
                DISPLAY "*** CYCCUP NAMES MORE THAN 9 DATES - "
                    CYC-CUP-RUN-DATE " REFUSED, CATCH IT UP IN"
                    " A LATER RUN"
                ADD 1 TO CYC-CUP-REFUSED-COUNT
                MOVE 8 TO RETURN-CODE
                GO TO 1060-EXIT
            END-IF.
            PERFORM 1080-SHIFT-CATCHUP-ENTRY THRU 1080-EXIT
                VARYING CYC-CUP-MOVE-IDX FROM CYC-CUP-ENTRY-COUNT BY -1
                UNTIL CYC-CUP-MOVE-IDX < CYC-CUP-SLOT-IDX.
            ADD 1 TO CYC-CUP-ENTRY-COUNT.
            MOVE CYC-CUP-RUN-DATE TO
                CYC-CUP-TBL-DATE (CYC-CUP-SLOT-IDX).
            MOVE CYC-CUP-OPERATOR TO
                CYC-CUP-TBL-OPERATOR (CYC-CUP-SLOT-IDX).
            DISPLAY "CATCH-UP REQUESTED FOR " CYC-CUP-RUN-DATE
                " BY " CYC-CUP-OPERATOR " - " CYC-CUP-REASON.
        1060-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1065-MONTH-LENGTH - NUMBER OF DAYS IN THE MONTH OF
      * CYC-CUP-CHK-DATE: THE DAY NUMBER OF THE FIRST OF THE NEXT
      * MONTH LESS THAT OF THE FIRST OF THIS ONE, SO A LEAP-YEAR
      * FEBRUARY COMES OUT AT 29.
      *-----------------------------------------------------------------
        1065-MONTH-LENGTH.
            COMPUTE CYC-CUP-BND-DATE = CYC-CUP-CHK-YYYY * 10000
                + CYC-CUP-CHK-MM * 100 + 1.
            COMPUTE CYC-CUP-FIRST-INT =
                FUNCTION INTEGER-OF-DATE (CYC-CUP-BND-DATE).
            IF CYC-CUP-CHK-MM = 12
                COMPUTE CYC-CUP-BND-DATE =
                    (CYC-CUP-CHK-YYYY + 1) * 10000 + 101
            ELSE
                COMPUTE CYC-CUP-BND-DATE = CYC-CUP-CHK-YYYY * 10000
                    + (CYC-CUP-CHK-MM + 1) * 100 + 1
            END-IF.
            COMPUTE CYC-CUP-LAST-INT =
                FUNCTION INTEGER-OF-DATE (CYC-CUP-BND-DATE).
            COMPUTE CYC-CUP-DAYS-IN-MONTH =
                CYC-CUP-LAST-INT - CYC-CUP-FIRST-INT.
        1065-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1070-FIND-CATCHUP-SLOT - THE TABLE POSITION THE NEW DATE
      * BELONGS AT: THE FIRST ENTRY LATER THAN IT, OR THE END OF THE
      * TABLE.  THE ENTRY BEFORE THE SLOT IS THEREFORE AN EQUAL DATE
      * IF THE DATE IS ALREADY ON THE TABLE.
      *-----------------------------------------------------------------
        1070-FIND-CATCHUP-SLOT.
            COMPUTE CYC-CUP-SLOT-IDX = CYC-CUP-ENTRY-COUNT + 1.
            PERFORM 1075-CHECK-CATCHUP-SLOT THRU 1075-EXIT
                VARYING CYC-CUP-IDX FROM 1 BY 1
                UNTIL CYC-CUP-IDX > CYC-CUP-ENTRY-COUNT.
        1070-EXIT.
            EXIT.

        1075-CHECK-CATCHUP-SLOT.
            IF CYC-CUP-TBL-DATE (CYC-CUP-IDX) > CYC-CUP-RUN-DATE
                    AND CYC-CUP-SLOT-IDX > CYC-CUP-ENTRY-COUNT
                MOVE CYC-CUP-IDX TO CYC-CUP-SLOT-IDX
            END-IF.
        1075-EXIT.
            EXIT.

        1080-SHIFT-CATCHUP-ENTRY.
            MOVE CYC-CUP-ENTRY (CYC-CUP-MOVE-IDX)
                TO CYC-CUP-ENTRY (CYC-CUP-MOVE-IDX + 1).
        1080-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1500-START-RUN-DATE - SET UP ONE RUN DATE (TODAY, OR ONE
      * CATCH-UP DATE): LOAD THE PROCESSING-CALENDAR OVERRIDES FOR
      * THAT DATE, THE OPERATOR HOLDS, THE REGION TABLE AND THE LAST
      * CHECKPOINTED CYCLE FOR EACH REGION, THEN OPEN THE FILES USED
      * THROUGHOUT THE DATE.  EVERYTHING CARRIED OVER FROM A
      * PREVIOUS CATCH-UP DATE IS CLEARED FIRST, SO EACH DATE RUNS
      * EXACTLY AS IT WOULD HAVE RUN ON ITS OWN.
      *-----------------------------------------------------------------
        1500-START-RUN-DATE.
            MOVE ZERO TO CYC-CAL-ENTRY-COUNT.
            MOVE ZERO TO CYC-HOLD-ENTRY-COUNT.
            MOVE ZERO TO CYC-RGN-ENTRY-COUNT.
            MOVE ZERO TO CYC-HELD-COUNT.
            MOVE ZERO TO CYC-RPT-PAGE-CTR.
            MOVE ZERO TO CYC-LIVE-DATE-COUNT.
            MOVE "N" TO CYC-CALFILE-EOF-SW.
            MOVE "N" TO CYC-HLDFILE-EOF-SW.
            MOVE "N" TO CYC-RGNFILE-EOF-SW.
            MOVE "N" TO CYC-CHKPT-EOF-SW.
            MOVE "N" TO CYC-SEQ-ZTRL-SW.
            MOVE "N" TO CYC-Q-ZTRL-SW.
            MOVE "N" TO CYC-PASS-STALLED-SW.
            MOVE "N" TO CYC-REGIONS-DONE-SW.
            MOVE "N" TO CYC-LIVE-FULL-SW.
            MOVE "N" TO CYC-RS-READY-SW.
            MOVE SPACES TO CYC-CURRENT-REGION.
            MOVE ZERO TO CYC-CKPT-SAVE.
            STRING CYC-RUN-MM   DELIMITED BY SIZE
               "/"          DELIMITED BY SIZE
               CYC-RUN-DD   DELIMITED BY SIZE
            PERFORM 1150-LOAD-HOLDS THRU 1150-EXIT.
            PERFORM 1200-LOAD-REGION-TABLE THRU 1200-EXIT.
            PERFORM 1300-LOAD-CHECKPOINTS THRU 1300-EXIT.
            OPEN INPUT CYCSEQ-FILE.
            IF CYC-SEQ-NOTFOUND
                OPEN OUTPUT CYCSEQ-FILE
                DISPLAY "CYCSEQ OPEN FAILED, STATUS " CYC-SEQ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 6000-INIT-RUNSTAT THRU 6000-EXIT.
            IF CYC-CHKPT-WAS-FOUND
                OPEN EXTEND CHKPT-FILE
            ELSE
                DISPLAY "CYCQ OPEN FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN INPUT CYCQJRN-FILE.
            IF CYC-QJ-NOTFOUND
                OPEN OUTPUT CYCQJRN-FILE
            ELSE
                CLOSE CYCQJRN-FILE
                OPEN EXTEND CYCQJRN-FILE
            END-IF.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN OPEN FAILED, STATUS " CYC-QJ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        1500-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1600-RUN-CATCHUP-DATE - GENERATE ONE MISSED DATE FROM THE
      * CATCH-UP TABLE, UNLESS IT HAS ALREADY BEEN GENERATED.  THE
      * DATE THEN RUNS THROUGH EXACTLY THE SAME START, SCHEDULING
      * AND END-OF-DATE LOGIC AS A NORMAL NIGHT, WITH CYC-RUN-DATE
      * SET TO THE MISSED DATE.
      *-----------------------------------------------------------------
        1600-RUN-CATCHUP-DATE.
            MOVE CYC-CUP-TBL-DATE (CYC-CUP-IDX) TO CYC-RUN-DATE.
            MOVE CYC-CUP-TBL-OPERATOR (CYC-CUP-IDX)
                TO CYC-CUP-RUN-OPERATOR.
            PERFORM 1650-CHECK-ALREADY-GENERATED THRU 1650-EXIT.
            IF CYC-CUP-REFUSED
                ADD 1 TO CYC-CUP-REFUSED-COUNT
                MOVE 8 TO RETURN-CODE
                GO TO 1600-EXIT
            END-IF.
            DISPLAY "CATCH-UP GENERATION FOR " CYC-RUN-DATE
                " - OPERATOR " CYC-CUP-RUN-OPERATOR.
            PERFORM 1500-START-RUN-DATE THRU 1500-EXIT.
            PERFORM 2500-PROCESS-ALL-REGIONS THRU 2500-EXIT.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
            IF CYC-HELD-COUNT > ZERO
                ADD 1 TO CYC-CUP-HELD-COUNT
            ELSE
                ADD 1 TO CYC-CUP-DONE-COUNT
            END-IF.
        1600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1650-CHECK-ALREADY-GENERATED - A CATCH-UP DATE WHOSE RUN
      * TRAILER IS ALREADY ON THE LIVE CYCSEQ FILE WAS GENERATED IN
      * FULL, AND ONE FOUND ON THE CYCSEQA ARCHIVE WAS GENERATED AND
      * CLOSED - EITHER IS REFUSED.  DETAILS OR REGION TRAILERS WITH
      * NO RUN TRAILER ARE A DATE LEFT PART-DONE (ABENDED OR HELD):
      * IT IS RESUMED FROM ITS CHECKPOINTS LIKE ANY RERUN, WHICH IS
      * WHAT FINISHES IT.  NO CYCSEQA FILE MEANS NO HISTORY YET.
      *-----------------------------------------------------------------
        1650-CHECK-ALREADY-GENERATED.
            MOVE "N" TO CYC-CUP-REFUSED-SW.
            MOVE "N" TO CYC-CUP-PARTIAL-SW.
            OPEN INPUT CYCSEQ-FILE.
            IF NOT CYC-SEQ-NOTFOUND
                IF NOT CYC-SEQ-OK
                    DISPLAY "CYCSEQ OPEN FAILED, STATUS "
                        CYC-SEQ-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
                MOVE "N" TO CYC-TRLSCAN-EOF-SW
                PERFORM 1660-CHECK-NEXT-SEQ THRU 1660-EXIT
                    UNTIL CYC-TRLSCAN-EOF
                CLOSE CYCSEQ-FILE
            END-IF.
            IF CYC-CUP-REFUSED
                DISPLAY "*** CATCH-UP DATE " CYC-RUN-DATE
                    " REFUSED - ALREADY GENERATED (RUN TRAILER ON"
                    " CYCSEQ)"
                GO TO 1650-EXIT
            END-IF.
            OPEN INPUT CYCSEQA-FILE.
            IF CYC-SQA-NOTFOUND
                GO TO 1650-CHECK-PARTIAL
            END-IF.
            IF NOT CYC-SQA-OK
                DISPLAY "CYCSEQA OPEN FAILED, STATUS " CYC-SQA-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE "N" TO CYC-SQA-EOF-SW.
            PERFORM 1670-CHECK-NEXT-SEQA THRU 1670-EXIT
                UNTIL CYC-SQA-EOF.
            CLOSE CYCSEQA-FILE.
            IF CYC-CUP-REFUSED
                DISPLAY "*** CATCH-UP DATE " CYC-RUN-DATE
                    " REFUSED - ALREADY GENERATED AND ARCHIVED TO"
                    " CYCSEQA"
                GO TO 1650-EXIT
            END-IF.
        1650-CHECK-PARTIAL.
            IF CYC-CUP-PARTIAL
                DISPLAY "CATCH-UP DATE " CYC-RUN-DATE
                    " PART-GENERATED BY AN EARLIER RUN - RESUMING"
            END-IF.
        1650-EXIT.
            EXIT.

        1660-CHECK-NEXT-SEQ.
            READ CYCSEQ-FILE
                AT END
                    SET CYC-TRLSCAN-EOF TO TRUE
                    GO TO 1660-EXIT
            END-READ.
            IF CYC-SEQ-GEN-DATE IS NOT NUMERIC
                    OR CYC-SEQ-GEN-DATE NOT = CYC-RUN-DATE
                GO TO 1660-EXIT
            END-IF.
            IF CYC-SEQ-RUN-TRAILER
                SET CYC-CUP-REFUSED TO TRUE
                SET CYC-TRLSCAN-EOF TO TRUE
            ELSE
                SET CYC-CUP-PARTIAL TO TRUE
            END-IF.
        1660-EXIT.
            EXIT.

        1670-CHECK-NEXT-SEQA.
            READ CYCSEQA-FILE
                AT END
                    SET CYC-SQA-EOF TO TRUE
                    GO TO 1670-EXIT
            END-READ.
            IF CYC-SQA-GEN-DATE IS NUMERIC
                    AND CYC-SQA-GEN-DATE = CYC-RUN-DATE
                SET CYC-CUP-REFUSED TO TRUE
                SET CYC-SQA-EOF TO TRUE
            END-IF.
        1670-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * ITS TRAILER - THIS SCAN IS WHAT LETS THE RERUN FINISH THE
      * TRAILER PROTOCOL INSTEAD OF LEAVING THE DATE REFUSED BY
      * CYCBAL AND CYCRECON FOREVER, AND WHAT STOPS A RERUN OVER A
      * COMPLETED DATE FROM WRITING A TRAILER TWICE.  EVERY DATE SEEN
      * ON THE FILE IS ALSO NOTED AS A LIVE DATE FOR 6000.
      *-----------------------------------------------------------------
        1400-SCAN-SEQ-TRAILERS.
            MOVE "N" TO CYC-TRLSCAN-EOF-SW.
                    GO TO 1410-EXIT
            END-READ.
            IF CYC-SEQ-GEN-DATE IS NOT NUMERIC
                GO TO 1410-EXIT
            END-IF.
            PERFORM 1460-NOTE-LIVE-DATE THRU 1460-EXIT.
            IF CYC-SEQ-GEN-DATE NOT = CYC-RUN-DATE
                GO TO 1410-EXIT
            END-IF.
            EVALUATE TRUE
        1450-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1460-NOTE-LIVE-DATE - ADD THE DATE OF THE CYCSEQ RECORD JUST
      * READ TO THE LIVE-DATE TABLE IF IT IS NOT THERE YET.
      *-----------------------------------------------------------------
        1460-NOTE-LIVE-DATE.
            MOVE CYC-SEQ-GEN-DATE TO CYC-CUP-CHK-DATE.
            PERFORM 1470-FIND-LIVE-DATE THRU 1470-EXIT.
            IF CYC-LIVE-FOUND-IDX > 0
                GO TO 1460-EXIT
            END-IF.
            IF CYC-LIVE-DATE-COUNT >= 20
                SET CYC-LIVE-FULL TO TRUE
                GO TO 1460-EXIT
            END-IF.
            ADD 1 TO CYC-LIVE-DATE-COUNT.
            MOVE CYC-SEQ-GEN-DATE TO
                CYC-LIVE-DATE (CYC-LIVE-DATE-COUNT).
        1460-EXIT.
            EXIT.

        1470-FIND-LIVE-DATE.
            MOVE ZERO TO CYC-LIVE-FOUND-IDX.
            PERFORM 1480-CHECK-LIVE-DATE THRU 1480-EXIT
                VARYING CYC-LIVE-IDX FROM 1 BY 1
                UNTIL CYC-LIVE-IDX > CYC-LIVE-DATE-COUNT
                OR CYC-LIVE-FOUND-IDX > 0.
        1470-EXIT.
            EXIT.

        1480-CHECK-LIVE-DATE.
            IF CYC-LIVE-DATE (CYC-LIVE-IDX) = CYC-CUP-CHK-DATE
                MOVE CYC-LIVE-IDX TO CYC-LIVE-FOUND-IDX
            END-IF.
        1480-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2000-VALIDATE-CYCLE-COUNT - THE CYCLE COUNT FOR A REGION MUST
      * BE BETWEEN 1 AND 998.  A COUNT OF ZERO WOULD NEVER FIRE THE
            MOVE "S" TO CYC-AUD-CAL-OVERRIDE.
            MOVE CYC-CDT-TIME TO CYC-AUD-START-TIME.
            MOVE "G" TO CYC-AUD-REC-TYPE.
            MOVE CYC-RUN-MODE TO CYC-AUD-RUN-MODE.
            IF CYC-CATCHUP-RUN
                MOVE CYC-CUP-RUN-OPERATOR TO CYC-AUD-OPERATOR
            END-IF.
            WRITE AUDIT-RECORD.
            PERFORM 4110-WRITE-REPORT-HEADER THRU 4110-EXIT.
            MOVE SPACES TO CYCRPT-RECORD.
            MOVE ZERO TO CYC-Q-TRL-COUNT.
            MOVE ZERO TO CYC-Q-TRL-HASH.
            MOVE ZERO TO CYC-Q-RETRY-COUNT.
            IF CYC-HOLD-STATE = "H" OR CYC-HOLD-STATE = "C"
                MOVE CYC-HOLD-OPERATOR TO CYC-JRN-OPERATOR
            ELSE
                MOVE CYC-CUP-RUN-OPERATOR TO CYC-JRN-OPERATOR
            END-IF.
            WRITE CYCQ-RECORD
                INVALID KEY
                    DISPLAY "CYCQ POST ALREADY ON FILE - REGION "
                        CYC-CURRENT-REGION " CYCLE " CYC-CKPT-SAVE
                        " - LEFT AS IS"
                NOT INVALID KEY
                    PERFORM 7600-JOURNAL-CYCQ THRU 7600-EXIT
            END-WRITE.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE CYC-RUN-DATE TO CYC-AUD-RUN-DATE.
                    MOVE "X" TO CYC-AUD-Q-ACTION
                    MOVE CYC-HOLD-OPERATOR TO CYC-AUD-OPERATOR
                WHEN OTHER
                    IF CYC-CATCHUP-RUN
                        MOVE CYC-CUP-RUN-OPERATOR TO CYC-AUD-OPERATOR
                    END-IF
            END-EVALUATE.
            MOVE "G" TO CYC-AUD-REC-TYPE.
            MOVE CYC-RUN-MODE TO CYC-AUD-RUN-MODE.
            WRITE AUDIT-RECORD.
            PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
        4000-EXIT.
      *-----------------------------------------------------------------
      * 4110-WRITE-REPORT-HEADER - PAGE HEADER FOR THE CYCLE SCHEDULE
      * REPORT: TITLE, REGION, RUN DATE, PAGE NUMBER, COLUMN HEADINGS.
      * ON A CATCH-UP RUN THE SPACING LINE UNDER THE TITLE SAYS SO,
      * WITH THE ORDERING OPERATOR, SO THE MORNING BRIEFING CANNOT
      * MISTAKE A RECOVERED DATE FOR TONIGHT'S.
      *-----------------------------------------------------------------
        4110-WRITE-REPORT-HEADER.
            ADD 1 TO CYC-RPT-PAGE-CTR.
            WRITE CYCRPT-RECORD.
            MOVE SPACES TO CYCRPT-RECORD.
            MOVE SPACE TO CYC-RPT-CC.
            IF CYC-CATCHUP-RUN
                STRING "     CATCH-UP RUN FOR A MISSED DATE - OPERATOR "
                           DELIMITED BY SIZE
                       CYC-CUP-RUN-OPERATOR DELIMITED BY SIZE
                INTO CYC-RPT-DATA
            END-IF.
            WRITE CYCRPT-RECORD.
            MOVE SPACES TO CYCRPT-RECORD.
            MOVE SPACE TO CYC-RPT-CC.
                MOVE CYC-TRL-RGN-COUNT TO CYC-Q-TRL-COUNT
                MOVE CYC-TRL-RGN-HASH TO CYC-Q-TRL-HASH
                MOVE ZERO TO CYC-Q-RETRY-COUNT
                MOVE CYC-CUP-RUN-OPERATOR TO CYC-JRN-OPERATOR
                WRITE CYCQ-RECORD
                    INVALID KEY
                        DISPLAY "CYCQ TRAILER ALREADY ON FILE -"
                            " REGION " CYC-CURRENT-REGION
                    NOT INVALID KEY
                        PERFORM 7600-JOURNAL-CYCQ THRU 7600-EXIT
                END-WRITE
                MOVE "Y" TO CYC-RGN-TBL-QTRL-SW (CYC-RGN-IDX)
            END-IF.
            EXIT.

      *-----------------------------------------------------------------
      * 6000-INIT-RUNSTAT - REBUILD THE RUN DATE'S RUN-STATUS
      * RECORDS WITH ONE WAITING RECORD PER REGION ON THE DATE'S
      * TABLE.  A PRIOR RUN'S STATUS FOR THE SAME DATE HAS SERVED ITS
      * PURPOSE ONCE A NEW RUN STARTS.  RECORDS OF ANY OTHER DATE
      * STILL ON THE LIVE CYCSEQ FILE, OR NAMED ON THIS CATCH-UP RUN,
      * ARE CARRIED THROUGH UNCHANGED - CYCCLOSE HAS NOT FINISHED
      * WITH THEM - AND THE REST (DATES CYCPURGE HAS ARCHIVED) ARE
      * DROPPED.  A FAILURE HERE IS REPORTED AND THE RUN CARRIES ON
      * WITHOUT A STATUS FILE - RUNSTAT EXISTS FOR THE OPERATORS, IT
      * MUST NEVER BE THE THING THAT STOPS GENERATION.
      *-----------------------------------------------------------------
        6000-INIT-RUNSTAT.
            MOVE "N" TO CYC-RS-READY-SW.
            MOVE "N" TO CYC-RS-UPD-DONE-SW.
            MOVE ZERO TO CYC-RS-IMG-COUNT.
            OPEN INPUT RUNSTAT-FILE.
            IF CYC-RS-OK
                PERFORM 6110-LOAD-RUNSTAT-IMAGE THRU 6110-EXIT
                    UNTIL CYC-RS-UPD-DONE
                CLOSE RUNSTAT-FILE
            ELSE
                IF NOT CYC-RS-NOTFOUND
                    DISPLAY "RUNSTAT OPEN FAILED, STATUS "
                        CYC-RS-STATUS " - OTHER DATES NOT CARRIED"
                END-IF
            END-IF.
            OPEN OUTPUT RUNSTAT-FILE.
            IF NOT CYC-RS-OK
                DISPLAY "RUNSTAT OPEN FAILED, STATUS " CYC-RS-STATUS
                    " - RUN CONTINUES WITHOUT RUN-STATUS FILE"
                GO TO 6000-EXIT
            END-IF.
            PERFORM 6020-CARRY-RUNSTAT-IMAGE THRU 6020-EXIT
                VARYING CYC-RS-IMG-IDX FROM 1 BY 1
                UNTIL CYC-RS-IMG-IDX > CYC-RS-IMG-COUNT.
            PERFORM 6010-WRITE-RUNSTAT-ENTRY THRU 6010-EXIT
                VARYING CYC-RGN-IDX FROM 1 BY 1
                UNTIL CYC-RGN-IDX > CYC-RGN-ENTRY-COUNT.
        6010-EXIT.
            EXIT.

        6020-CARRY-RUNSTAT-IMAGE.
            MOVE CYC-RS-IMG (CYC-RS-IMG-IDX) TO RUNSTAT-RECORD.
            IF CYC-RS-RUN-DATE IS NOT NUMERIC
                    OR CYC-RS-RUN-DATE = CYC-RUN-DATE
                GO TO 6020-EXIT
            END-IF.
            MOVE "N" TO CYC-RS-KEEP-SW.
            IF CYC-LIVE-FULL
                SET CYC-RS-KEEP TO TRUE
            END-IF.
            MOVE CYC-RS-RUN-DATE TO CYC-CUP-CHK-DATE.
            PERFORM 1470-FIND-LIVE-DATE THRU 1470-EXIT.
            IF CYC-LIVE-FOUND-IDX > 0
                SET CYC-RS-KEEP TO TRUE
            END-IF.
            PERFORM 6030-CHECK-CATCHUP-DATE THRU 6030-EXIT
                VARYING CYC-CUP-SLOT-IDX FROM 1 BY 1
                UNTIL CYC-CUP-SLOT-IDX > CYC-CUP-ENTRY-COUNT.
            IF NOT CYC-RS-KEEP
                GO TO 6020-EXIT
            END-IF.
            WRITE RUNSTAT-RECORD.
            IF NOT CYC-RS-OK
                DISPLAY "RUNSTAT WRITE FAILED, STATUS " CYC-RS-STATUS
            END-IF.
        6020-EXIT.
            EXIT.

        6030-CHECK-CATCHUP-DATE.
            IF CYC-CUP-TBL-DATE (CYC-CUP-SLOT-IDX) = CYC-RS-RUN-DATE
                SET CYC-RS-KEEP TO TRUE
            END-IF.
        6030-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6100-UPDATE-RUNSTAT - APPLY ONE STATUS TRANSITION TO THE
      * TARGET REGION'S RUN-STATUS RECORD FOR THE RUN DATE (OTHER
      * DATES' RECORDS PASS THROUGH UNTOUCHED): NEW STATUS, TRANSITION
      * TIMESTAMP, LAST CYCLE WRITTEN, AND THE ABEND REASON WHEN
      * ABENDING.  THE WHOLE (SMALL) FILE IS READ IN AND WRITTEN
      * BACK OUT RATHER THAN REWRITTEN IN PLACE, SO A TRANSITION
                    SET CYC-RS-UPD-DONE TO TRUE
                    GO TO 6110-EXIT
            END-READ.
            IF CYC-RS-IMG-COUNT >= 500
                DISPLAY "RUNSTAT HAS MORE THAN 500 RECORDS - EXTRAS"
                    " DROPPED"
                SET CYC-RS-UPD-DONE TO TRUE
                GO TO 6110-EXIT
        6120-WRITE-RUNSTAT-IMAGE.
            MOVE CYC-RS-IMG (CYC-RS-IMG-IDX) TO RUNSTAT-RECORD.
            IF CYC-RS-REGION = CYC-RS-TGT-REGION
                    AND CYC-RS-RUN-DATE = CYC-RUN-DATE
                MOVE CYC-RS-NEW-STATUS TO CYC-RS-STATUS-CD
                EVALUATE CYC-RS-NEW-STATUS
                    WHEN "R"
            EXIT.

      *-----------------------------------------------------------------
      * 7600-JOURNAL-CYCQ - APPEND THE CYCQ RECORD JUST WRITTEN TO
      * THE CYCQJRN JOURNAL AS AN ADD, WITH THE OPERATOR THE CALLER
      * LEFT IN CYC-JRN-OPERATOR (SPACES FOR AN UNATTENDED POST).
      * UNLIKE THE ALERT FEED, THE JOURNAL IS PART OF THE QUEUE'S
      * RECOVERY: A POST THAT CANNOT BE JOURNALLED WOULD BE LOST BY
      * THE NEXT CYCQRCV REBUILD, SO A FAILURE HERE ABENDS.
      *-----------------------------------------------------------------
        7600-JOURNAL-CYCQ.
            MOVE FUNCTION CURRENT-DATE TO CYC-JRN-DATETIME.
            MOVE SPACES TO CYCQJRN-RECORD.
            MOVE CYC-JDT-DATE TO CYC-QJ-DATE.
            MOVE CYC-JDT-TIME TO CYC-QJ-TIME.
            MOVE "LOOP-1P5" TO CYC-QJ-PROGRAM.
            MOVE CYC-JRN-OPERATOR TO CYC-QJ-OPERATOR.
            SET CYC-QJ-ADD TO TRUE.
            MOVE SPACES TO CYC-QJ-BEFORE.
            MOVE CYCQ-RECORD TO CYC-QJ-AFTER.
            WRITE CYCQJRN-RECORD.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN WRITE FAILED, STATUS " CYC-QJ-STATUS
                MOVE "CYCQJRN WRITE FAILED" TO CYC-ABEND-REASON
                GO TO 9000-ABEND-EXIT
            END-IF.
        7600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - NORMAL END OF A RUN DATE (THE WHOLE JOB
      * ON A NORMAL NIGHT, EACH DATE ON A CATCH-UP RUN).  A RUN THAT
      * ENDS WITH EVERY REGION DONE OR SKIPPED AND NOTHING HELD CLOSES
      * THE DATE'S FILES WITH THE RUN TRAILER - INCLUDING A RERUN
      * THAT GENERATED NOTHING ITSELF BECAUSE AN EARLIER RUN ABENDED
      * BETWEEN THE LAST REGION TRAILER AND THE RUN TRAILER; A FILE
            CLOSE AUDIT-FILE.
            CLOSE CYCRPT-FILE.
            CLOSE CYCQ-FILE.
            CLOSE CYCQJRN-FILE.
        8000-EXIT.
            EXIT.

                MOVE CYC-TRL-RUN-COUNT TO CYC-Q-TRL-COUNT
                MOVE CYC-TRL-RUN-HASH TO CYC-Q-TRL-HASH
                MOVE ZERO TO CYC-Q-RETRY-COUNT
                MOVE CYC-CUP-RUN-OPERATOR TO CYC-JRN-OPERATOR
                WRITE CYCQ-RECORD
                    INVALID KEY
                        DISPLAY "CYCQ RUN TRAILER ALREADY ON FILE"
                    NOT INVALID KEY
                        PERFORM 7600-JOURNAL-CYCQ THRU 7600-EXIT
                END-WRITE
                SET CYC-Q-ZTRL-ON-FILE TO TRUE
            END-IF.
        8110-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8500-CATCHUP-SUMMARY - END OF A CATCH-UP RUN: HOW MANY OF THE
      * REQUESTED DATES WERE GENERATED IN FULL, LEFT HELD FOR A
      * RERUN, OR REFUSED.  ANY HELD OR REFUSED DATE HAS ALREADY SET
      * RC=8.
      *-----------------------------------------------------------------
        8500-CATCHUP-SUMMARY.
            DISPLAY "CATCH-UP RUN COMPLETE - DATES GENERATED: "
                CYC-CUP-DONE-COUNT "  HELD: " CYC-CUP-HELD-COUNT
                "  REFUSED: " CYC-CUP-REFUSED-COUNT.
        8500-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 9000-ABEND-EXIT - COMMON ERROR EXIT FOR BAD CONTROL DATA
      * OR FILE ERRORS ENCOUNTERED DURING THE RUN.  IF A REGION WAS
