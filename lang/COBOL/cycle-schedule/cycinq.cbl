      ******************************************************************
      * CYCINQ - ONLINE CYCLE STATUS INQUIRY TRANSACTION
      *
      * READ-ONLY COMPANION TO CYCMAINT.  LETS THE OVERNIGHT
      * SUPERVISOR OR THE OPERATIONS BRIDGE ANSWER "WHERE IS REGION X
      * AND WHICH CYCLE IS IT ON" FROM A TERMINAL INSTEAD OF
      * BROWSING RUNSTAT AND CYCQ BY HAND.  THE SUPERVISOR ENTERS A
      * BUSINESS DATE (BLANK FOR TODAY) AND IS SHOWN EVERY REGION'S
      * RUNSTAT STATUS, START AND END TIME AND LAST CYCLE FOR THAT
      * DATE; ENTERING A REGION CODE THEN DRILLS INTO THAT REGION'S
      * CYCQ POSTS FOR THE DATE - STATUS, READY / TAKEN / END TIMES,
      * RETRY COUNT, THE OPERATOR WHO HELD, RELEASED OR CANCELLED THE
      * POST (FROM THE QUEUE-ACTION RECORDS ON AUDIT), AND WHETHER A
      * CYCDONE COMPLETION IS ON FILE.  NOTHING IS EVER UPDATED.
      * TRANSACTION ID CYCI.
      *
      * AS IN CYCMAINT, THE FILES ARE READ WITH ORDINARY COBOL I-O
      * AND ONLY THE TERMINAL CONVERSATION USES CICS COMMAND LEVEL.
      * EVERY FILE IS OPENED, READ INTO WORKING STORAGE AND CLOSED
      * AGAIN BEFORE THE NEXT SEND/RECEIVE, SO NOTHING IS HELD OPEN
      * ACROSS A TERMINAL WAIT AND THE OVERNIGHT BATCH IS NEVER
      * LOCKED OUT BY SOMEONE PAGING THROUGH A SCREEN.
      *
      * THE CYCAUTH CHECK IS THE SAME ONE CYCMAINT APPLIES: LEVEL
      * "V" (OR BETTER) FOR A REGION, OR FOR "ALL", IS NEEDED TO SEE
      * IT.  THE SUMMARY SIMPLY LEAVES OUT REGIONS THE OPERATOR MAY
      * NOT SEE; A DRILL-DOWN INTO ONE IS REFUSED ON SCREEN AND
      * LOGGED TO CYCMAUD AS "DEN".  A SITE WITH NO CYCAUTH FILE
      * RUNS UNRESTRICTED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL PROGRAM.
      ******************************************************************

        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCINQ.
        AUTHOR. R J SHAUGHNESSY.
        INSTALLATION. SETTLEMENT OPERATIONS - CYCLE CONTROL.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-RS-STATUS.
            SELECT CYCQ-FILE ASSIGN TO "CYCQ"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CYC-Q-KEY
                ALTERNATE RECORD KEY IS CYC-Q-GEN-DATE
                    WITH DUPLICATES
                FILE STATUS IS CYC-Q-STATUS.
            SELECT CYCDONE-FILE ASSIGN TO "CYCDONE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-DONE-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUD-STATUS.
            SELECT CYCMAUD-FILE ASSIGN TO "CYCMAUD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-MAUD-STATUS.
            SELECT CYCAUTH-FILE ASSIGN TO "CYCAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUTH-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RUNSTAT-FILE
                RECORDING MODE IS F.
            COPY RUNSTAT.
        FD  CYCQ-FILE.
            COPY CYCQ.
        FD  CYCDONE-FILE
                RECORDING MODE IS F.
            COPY CYCDONE.
        FD  AUDIT-FILE
                RECORDING MODE IS F.
            COPY AUDIT.
        FD  CYCMAUD-FILE
                RECORDING MODE IS F.
            COPY CYCMAUD.
        FD  CYCAUTH-FILE
                RECORDING MODE IS F.
            COPY CYCAUTH.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
        01  CYC-FILE-STATUSES.
            05  CYC-RS-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-RS-OK                          VALUE "00".
                88  CYC-RS-NOTFOUND                    VALUE "35".
            05  CYC-Q-STATUS            PIC X(02)      VALUE SPACES.
                88  CYC-Q-OK                           VALUE "00".
                88  CYC-Q-NOTFOUND                     VALUE "35".
            05  CYC-DONE-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-DONE-OK                        VALUE "00".
                88  CYC-DONE-NOTFOUND                  VALUE "35".
            05  CYC-AUD-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-AUD-OK                         VALUE "00".
                88  CYC-AUD-NOTFOUND                   VALUE "35".
            05  CYC-MAUD-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-MAUD-OK                        VALUE "00".
            05  CYC-AUTH-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-AUTH-OK                        VALUE "00".
                88  CYC-AUTH-NOTFOUND                  VALUE "35".

      *-----------------------------------------------------------------
      * OPERATOR AUTHORIZATION TABLE FROM CYCAUTH, LOADED ONCE PER
      * TASK - THE SAME TABLE AND RULES AS CYCMAINT.
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
        01  CYCI-AUTH-REGION         PIC X(03)      VALUE SPACES.

      *-----------------------------------------------------------------
      * INQUIRY KEYS - THE BUSINESS DATE AND THE DRILL-DOWN REGION
      *-----------------------------------------------------------------
        01  CYCI-INQ-DATE               PIC 9(08)      VALUE ZERO.
        01  CYCI-REGION-CODE            PIC X(03)      VALUE SPACES.

      *-----------------------------------------------------------------
      * COMPLETION TABLE - THE CYCDONE CYCLE NUMBERS FOR THE REGION
      * AND DATE BEING INQUIRED ON.
      *-----------------------------------------------------------------
        01  CYCI-DONE-TABLE.
            05  CYCI-DONE-TBL-CYCLE     OCCURS 999 TIMES
                                        PIC 9(03).
        01  CYCI-DONE-CTRS.
            05  CYCI-DONE-COUNT         PIC 9(03)      VALUE ZERO.
            05  CYCI-DONE-IDX           PIC 9(03)      VALUE ZERO.
            05  CYCI-DONE-FOUND-IDX     PIC 9(03)      VALUE ZERO.

      *-----------------------------------------------------------------
      * QUEUE-ACTION TABLE - THE LATEST HOLD, RELEASE OR CANCEL ON
      * AUDIT FOR EACH CYCLE OF THE REGION AND DATE, WITH THE
      * OPERATOR WHO ORDERED IT.
      *-----------------------------------------------------------------
        01  CYCI-ACT-TABLE.
            05  CYCI-ACT-ENTRY OCCURS 999 TIMES.
                10  CYCI-ACT-TBL-CYCLE      PIC 9(03).
                10  CYCI-ACT-TBL-ACTION     PIC X(01).
                10  CYCI-ACT-TBL-OPERATOR   PIC X(08).
        01  CYCI-ACT-CTRS.
            05  CYCI-ACT-COUNT          PIC 9(03)      VALUE ZERO.
            05  CYCI-ACT-IDX            PIC 9(03)      VALUE ZERO.
            05  CYCI-ACT-FOUND-IDX      PIC 9(03)      VALUE ZERO.

      *-----------------------------------------------------------------
      * LIST TABLE - THE DETAIL LINES OF WHICHEVER SCREEN IS BEING
      * SHOWN (ONE PER REGION ON THE SUMMARY, ONE PER CYCQ POST ON
      * THE DRILL-DOWN), BUILT IN FULL BEFORE THE FIRST PAGE IS SENT
      * AND PAGED OUT CYCI-PAGE-SIZE LINES AT A TIME.
      *-----------------------------------------------------------------
        01  CYCI-LIST-TABLE.
            05  CYCI-LIST-LINE OCCURS 999 TIMES
                                        PIC X(79).
        01  CYCI-LIST-CTRS.
            05  CYCI-LIST-COUNT         PIC 9(03)      VALUE ZERO.
            05  CYCI-LIST-IDX           PIC 9(03)      VALUE ZERO.
            05  CYCI-PAGE-SIZE          PIC 9(02)      VALUE 18.
            05  CYCI-PAGE-LINES         PIC 9(02)      VALUE ZERO.
            05  CYCI-HIDDEN-COUNT       PIC 9(03)      VALUE ZERO.
        01  CYCI-LIST-WORK           PIC X(79)      VALUE SPACES.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
        01  CYCI-SWITCHES.
            05  CYCI-RS-EOF-SW          PIC X          VALUE "N".
                88  CYCI-RS-EOF                        VALUE "Y".
            05  CYCI-Q-EOF-SW           PIC X          VALUE "N".
                88  CYCI-Q-EOF                         VALUE "Y".
            05  CYCI-DONE-EOF-SW        PIC X          VALUE "N".
                88  CYCI-DONE-EOF                      VALUE "Y".
            05  CYCI-AUD-EOF-SW         PIC X          VALUE "N".
                88  CYCI-AUD-EOF                       VALUE "Y".
            05  CYCI-PAGING-END-SW      PIC X          VALUE "N".
                88  CYCI-PAGING-END                    VALUE "Y".

      *-----------------------------------------------------------------
      * DISPLAY WORK AREAS.  TIMES ARE THE HHMMSSHH STAMPS WRITTEN BY
      * THE GENERATOR AND CYCQUPD, SHOWN AS HH:MM:SS.
      *-----------------------------------------------------------------
        01  CYCI-STAMP                  PIC 9(08)      VALUE ZERO.
        01  CYCI-STAMP-R REDEFINES CYCI-STAMP.
            05  CYCI-STAMP-HH           PIC 9(02).
            05  CYCI-STAMP-MM           PIC 9(02).
            05  CYCI-STAMP-SS           PIC 9(02).
            05  FILLER                  PIC 9(02).
        01  CYCI-TIME-DISP           PIC X(08)      VALUE SPACES.
        01  CYCI-READY-DISP          PIC X(08)      VALUE SPACES.
        01  CYCI-TAKEN-DISP          PIC X(08)      VALUE SPACES.
        01  CYCI-END-DISP            PIC X(08)      VALUE SPACES.
        01  CYCI-CYCLE-OUT           PIC ZZ9.
        01  CYCI-RETRY-OUT           PIC Z9.
        01  CYCI-COUNT-OUT           PIC ZZ9.
        01  CYCI-STATUS-DESC         PIC X(09)      VALUE SPACES.
        01  CYCI-ACTION-DESC         PIC X(13)      VALUE SPACES.
        01  CYCI-DONE-DESC           PIC X(03)      VALUE SPACES.

      *-----------------------------------------------------------------
      * TERMINAL SCREEN TEXT AND CICS COMMAND WORK AREAS
      *-----------------------------------------------------------------
        01  CYCI-DATE-PROMPT-TEXT       PIC X(60)
                VALUE "ENTER BUSINESS DATE YYYYMMDD (BLANK=TODAY): ".
        01  CYCI-DATE-PROMPT-LEN    PIC S9(04) COMP VALUE +60.
        01  CYCI-DATE-INPUT-AREA        PIC X(08).
        01  CYCI-DATE-RECEIVE-LEN   PIC S9(04) COMP VALUE +8.

        01  CYCI-DATE-ERROR-TEXT        PIC X(40)
                VALUE "BUSINESS DATE MUST BE NUMERIC YYYYMMDD".
        01  CYCI-DATE-ERROR-LEN     PIC S9(04) COMP VALUE +40.

        01  CYCI-REGION-PROMPT-TEXT     PIC X(60)
                VALUE "ENTER REGION CODE FOR ITS QUEUE (BLANK=END): ".
        01  CYCI-REGION-PROMPT-LEN  PIC S9(04) COMP VALUE +60.
        01  CYCI-REGION-INPUT-AREA      PIC X(03).
        01  CYCI-REGION-RECEIVE-LEN PIC S9(04) COMP VALUE +3.

        01  CYCI-MORE-INPUT-AREA        PIC X(01).
        01  CYCI-MORE-RECEIVE-LEN   PIC S9(04) COMP VALUE +1.

        01  CYCI-DENIED-TEXT            PIC X(40)
                VALUE "NOT AUTHORIZED - ATTEMPT LOGGED".
        01  CYCI-DENIED-LEN         PIC S9(04) COMP VALUE +40.

      *-----------------------------------------------------------------
      * THE SCREEN BUFFER - TWO HEADING LINES, A PAGE OF LIST LINES
      * AND A PROMPT LINE, 80 BYTES EACH SO SEND TEXT BREAKS THEM
      * ONTO SEPARATE TERMINAL LINES.
      *-----------------------------------------------------------------
        01  CYCI-SCREEN-AREA.
            05  CYCI-SCREEN-LINE OCCURS 22 TIMES
                                        PIC X(80).
        01  CYCI-SCREEN-COUNT           PIC 9(02)      VALUE ZERO.
        01  CYCI-SCREEN-LEN         PIC S9(04) COMP VALUE +0.
        01  CYCI-HEAD-1              PIC X(79)      VALUE SPACES.
        01  CYCI-HEAD-2              PIC X(79)      VALUE SPACES.

      *-----------------------------------------------------------------
      * AUDIT FIELDS FOR THE CYCMAUD LOG OF A REFUSED INQUIRY
      *-----------------------------------------------------------------
        01  CYCI-USERID              PIC X(08)      VALUE SPACES.
        01  CYCI-CURRENT-DATETIME    PIC X(21).
        01  CYCI-CURRENT-DATETIME-R REDEFINES
                CYCI-CURRENT-DATETIME.
            05  CYCI-CDT-DATE           PIC 9(08).
            05  CYCI-CDT-TIME           PIC 9(08).
            05  FILLER                  PIC X(05).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT.
            PERFORM 2100-SEND-DATE-PROMPT THRU 2100-EXIT.
            PERFORM 3100-RECEIVE-DATE THRU 3100-EXIT.
            IF CYCI-INQ-DATE = ZERO
                GO TO 0000-RETURN-EXIT
            END-IF.
            PERFORM 4000-BUILD-SUMMARY THRU 4000-EXIT.
            PERFORM 7000-PAGE-LIST THRU 7000-EXIT.
            PERFORM 2200-SEND-REGION-PROMPT THRU 2200-EXIT.
            PERFORM 3200-RECEIVE-REGION THRU 3200-EXIT.
            IF CYCI-REGION-CODE = SPACES
                GO TO 0000-RETURN-EXIT
            END-IF.
            MOVE CYCI-REGION-CODE TO CYCI-AUTH-REGION.
            PERFORM 1600-CHECK-AUTHORITY THRU 1600-EXIT.
            IF NOT CYC-AUTH-ALLOWED
                PERFORM 1700-REFUSE-INQUIRY THRU 1700-EXIT
                GO TO 0000-RETURN-EXIT
            END-IF.
            PERFORM 5000-LOAD-COMPLETIONS THRU 5000-EXIT.
            PERFORM 5200-LOAD-QUEUE-ACTIONS THRU 5200-EXIT.
            PERFORM 6000-BUILD-QUEUE-DETAIL THRU 6000-EXIT.
            PERFORM 7000-PAGE-LIST THRU 7000-EXIT.
        0000-RETURN-EXIT.
            EXEC CICS
                RETURN
            END-EXEC.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE - WHO IS SIGNED ON, AND WHAT MAY THEY SEE.
      *-----------------------------------------------------------------
        1000-INITIALIZE.
            EXEC CICS ASSIGN
                USERID(CYCI-USERID)
            END-EXEC.
            MOVE FUNCTION CURRENT-DATE TO CYCI-CURRENT-DATETIME.
            PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1200-LOAD-AUTHORITY - LOAD THE CYCAUTH OPERATOR PERMISSIONS.
      * NO FILE MEANS THE SITE RUNS UNRESTRICTED; A FILE - EVEN AN
      * EMPTY ONE - PUTS THE CHECK IN FORCE.
      *-----------------------------------------------------------------
        1200-LOAD-AUTHORITY.
            OPEN INPUT CYCAUTH-FILE.
            IF CYC-AUTH-NOTFOUND
                GO TO 1200-EXIT
            END-IF.
            IF NOT CYC-AUTH-OK
                DISPLAY "CYCAUTH OPEN FAILED " CYC-AUTH-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            SET CYC-AUTH-IN-FORCE TO TRUE.
            PERFORM 1210-LOAD-NEXT-AUTHORITY THRU 1210-EXIT
                UNTIL CYC-AUTH-EOF.
            CLOSE CYCAUTH-FILE.
        1200-EXIT.
            EXIT.

        1210-LOAD-NEXT-AUTHORITY.
            READ CYCAUTH-FILE
                AT END
                    SET CYC-AUTH-EOF TO TRUE
                    GO TO 1210-EXIT
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
        1210-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1600-CHECK-AUTHORITY - MAY THE SIGNED-ON OPERATOR SEE
      * CYCI-AUTH-REGION?  ANY LEVEL ("V", "C" OR "A") ON A RECORD
      * FOR THE REGION OR FOR "ALL" IS ENOUGH TO LOOK.  WITH NO
      * CYCAUTH FILE ON THE SYSTEM EVERYTHING IS PERMITTED.
      *-----------------------------------------------------------------
        1600-CHECK-AUTHORITY.
            IF NOT CYC-AUTH-IN-FORCE
                SET CYC-AUTH-ALLOWED TO TRUE
                GO TO 1600-EXIT
            END-IF.
            MOVE "N" TO CYC-AUTH-ALLOWED-SW.
            PERFORM 1610-CHECK-AUTH-ENTRY THRU 1610-EXIT
                VARYING CYC-AUTH-IDX FROM 1 BY 1
                UNTIL CYC-AUTH-IDX > CYC-AUTH-ENTRY-COUNT
                OR CYC-AUTH-ALLOWED.
        1600-EXIT.
            EXIT.

        1610-CHECK-AUTH-ENTRY.
            IF CYC-AUTH-TBL-OPERATOR (CYC-AUTH-IDX) NOT = CYCI-USERID
                GO TO 1610-EXIT
            END-IF.
            IF CYC-AUTH-TBL-REGION (CYC-AUTH-IDX) NOT = "ALL"
                AND CYC-AUTH-TBL-REGION (CYC-AUTH-IDX)
                    NOT = CYCI-AUTH-REGION
                GO TO 1610-EXIT
            END-IF.
            IF CYC-AUTH-TBL-LEVEL (CYC-AUTH-IDX) = "V" OR "C" OR "A"
                SET CYC-AUTH-ALLOWED TO TRUE
            END-IF.
        1610-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1700-REFUSE-INQUIRY - THE OPERATOR MAY NOT SEE THE REGION:
      * SAY SO ON SCREEN AND LOG THE ATTEMPT TO CYCMAUD AS "DEN".
      * THERE IS NO OLD OR NEW VALUE ON AN INQUIRY, SO BOTH ARE ZERO
      * AND THE EFFECTIVE DATE CARRIES THE BUSINESS DATE ASKED FOR.
      *-----------------------------------------------------------------
        1700-REFUSE-INQUIRY.
            EXEC CICS SEND TEXT
                FROM(CYCI-DENIED-TEXT)
                LENGTH(CYCI-DENIED-LEN)
                ERASE
            END-EXEC.
            MOVE FUNCTION CURRENT-DATE TO CYCI-CURRENT-DATETIME.
            MOVE SPACES TO CYCMAUD-RECORD.
            MOVE CYCI-CDT-DATE TO CYC-MAUD-DATE.
            MOVE CYCI-CDT-TIME TO CYC-MAUD-TIME.
            MOVE CYCI-REGION-CODE TO CYC-MAUD-REGION.
            MOVE ZERO TO CYC-MAUD-OLD-VALUE.
            MOVE ZERO TO CYC-MAUD-NEW-VALUE.
            MOVE CYCI-USERID TO CYC-MAUD-USERID.
            MOVE "DEN" TO CYC-MAUD-ACTION.
            MOVE CYCI-INQ-DATE TO CYC-MAUD-EFF-DATE.
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
        1700-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2100-SEND-DATE-PROMPT - ASK FOR THE BUSINESS DATE.
      *-----------------------------------------------------------------
        2100-SEND-DATE-PROMPT.
            EXEC CICS SEND TEXT
                FROM(CYCI-DATE-PROMPT-TEXT)
                LENGTH(CYCI-DATE-PROMPT-LEN)
                ERASE
            END-EXEC.
        2100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2200-SEND-REGION-PROMPT - ASK WHICH REGION TO DRILL INTO.
      *-----------------------------------------------------------------
        2200-SEND-REGION-PROMPT.
            EXEC CICS SEND TEXT
                FROM(CYCI-REGION-PROMPT-TEXT)
                LENGTH(CYCI-REGION-PROMPT-LEN)
                ERASE
            END-EXEC.
        2200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3100-RECEIVE-DATE - READ THE BUSINESS DATE BACK.  A BLANK
      * ENTRY MEANS TODAY; ANYTHING ELSE MUST BE EIGHT DIGITS OR THE
      * INQUIRY ENDS WITH AN ERROR SCREEN (CYCI-INQ-DATE LEFT ZERO).
      *-----------------------------------------------------------------
        3100-RECEIVE-DATE.
            MOVE SPACES TO CYCI-DATE-INPUT-AREA.
            MOVE +8 TO CYCI-DATE-RECEIVE-LEN.
            EXEC CICS RECEIVE
                INTO(CYCI-DATE-INPUT-AREA)
                LENGTH(CYCI-DATE-RECEIVE-LEN)
            END-EXEC.
            MOVE ZERO TO CYCI-INQ-DATE.
            IF CYCI-DATE-INPUT-AREA = SPACES
                MOVE CYCI-CDT-DATE TO CYCI-INQ-DATE
                GO TO 3100-EXIT
            END-IF.
            IF CYCI-DATE-INPUT-AREA IS NUMERIC
                MOVE CYCI-DATE-INPUT-AREA TO CYCI-INQ-DATE
                GO TO 3100-EXIT
            END-IF.
            EXEC CICS SEND TEXT
                FROM(CYCI-DATE-ERROR-TEXT)
                LENGTH(CYCI-DATE-ERROR-LEN)
                ERASE
            END-EXEC.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3200-RECEIVE-REGION - READ THE DRILL-DOWN REGION CODE BACK.
      * THE INPUT AREA IS CLEARED FIRST SO A SHORT ENTRY CAN'T PICK
      * UP STRAY DATA FROM AN EARLIER SCREEN.
      *-----------------------------------------------------------------
        3200-RECEIVE-REGION.
            MOVE SPACES TO CYCI-REGION-INPUT-AREA.
            MOVE +3 TO CYCI-REGION-RECEIVE-LEN.
            EXEC CICS RECEIVE
                INTO(CYCI-REGION-INPUT-AREA)
                LENGTH(CYCI-REGION-RECEIVE-LEN)
            END-EXEC.
            MOVE CYCI-REGION-INPUT-AREA TO CYCI-REGION-CODE.
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4000-BUILD-SUMMARY - ONE LIST LINE PER RUNSTAT RECORD OF THE
      * BUSINESS DATE THE OPERATOR IS ALLOWED TO SEE.  RUNSTAT IS
      * READ ONCE AND CLOSED BEFORE ANYTHING IS SENT.
      *-----------------------------------------------------------------
        4000-BUILD-SUMMARY.
            MOVE ZERO TO CYCI-LIST-COUNT.
            MOVE ZERO TO CYCI-HIDDEN-COUNT.
            MOVE SPACES TO CYCI-HEAD-1.
            STRING "CYCLE STATUS INQUIRY   BUSINESS DATE "
                       DELIMITED BY SIZE
                   CYCI-INQ-DATE DELIMITED BY SIZE
            INTO CYCI-HEAD-1.
            MOVE "REGION  STATUS     START     END       LAST CYCLE"
                TO CYCI-HEAD-2.
            OPEN INPUT RUNSTAT-FILE.
            IF CYC-RS-NOTFOUND
                MOVE "RUNSTAT NOT FOUND - NO RUN ON FILE"
                    TO CYCI-LIST-WORK
                PERFORM 7900-ADD-LIST-LINE THRU 7900-EXIT
                GO TO 4000-EXIT
            END-IF.
            IF NOT CYC-RS-OK
                DISPLAY "RUNSTAT OPEN FAILED " CYC-RS-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 4100-SUMMARIZE-NEXT-REGION THRU 4100-EXIT
                UNTIL CYCI-RS-EOF.
            CLOSE RUNSTAT-FILE.
            IF CYCI-LIST-COUNT = ZERO AND CYCI-HIDDEN-COUNT = ZERO
                MOVE "NO RUNSTAT RECORDS FOR THIS BUSINESS DATE"
                    TO CYCI-LIST-WORK
                PERFORM 7900-ADD-LIST-LINE THRU 7900-EXIT
            END-IF.
            IF CYCI-HIDDEN-COUNT > ZERO
                MOVE CYCI-HIDDEN-COUNT TO CYCI-COUNT-OUT
                MOVE SPACES TO CYCI-LIST-WORK
                STRING CYCI-COUNT-OUT DELIMITED BY SIZE
                       " REGION(S) NOT SHOWN - NOT AUTHORIZED"
                           DELIMITED BY SIZE
                INTO CYCI-LIST-WORK
                PERFORM 7900-ADD-LIST-LINE THRU 7900-EXIT
            END-IF.
        4000-EXIT.
            EXIT.

        4100-SUMMARIZE-NEXT-REGION.
            READ RUNSTAT-FILE
                AT END
                    SET CYCI-RS-EOF TO TRUE
                    GO TO 4100-EXIT
            END-READ.
            IF CYC-RS-RUN-DATE IS NOT NUMERIC
                    OR CYC-RS-RUN-DATE NOT = CYCI-INQ-DATE
                GO TO 4100-EXIT
            END-IF.
            MOVE CYC-RS-REGION TO CYCI-AUTH-REGION.
            PERFORM 1600-CHECK-AUTHORITY THRU 1600-EXIT.
            IF NOT CYC-AUTH-ALLOWED
                ADD 1 TO CYCI-HIDDEN-COUNT
                GO TO 4100-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN CYC-RS-WAITING
                    MOVE "WAITING" TO CYCI-STATUS-DESC
                WHEN CYC-RS-RUNNING
                    MOVE "RUNNING" TO CYCI-STATUS-DESC
                WHEN CYC-RS-COMPLETE
                    MOVE "COMPLETE" TO CYCI-STATUS-DESC
                WHEN CYC-RS-SKIPPED
                    MOVE "SKIPPED" TO CYCI-STATUS-DESC
                WHEN CYC-RS-HELD
                    MOVE "HELD" TO CYCI-STATUS-DESC
                WHEN CYC-RS-ABENDED
                    MOVE "ABENDED" TO CYCI-STATUS-DESC
                WHEN OTHER
                    MOVE CYC-RS-STATUS-CD TO CYCI-STATUS-DESC
            END-EVALUATE.
            MOVE CYC-RS-START-TIME TO CYCI-STAMP.
            PERFORM 8500-FORMAT-TIME THRU 8500-EXIT.
            MOVE CYCI-TIME-DISP TO CYCI-READY-DISP.
            MOVE CYC-RS-END-TIME TO CYCI-STAMP.
            PERFORM 8500-FORMAT-TIME THRU 8500-EXIT.
            MOVE CYCI-TIME-DISP TO CYCI-END-DISP.
            IF CYC-RS-LAST-CYCLE IS NUMERIC
                MOVE CYC-RS-LAST-CYCLE TO CYCI-CYCLE-OUT
            ELSE
                MOVE ZERO TO CYCI-CYCLE-OUT
            END-IF.
            MOVE SPACES TO CYCI-LIST-WORK.
            STRING " " DELIMITED BY SIZE
                   CYC-RS-REGION DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   CYCI-STATUS-DESC DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYCI-READY-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYCI-END-DISP DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   CYCI-CYCLE-OUT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   CYC-RS-ABEND-REASON DELIMITED BY SIZE
            INTO CYCI-LIST-WORK.
            PERFORM 7900-ADD-LIST-LINE THRU 7900-EXIT.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5000-LOAD-COMPLETIONS - THE CYCDONE COMPLETIONS FOR THE
      * REGION AND DATE.  NO CYCDONE FILE MEANS NOTHING HAS POSTED.
      *-----------------------------------------------------------------
        5000-LOAD-COMPLETIONS.
            MOVE ZERO TO CYCI-DONE-COUNT.
            OPEN INPUT CYCDONE-FILE.
            IF CYC-DONE-NOTFOUND
                GO TO 5000-EXIT
            END-IF.
            IF NOT CYC-DONE-OK
                DISPLAY "CYCDONE OPEN FAILED " CYC-DONE-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 5100-LOAD-NEXT-COMPLETION THRU 5100-EXIT
                UNTIL CYCI-DONE-EOF.
            CLOSE CYCDONE-FILE.
        5000-EXIT.
            EXIT.

        5100-LOAD-NEXT-COMPLETION.
            READ CYCDONE-FILE
                AT END
                    SET CYCI-DONE-EOF TO TRUE
                    GO TO 5100-EXIT
            END-READ.
            IF CYC-DONE-REGION NOT = CYCI-REGION-CODE
                    OR CYC-DONE-GEN-DATE IS NOT NUMERIC
                    OR CYC-DONE-GEN-DATE NOT = CYCI-INQ-DATE
                GO TO 5100-EXIT
            END-IF.
            IF CYCI-DONE-COUNT >= 999
                GO TO 5100-EXIT
            END-IF.
            ADD 1 TO CYCI-DONE-COUNT.
            MOVE CYC-DONE-CYCLE TO
                CYCI-DONE-TBL-CYCLE (CYCI-DONE-COUNT).
        5100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5200-LOAD-QUEUE-ACTIONS - THE HOLD ("H"), RELEASE ("R") AND
      * CANCEL ("X") RECORDS ON AUDIT FOR THE REGION AND DATE, WHETHER
      * APPLIED BY THE GENERATOR AT POSTING TIME OR BY CYCHLDU
      * MID-NIGHT.  THE FILE IS IN TIME ORDER, SO THE LAST ONE SEEN
      * FOR A CYCLE IS THE ONE IN FORCE.  NO AUDIT FILE MEANS NO
      * OPERATOR HAS TOUCHED THE QUEUE.
      *-----------------------------------------------------------------
        5200-LOAD-QUEUE-ACTIONS.
            MOVE ZERO TO CYCI-ACT-COUNT.
            OPEN INPUT AUDIT-FILE.
            IF CYC-AUD-NOTFOUND
                GO TO 5200-EXIT
            END-IF.
            IF NOT CYC-AUD-OK
                DISPLAY "AUDIT OPEN FAILED " CYC-AUD-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 5300-LOAD-NEXT-ACTION THRU 5300-EXIT
                UNTIL CYCI-AUD-EOF.
            CLOSE AUDIT-FILE.
        5200-EXIT.
            EXIT.

        5300-LOAD-NEXT-ACTION.
            READ AUDIT-FILE
                AT END
                    SET CYCI-AUD-EOF TO TRUE
                    GO TO 5300-EXIT
            END-READ.
            IF CYC-AUD-REGION NOT = CYCI-REGION-CODE
                    OR CYC-AUD-RUN-DATE IS NOT NUMERIC
                    OR CYC-AUD-RUN-DATE NOT = CYCI-INQ-DATE
                GO TO 5300-EXIT
            END-IF.
            IF NOT CYC-AUD-Q-HELD AND NOT CYC-AUD-Q-RELEASED
                    AND NOT CYC-AUD-Q-CANCELLED
                GO TO 5300-EXIT
            END-IF.
            PERFORM 5400-FIND-ACTION-ENTRY THRU 5400-EXIT.
            IF CYCI-ACT-FOUND-IDX = ZERO
                IF CYCI-ACT-COUNT >= 999
                    GO TO 5300-EXIT
                END-IF
                ADD 1 TO CYCI-ACT-COUNT
                MOVE CYCI-ACT-COUNT TO CYCI-ACT-FOUND-IDX
                MOVE CYC-AUD-CYCLE TO
                    CYCI-ACT-TBL-CYCLE (CYCI-ACT-FOUND-IDX)
            END-IF.
            MOVE CYC-AUD-Q-ACTION TO
                CYCI-ACT-TBL-ACTION (CYCI-ACT-FOUND-IDX).
            MOVE CYC-AUD-OPERATOR TO
                CYCI-ACT-TBL-OPERATOR (CYCI-ACT-FOUND-IDX).
        5300-EXIT.
            EXIT.

        5400-FIND-ACTION-ENTRY.
            MOVE ZERO TO CYCI-ACT-FOUND-IDX.
            PERFORM 5410-CHECK-ACTION-ENTRY THRU 5410-EXIT
                VARYING CYCI-ACT-IDX FROM 1 BY 1
                UNTIL CYCI-ACT-IDX > CYCI-ACT-COUNT
                OR CYCI-ACT-FOUND-IDX > 0.
        5400-EXIT.
            EXIT.

        5410-CHECK-ACTION-ENTRY.
            IF CYCI-ACT-TBL-CYCLE (CYCI-ACT-IDX) = CYC-AUD-CYCLE
                MOVE CYCI-ACT-IDX TO CYCI-ACT-FOUND-IDX
            END-IF.
        5410-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6000-BUILD-QUEUE-DETAIL - ONE LIST LINE PER CYCQ POST OF THE
      * REGION AND DATE, POSITIONED ON THE GENERATION-DATE KEY THE
      * SAME WAY CYCCLOSE WALKS A DATE.  TRAILERS ARE NOT POSTS AND
      * ARE LEFT OFF.  CYCQ IS CLOSED BEFORE THE FIRST PAGE IS SENT.
      *-----------------------------------------------------------------
        6000-BUILD-QUEUE-DETAIL.
            MOVE ZERO TO CYCI-LIST-COUNT.
            MOVE SPACES TO CYCI-HEAD-1.
            STRING "CYCQ POSTS   REGION " DELIMITED BY SIZE
                   CYCI-REGION-CODE DELIMITED BY SIZE
                   "   BUSINESS DATE " DELIMITED BY SIZE
                   CYCI-INQ-DATE DELIMITED BY SIZE
            INTO CYCI-HEAD-1.
            MOVE SPACES TO CYCI-HEAD-2.
            STRING "CYC  STATUS     READY    TAKEN    END      "
                       DELIMITED BY SIZE
                   "RTY  HOLD/CANCEL BY  DONE" DELIMITED BY SIZE
            INTO CYCI-HEAD-2.
            OPEN INPUT CYCQ-FILE.
            IF CYC-Q-NOTFOUND
                MOVE "CYCQ NOT FOUND - NOTHING POSTED"
                    TO CYCI-LIST-WORK
                PERFORM 7900-ADD-LIST-LINE THRU 7900-EXIT
                GO TO 6000-EXIT
            END-IF.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ OPEN FAILED " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE SPACES TO CYCQ-RECORD.
            MOVE CYCI-INQ-DATE TO CYC-Q-GEN-DATE.
            START CYCQ-FILE KEY IS NOT LESS THAN CYC-Q-GEN-DATE
                INVALID KEY
                    SET CYCI-Q-EOF TO TRUE
            END-START.
            PERFORM 6100-LIST-NEXT-POST THRU 6100-EXIT
                UNTIL CYCI-Q-EOF.
            CLOSE CYCQ-FILE.
            IF CYCI-LIST-COUNT = ZERO
                MOVE "NO CYCQ POSTS FOR THIS REGION AND DATE"
                    TO CYCI-LIST-WORK
                PERFORM 7900-ADD-LIST-LINE THRU 7900-EXIT
            END-IF.
        6000-EXIT.
            EXIT.

        6100-LIST-NEXT-POST.
            READ CYCQ-FILE NEXT
                AT END
                    SET CYCI-Q-EOF TO TRUE
                    GO TO 6100-EXIT
            END-READ.
            IF CYC-Q-GEN-DATE NOT = CYCI-INQ-DATE
                SET CYCI-Q-EOF TO TRUE
                GO TO 6100-EXIT
            END-IF.
            IF CYC-Q-REGION NOT = CYCI-REGION-CODE
                    OR NOT CYC-Q-DETAIL-REC
                GO TO 6100-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN CYC-Q-STAT-READY
                    MOVE "READY" TO CYCI-STATUS-DESC
                WHEN CYC-Q-STAT-TAKEN
                    MOVE "TAKEN" TO CYCI-STATUS-DESC
                WHEN CYC-Q-STAT-COMPLETE
                    MOVE "COMPLETE" TO CYCI-STATUS-DESC
                WHEN CYC-Q-STAT-ERROR
                    MOVE "ERROR" TO CYCI-STATUS-DESC
                WHEN CYC-Q-STAT-HELD
                    MOVE "HELD" TO CYCI-STATUS-DESC
                WHEN CYC-Q-STAT-CANCELLED
                    MOVE "CANCELLED" TO CYCI-STATUS-DESC
                WHEN OTHER
                    MOVE CYC-Q-READY-CD TO CYCI-STATUS-DESC
            END-EVALUATE.
            MOVE CYC-Q-READY-TIME TO CYCI-STAMP.
            PERFORM 8500-FORMAT-TIME THRU 8500-EXIT.
            MOVE CYCI-TIME-DISP TO CYCI-READY-DISP.
            MOVE CYC-Q-TAKEN-TIME TO CYCI-STAMP.
            PERFORM 8500-FORMAT-TIME THRU 8500-EXIT.
            MOVE CYCI-TIME-DISP TO CYCI-TAKEN-DISP.
            MOVE CYC-Q-END-TIME TO CYCI-STAMP.
            PERFORM 8500-FORMAT-TIME THRU 8500-EXIT.
            MOVE CYCI-TIME-DISP TO CYCI-END-DISP.
            IF CYC-Q-RETRY-COUNT IS NUMERIC
                MOVE CYC-Q-RETRY-COUNT TO CYCI-RETRY-OUT
            ELSE
                MOVE ZERO TO CYCI-RETRY-OUT
            END-IF.
            PERFORM 6200-DESCRIBE-ACTION THRU 6200-EXIT.
            MOVE ZERO TO CYCI-DONE-FOUND-IDX.
            PERFORM 6300-CHECK-DONE-ENTRY THRU 6300-EXIT
                VARYING CYCI-DONE-IDX FROM 1 BY 1
                UNTIL CYCI-DONE-IDX > CYCI-DONE-COUNT
                OR CYCI-DONE-FOUND-IDX > 0.
            IF CYCI-DONE-FOUND-IDX > 0
                MOVE "YES" TO CYCI-DONE-DESC
            ELSE
                MOVE "NO" TO CYCI-DONE-DESC
            END-IF.
            MOVE CYC-Q-NUMBER TO CYCI-CYCLE-OUT.
            MOVE SPACES TO CYCI-LIST-WORK.
            STRING CYCI-CYCLE-OUT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYCI-STATUS-DESC DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYCI-READY-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYCI-TAKEN-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYCI-END-DISP DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYCI-RETRY-OUT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYCI-ACTION-DESC DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYCI-DONE-DESC DELIMITED BY SIZE
            INTO CYCI-LIST-WORK.
            PERFORM 7900-ADD-LIST-LINE THRU 7900-EXIT.
        6100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6200-DESCRIBE-ACTION - THE OPERATOR ACTION IN FORCE ON THE
      * POST, E.G. "HELD RJS01", OR SPACES IF NO ONE TOUCHED IT.
      *-----------------------------------------------------------------
        6200-DESCRIBE-ACTION.
            MOVE SPACES TO CYCI-ACTION-DESC.
            MOVE ZERO TO CYCI-ACT-FOUND-IDX.
            PERFORM 6210-CHECK-POST-ACTION THRU 6210-EXIT
                VARYING CYCI-ACT-IDX FROM 1 BY 1
                UNTIL CYCI-ACT-IDX > CYCI-ACT-COUNT
                OR CYCI-ACT-FOUND-IDX > 0.
            IF CYCI-ACT-FOUND-IDX = ZERO
                GO TO 6200-EXIT
            END-IF.
            EVALUATE CYCI-ACT-TBL-ACTION (CYCI-ACT-FOUND-IDX)
                WHEN "H"
                    MOVE "HELD" TO CYCI-ACTION-DESC (1:4)
                WHEN "R"
                    MOVE "RELS" TO CYCI-ACTION-DESC (1:4)
                WHEN "X"
                    MOVE "CANC" TO CYCI-ACTION-DESC (1:4)
            END-EVALUATE.
            MOVE CYCI-ACT-TBL-OPERATOR (CYCI-ACT-FOUND-IDX)
                TO CYCI-ACTION-DESC (6:8).
        6200-EXIT.
            EXIT.

        6210-CHECK-POST-ACTION.
            IF CYCI-ACT-TBL-CYCLE (CYCI-ACT-IDX) = CYC-Q-NUMBER
                MOVE CYCI-ACT-IDX TO CYCI-ACT-FOUND-IDX
            END-IF.
        6210-EXIT.
            EXIT.

        6300-CHECK-DONE-ENTRY.
            IF CYCI-DONE-TBL-CYCLE (CYCI-DONE-IDX) = CYC-Q-NUMBER
                MOVE CYCI-DONE-IDX TO CYCI-DONE-FOUND-IDX
            END-IF.
        6300-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7000-PAGE-LIST - SEND THE LIST TABLE A PAGE AT A TIME UNDER
      * THE TWO HEADING LINES.  AFTER EVERY PAGE BUT THE LAST THE
      * OPERATOR PRESSES ENTER FOR THE NEXT PAGE OR KEYS "X" TO STOP.
      *-----------------------------------------------------------------
        7000-PAGE-LIST.
            MOVE "N" TO CYCI-PAGING-END-SW.
            MOVE 1 TO CYCI-LIST-IDX.
            PERFORM 7100-SEND-ONE-PAGE THRU 7100-EXIT
                UNTIL CYCI-PAGING-END.
        7000-EXIT.
            EXIT.

        7100-SEND-ONE-PAGE.
            MOVE SPACES TO CYCI-SCREEN-AREA.
            MOVE CYCI-HEAD-1 TO CYCI-SCREEN-LINE (1).
            MOVE CYCI-HEAD-2 TO CYCI-SCREEN-LINE (2).
            MOVE 2 TO CYCI-SCREEN-COUNT.
            MOVE ZERO TO CYCI-PAGE-LINES.
            PERFORM 7200-ADD-PAGE-LINE THRU 7200-EXIT
                UNTIL CYCI-LIST-IDX > CYCI-LIST-COUNT
                OR CYCI-PAGE-LINES >= CYCI-PAGE-SIZE.
            ADD 1 TO CYCI-SCREEN-COUNT.
            IF CYCI-LIST-IDX > CYCI-LIST-COUNT
                MOVE "*** END OF LIST ***"
                    TO CYCI-SCREEN-LINE (CYCI-SCREEN-COUNT)
                SET CYCI-PAGING-END TO TRUE
            ELSE
                MOVE "ENTER FOR NEXT PAGE, X TO STOP: "
                    TO CYCI-SCREEN-LINE (CYCI-SCREEN-COUNT)
            END-IF.
            COMPUTE CYCI-SCREEN-LEN = CYCI-SCREEN-COUNT * 80.
            EXEC CICS SEND TEXT
                FROM(CYCI-SCREEN-AREA)
                LENGTH(CYCI-SCREEN-LEN)
                ERASE
            END-EXEC.
            IF CYCI-PAGING-END
                GO TO 7100-EXIT
            END-IF.
            MOVE SPACES TO CYCI-MORE-INPUT-AREA.
            MOVE +1 TO CYCI-MORE-RECEIVE-LEN.
            EXEC CICS RECEIVE
                INTO(CYCI-MORE-INPUT-AREA)
                LENGTH(CYCI-MORE-RECEIVE-LEN)
            END-EXEC.
            IF CYCI-MORE-INPUT-AREA = "X" OR "x"
                SET CYCI-PAGING-END TO TRUE
            END-IF.
        7100-EXIT.
            EXIT.

        7200-ADD-PAGE-LINE.
            ADD 1 TO CYCI-SCREEN-COUNT.
            ADD 1 TO CYCI-PAGE-LINES.
            MOVE CYCI-LIST-LINE (CYCI-LIST-IDX)
                TO CYCI-SCREEN-LINE (CYCI-SCREEN-COUNT).
            ADD 1 TO CYCI-LIST-IDX.
        7200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7900-ADD-LIST-LINE - APPEND CYCI-LIST-WORK TO THE LIST TABLE.
      * A REGION CAN CARRY AT MOST 998 CYCLES, SO THE TABLE CANNOT
      * FILL; A LINE PAST THE END WOULD SIMPLY NOT BE SHOWN.
      *-----------------------------------------------------------------
        7900-ADD-LIST-LINE.
            IF CYCI-LIST-COUNT >= 999
                GO TO 7900-EXIT
            END-IF.
            ADD 1 TO CYCI-LIST-COUNT.
            MOVE CYCI-LIST-WORK TO CYCI-LIST-LINE (CYCI-LIST-COUNT).
        7900-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8500-FORMAT-TIME - CYCI-STAMP (HHMMSSHH) TO HH:MM:SS IN
      * CYCI-TIME-DISP.  A ZERO OR NON-NUMERIC STAMP (THE TRANSITION
      * HAS NOT HAPPENED YET) SHOWS AS DASHES.
      *-----------------------------------------------------------------
        8500-FORMAT-TIME.
            IF CYCI-STAMP IS NOT NUMERIC OR CYCI-STAMP = ZERO
                MOVE "--:--:--" TO CYCI-TIME-DISP
                GO TO 8500-EXIT
            END-IF.
            MOVE SPACES TO CYCI-TIME-DISP.
            STRING CYCI-STAMP-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CYCI-STAMP-MM DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   CYCI-STAMP-SS DELIMITED BY SIZE
            INTO CYCI-TIME-DISP.
        8500-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 9000-ABEND-EXIT - COMMON ERROR EXIT FOR FILE ERRORS.  AS IN
      * CYCMAINT, THE TASK IS ABENDED THROUGH CICS RATHER THAN WITH
      * STOP RUN, WHICH WOULD TAKE DOWN MORE THAN THIS TRANSACTION.
      *-----------------------------------------------------------------
        9000-ABEND-EXIT.
            EXEC CICS ABEND
                ABCODE("CYCI")
            END-EXEC.

        END PROGRAM CYCINQ.
