      ******************************************************************
      * CYCSTL - SETTLEMENT CONTROL-TOTAL REPORT
      *
      * TOTALS THE SETTLEMENT FIGURES THE DOWNSTREAM JOBS POSTED ON
      * CYCDONE - ITEM COUNT AND SETTLEMENT VALUE - PER CYCLE, PER
      * REGION AND PER BUSINESS DATE, AND CHECKS THEM AGAINST THE
      * CONTROL TOTALS THE UPSTREAM FEED DECLARED ON CYCCTOT.  UNTIL
      * NOW CYCRECON COULD SAY THAT A CYCLE FINISHED BUT NOBODY COULD
      * SAY FROM OUR FILES WHETHER IT SETTLED WHAT IT WAS GIVEN.
      *
      * EVERY COMPLETION IS LISTED WITH ITS FIGURES.  WHERE THE FEED
      * DECLARED A TOTAL FOR THAT CYCLE (OR, ON THE REGION TOTAL
      * LINE, FOR THE WHOLE REGION AND DATE) THE LINE IS MARKED "OK"
      * OR "DIFF", AND A DIFFERENCE IS FOLLOWED BY THE DECLARED
      * FIGURES.  A DECLARED TOTAL WITH NO COMPLETIONS BEHIND IT AT
      * ALL IS LISTED AT THE END AS A DIFFERENCE AGAINST ZERO.  A
      * COMPLETION WRITTEN BEFORE CYCDONE CARRIED FIGURES IS MARKED
      * "NOFIG" AND COUNTS AS ZERO.  ANY DIFFERENCE LEAVES RC=8.
      *
      * NO CYCCTOT FILE MEANS THE FEED DECLARED NOTHING FOR THE
      * NIGHT: THE FIGURES ARE STILL TOTALLED, JUST NOT CHECKED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL PROGRAM.
      ******************************************************************

        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCSTL.
        AUTHOR. R J SHAUGHNESSY.
        INSTALLATION. SETTLEMENT OPERATIONS - CYCLE CONTROL.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CYCDONE-FILE ASSIGN TO "CYCDONE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-DONE-STATUS.
            SELECT CYCCTOT-FILE ASSIGN TO "CYCCTOT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CTOT-STATUS.
            SELECT CYCSTLR-FILE ASSIGN TO "CYCSTLR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-STR-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCDONE-FILE
                RECORDING MODE IS F.
            COPY CYCDONE.
        FD  CYCCTOT-FILE
                RECORDING MODE IS F.
            COPY CYCCTOT.
        FD  CYCSTLR-FILE
                RECORDING MODE IS F.
            COPY CYCSTLR.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * COMPLETION TABLE - EVERY CYCDONE RECORD WITH ITS FIGURES.
      *-----------------------------------------------------------------
        01  CYC-STL-DONE-TABLE.
            05  CYC-STL-DONE-ENTRY OCCURS 50000 TIMES.
                10  CYC-STL-DONE-REGION     PIC X(03).
                10  CYC-STL-DONE-CYCLE      PIC 9(03).
                10  CYC-STL-DONE-DATE       PIC 9(08).
                10  CYC-STL-DONE-ITEMS      PIC 9(07).
                10  CYC-STL-DONE-AMT        PIC 9(11)V99.
                10  CYC-STL-DONE-FIG-SW     PIC X(01).
                    88  CYC-STL-DONE-HAS-FIGURES        VALUE "Y".
        01  CYC-STL-DONE-CTRS.
            05  CYC-STL-DONE-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-STL-DONE-IDX        PIC 9(05)      VALUE ZERO.

      *-----------------------------------------------------------------
      * DATE/REGION GROUP TABLE - ONE ENTRY PER BUSINESS DATE PER
      * REGION ON CYCDONE, KEPT IN DATE THEN REGION ORDER AS IT IS
      * BUILT SO THE REPORT COMES OUT SORTED WHATEVER ORDER THE
      * DOWNSTREAM JOBS POSTED IN.
      *-----------------------------------------------------------------
        01  CYC-STL-GRP-TABLE.
            05  CYC-STL-GRP-ENTRY OCCURS 500 TIMES.
                10  CYC-STL-GRP-KEY.
                    15  CYC-STL-GRP-DATE    PIC 9(08).
                    15  CYC-STL-GRP-REGION  PIC X(03).
        01  CYC-STL-GRP-CTRS.
            05  CYC-STL-GRP-COUNT       PIC 9(03)      VALUE ZERO.
            05  CYC-STL-GRP-IDX         PIC 9(03)      VALUE ZERO.
            05  CYC-STL-GRP-FOUND-IDX   PIC 9(03)      VALUE ZERO.
            05  CYC-STL-GRP-INS-IDX     PIC 9(03)      VALUE ZERO.
            05  CYC-STL-GRP-SHIFT-IDX   PIC 9(03)      VALUE ZERO.
        01  CYC-STL-NEW-KEY.
            05  CYC-STL-NEW-DATE        PIC 9(08)      VALUE ZERO.
            05  CYC-STL-NEW-REGION      PIC X(03)      VALUE SPACES.

      *-----------------------------------------------------------------
      * DECLARED CONTROL-TOTAL TABLE FROM CYCCTOT.  CYCLE ZERO IS A
      * WHOLE-REGION TOTAL FOR THE DATE.
      *-----------------------------------------------------------------
        01  CYC-STL-CTOT-TABLE.
            05  CYC-STL-CTOT-ENTRY OCCURS 5000 TIMES.
                10  CYC-STL-CTOT-DATE       PIC 9(08).
                10  CYC-STL-CTOT-REGION     PIC X(03).
                10  CYC-STL-CTOT-CYCLE      PIC 9(03).
                10  CYC-STL-CTOT-ITEMS      PIC 9(07).
                10  CYC-STL-CTOT-AMT        PIC 9(11)V99.
                10  CYC-STL-CTOT-USED-SW    PIC X(01).
                    88  CYC-STL-CTOT-USED               VALUE "Y".
        01  CYC-STL-CTOT-CTRS.
            05  CYC-STL-CTOT-COUNT      PIC 9(04)      VALUE ZERO.
            05  CYC-STL-CTOT-IDX        PIC 9(04)      VALUE ZERO.
            05  CYC-STL-CTOT-FOUND-IDX  PIC 9(04)      VALUE ZERO.

      *-----------------------------------------------------------------
      * THE FIGURES BEING CHECKED AND PRINTED ON THE CURRENT LINE,
      * AND THE REGION AND DATE ACCUMULATORS.
      *-----------------------------------------------------------------
        01  CYC-STL-WORK.
            05  CYC-STL-W-DATE          PIC 9(08)      VALUE ZERO.
            05  CYC-STL-W-REGION        PIC X(03)      VALUE SPACES.
            05  CYC-STL-W-CYCLE         PIC 9(03)      VALUE ZERO.
            05  CYC-STL-W-ITEMS         PIC 9(09)      VALUE ZERO.
            05  CYC-STL-W-AMT           PIC 9(13)V99   VALUE ZERO.
            05  CYC-STL-W-LABEL         PIC X(05)      VALUE SPACES.
            05  CYC-STL-W-FLAG          PIC X(05)      VALUE SPACES.
        01  CYC-STL-TOTALS.
            05  CYC-STL-RGN-ITEMS       PIC 9(09)      VALUE ZERO.
            05  CYC-STL-RGN-AMT         PIC 9(13)V99   VALUE ZERO.
            05  CYC-STL-DATE-ITEMS      PIC 9(09)      VALUE ZERO.
            05  CYC-STL-DATE-AMT        PIC 9(13)V99   VALUE ZERO.
            05  CYC-STL-PRIOR-DATE      PIC 9(08)      VALUE ZERO.

      *-----------------------------------------------------------------
      * RUN COUNTS AND REPORT WORK AREAS
      *-----------------------------------------------------------------
        01  CYC-STL-COUNTERS.
            05  CYC-STL-LISTED-COUNT    PIC 9(05)      VALUE ZERO.
            05  CYC-STL-CHECKED-COUNT   PIC 9(05)      VALUE ZERO.
            05  CYC-STL-DIFF-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-STL-NOFIG-COUNT     PIC 9(05)      VALUE ZERO.
            05  CYC-STL-ORPHAN-COUNT    PIC 9(05)      VALUE ZERO.
        01  CYC-STL-LISTED-OUT       PIC ZZZZ9.
        01  CYC-STL-CHECKED-OUT      PIC ZZZZ9.
        01  CYC-STL-DIFF-OUT         PIC ZZZZ9.
        01  CYC-STL-NOFIG-OUT        PIC ZZZZ9.
        01  CYC-STL-CYCLE-OUT        PIC ZZ9.
        01  CYC-STL-ITEMS-OUT        PIC ZZZ,ZZZ,ZZ9.
        01  CYC-STL-AMT-OUT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01  CYC-STL-DATE-X           PIC X(08)      VALUE SPACES.

        01  CYC-STL-CURRENT-DATETIME    PIC X(21).
        01  CYC-STL-CURRENT-DT-R REDEFINES
                CYC-STL-CURRENT-DATETIME.
            05  CYC-STL-CDT-YYYY        PIC 9(04).
            05  CYC-STL-CDT-MM          PIC 9(02).
            05  CYC-STL-CDT-DD          PIC 9(02).
            05  FILLER                  PIC X(13).

      *-----------------------------------------------------------------
      * END-OF-FILE SWITCHES
      *-----------------------------------------------------------------
        01  CYC-STL-SWITCHES.
            05  CYC-DONE-EOF-SW         PIC X          VALUE "N".
                88  CYC-DONE-EOF                       VALUE "Y".
            05  CYC-CTOT-EOF-SW         PIC X          VALUE "N".
                88  CYC-CTOT-EOF                       VALUE "Y".

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
        01  CYC-FILE-STATUSES.
            05  CYC-DONE-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-DONE-OK                        VALUE "00".
                88  CYC-DONE-NOTFOUND                  VALUE "35".
            05  CYC-CTOT-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-CTOT-OK                        VALUE "00".
                88  CYC-CTOT-NOTFOUND                  VALUE "35".
            05  CYC-STR-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-STR-OK                         VALUE "00".

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
            PERFORM 3000-REPORT-GROUP THRU 3000-EXIT
                VARYING CYC-STL-GRP-IDX FROM 1 BY 1
                UNTIL CYC-STL-GRP-IDX > CYC-STL-GRP-COUNT.
            IF CYC-STL-PRIOR-DATE > ZERO
                PERFORM 3800-WRITE-DATE-TOTAL THRU 3800-EXIT
            END-IF.
            PERFORM 5000-REPORT-UNMATCHED THRU 5000-EXIT
                VARYING CYC-STL-CTOT-IDX FROM 1 BY 1
                UNTIL CYC-STL-CTOT-IDX > CYC-STL-CTOT-COUNT.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - LOAD THE COMPLETIONS AND THE DECLARED
      * CONTROL TOTALS, OPEN THE REPORT AND WRITE ITS HEADINGS.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-STL-CURRENT-DATETIME.
            OPEN INPUT CYCDONE-FILE.
            IF CYC-DONE-NOTFOUND
                DISPLAY "CYCDONE NOT FOUND - NO COMPLETIONS ON FILE"
            ELSE
                IF NOT CYC-DONE-OK
                    DISPLAY "CYCDONE OPEN FAILED " CYC-DONE-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
                PERFORM 1100-LOAD-NEXT-COMPLETION THRU 1100-EXIT
                    UNTIL CYC-DONE-EOF
                CLOSE CYCDONE-FILE
            END-IF.
            OPEN INPUT CYCCTOT-FILE.
            IF CYC-CTOT-NOTFOUND
                DISPLAY "CYCCTOT NOT FOUND - FIGURES NOT CHECKED"
            ELSE
                IF NOT CYC-CTOT-OK
                    DISPLAY "CYCCTOT OPEN FAILED " CYC-CTOT-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
                PERFORM 1200-LOAD-NEXT-CONTROL-TOTAL THRU 1200-EXIT
                    UNTIL CYC-CTOT-EOF
                CLOSE CYCCTOT-FILE
            END-IF.
            OPEN OUTPUT CYCSTLR-FILE.
            IF NOT CYC-STR-OK
                DISPLAY "CYCSTLR OPEN FAILED, STATUS " CYC-STR-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1500-WRITE-REPORT-HEADER THRU 1500-EXIT.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-NEXT-COMPLETION - LOAD ONE CYCDONE RECORD AND MAKE
      * SURE ITS DATE/REGION GROUP IS ON THE GROUP TABLE.  A RECORD
      * WITHOUT A USABLE DATE CANNOT BE PLACED AND IS SKIPPED.
      *-----------------------------------------------------------------
        1100-LOAD-NEXT-COMPLETION.
            READ CYCDONE-FILE
                AT END
                    SET CYC-DONE-EOF TO TRUE
                    GO TO 1100-EXIT
            END-READ.
            IF CYC-DONE-GEN-DATE IS NOT NUMERIC
                GO TO 1100-EXIT
            END-IF.
            IF CYC-STL-DONE-COUNT >= 50000
                DISPLAY "CYCDONE HAS MORE THAN 50000 RECORDS -"
                    " TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-STL-DONE-COUNT.
            MOVE CYC-STL-DONE-COUNT TO CYC-STL-DONE-IDX.
            MOVE CYC-DONE-REGION TO
                CYC-STL-DONE-REGION (CYC-STL-DONE-IDX).
            MOVE CYC-DONE-CYCLE TO
                CYC-STL-DONE-CYCLE (CYC-STL-DONE-IDX).
            MOVE CYC-DONE-GEN-DATE TO
                CYC-STL-DONE-DATE (CYC-STL-DONE-IDX).
            IF CYC-DONE-ITEM-COUNT IS NUMERIC
                    AND CYC-DONE-SETTLE-AMT IS NUMERIC
                MOVE CYC-DONE-ITEM-COUNT TO
                    CYC-STL-DONE-ITEMS (CYC-STL-DONE-IDX)
                MOVE CYC-DONE-SETTLE-AMT TO
                    CYC-STL-DONE-AMT (CYC-STL-DONE-IDX)
                MOVE "Y" TO CYC-STL-DONE-FIG-SW (CYC-STL-DONE-IDX)
            ELSE
                MOVE ZERO TO CYC-STL-DONE-ITEMS (CYC-STL-DONE-IDX)
                MOVE ZERO TO CYC-STL-DONE-AMT (CYC-STL-DONE-IDX)
                MOVE "N" TO CYC-STL-DONE-FIG-SW (CYC-STL-DONE-IDX)
            END-IF.
            MOVE CYC-DONE-GEN-DATE TO CYC-STL-NEW-DATE.
            MOVE CYC-DONE-REGION TO CYC-STL-NEW-REGION.
            PERFORM 1150-ADD-GROUP THRU 1150-EXIT.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1150-ADD-GROUP - ADD CYC-STL-NEW-KEY TO THE GROUP TABLE IF
      * IT IS NOT THERE ALREADY, SHIFTING THE HIGHER KEYS DOWN ONE
      * SO THE TABLE STAYS IN DATE THEN REGION ORDER.
      *-----------------------------------------------------------------
        1150-ADD-GROUP.
            MOVE ZERO TO CYC-STL-GRP-FOUND-IDX.
            MOVE ZERO TO CYC-STL-GRP-INS-IDX.
            PERFORM 1160-CHECK-GROUP-ENTRY THRU 1160-EXIT
                VARYING CYC-STL-GRP-IDX FROM 1 BY 1
                UNTIL CYC-STL-GRP-IDX > CYC-STL-GRP-COUNT
                OR CYC-STL-GRP-FOUND-IDX > 0
                OR CYC-STL-GRP-INS-IDX > 0.
            IF CYC-STL-GRP-FOUND-IDX > 0
                GO TO 1150-EXIT
            END-IF.
            IF CYC-STL-GRP-COUNT >= 500
                DISPLAY "CYCDONE HAS MORE THAN 500 DATE/REGION"
                    " GROUPS - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            IF CYC-STL-GRP-INS-IDX = 0
                COMPUTE CYC-STL-GRP-INS-IDX = CYC-STL-GRP-COUNT + 1
            END-IF.
            PERFORM 1170-SHIFT-GROUP-ENTRY THRU 1170-EXIT
                VARYING CYC-STL-GRP-SHIFT-IDX FROM CYC-STL-GRP-COUNT
                BY -1
                UNTIL CYC-STL-GRP-SHIFT-IDX < CYC-STL-GRP-INS-IDX.
            ADD 1 TO CYC-STL-GRP-COUNT.
            MOVE CYC-STL-NEW-KEY TO
                CYC-STL-GRP-KEY (CYC-STL-GRP-INS-IDX).
        1150-EXIT.
            EXIT.

        1160-CHECK-GROUP-ENTRY.
            IF CYC-STL-GRP-KEY (CYC-STL-GRP-IDX) = CYC-STL-NEW-KEY
                MOVE CYC-STL-GRP-IDX TO CYC-STL-GRP-FOUND-IDX
                GO TO 1160-EXIT
            END-IF.
            IF CYC-STL-GRP-KEY (CYC-STL-GRP-IDX) > CYC-STL-NEW-KEY
                MOVE CYC-STL-GRP-IDX TO CYC-STL-GRP-INS-IDX
            END-IF.
        1160-EXIT.
            EXIT.

        1170-SHIFT-GROUP-ENTRY.
            IF CYC-STL-GRP-SHIFT-IDX = ZERO
                GO TO 1170-EXIT
            END-IF.
            MOVE CYC-STL-GRP-KEY (CYC-STL-GRP-SHIFT-IDX) TO
                CYC-STL-GRP-KEY (CYC-STL-GRP-SHIFT-IDX + 1).
        1170-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1200-LOAD-NEXT-CONTROL-TOTAL - LOAD ONE DECLARED TOTAL.  A
      * RECORD THE FEED GARBLED (NON-NUMERIC DATE, CYCLE OR FIGURES)
      * IS REPORTED ON SYSOUT AND COUNTED AS A DIFFERENCE - A CONTROL
      * TOTAL THAT CANNOT BE READ CANNOT BE SAID TO AGREE.
      *-----------------------------------------------------------------
        1200-LOAD-NEXT-CONTROL-TOTAL.
            READ CYCCTOT-FILE
                AT END
                    SET CYC-CTOT-EOF TO TRUE
                    GO TO 1200-EXIT
            END-READ.
            IF CYC-CTOT-GEN-DATE IS NOT NUMERIC
                    OR CYC-CTOT-CYCLE IS NOT NUMERIC
                    OR CYC-CTOT-ITEM-COUNT IS NOT NUMERIC
                    OR CYC-CTOT-SETTLE-AMT IS NOT NUMERIC
                DISPLAY "*** UNREADABLE CYCCTOT RECORD - REGION "
                    CYC-CTOT-REGION " - IGNORED"
                ADD 1 TO CYC-STL-DIFF-COUNT
                GO TO 1200-EXIT
            END-IF.
            IF CYC-STL-CTOT-COUNT >= 5000
                DISPLAY "CYCCTOT HAS MORE THAN 5000 RECORDS -"
                    " TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-STL-CTOT-COUNT.
            MOVE CYC-STL-CTOT-COUNT TO CYC-STL-CTOT-IDX.
            MOVE CYC-CTOT-GEN-DATE TO
                CYC-STL-CTOT-DATE (CYC-STL-CTOT-IDX).
            MOVE CYC-CTOT-REGION TO
                CYC-STL-CTOT-REGION (CYC-STL-CTOT-IDX).
            MOVE CYC-CTOT-CYCLE TO
                CYC-STL-CTOT-CYCLE (CYC-STL-CTOT-IDX).
            MOVE CYC-CTOT-ITEM-COUNT TO
                CYC-STL-CTOT-ITEMS (CYC-STL-CTOT-IDX).
            MOVE CYC-CTOT-SETTLE-AMT TO
                CYC-STL-CTOT-AMT (CYC-STL-CTOT-IDX).
            MOVE "N" TO CYC-STL-CTOT-USED-SW (CYC-STL-CTOT-IDX).
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1500-WRITE-REPORT-HEADER - TITLE AND COLUMN HEADINGS.
      *-----------------------------------------------------------------
        1500-WRITE-REPORT-HEADER.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE "1" TO CYC-STR-CC.
            STRING "SETTLEMENT CONTROL TOTALS   RUN DATE "
                       DELIMITED BY SIZE
                   CYC-STL-CDT-MM DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CYC-STL-CDT-DD DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CYC-STL-CDT-YYYY DELIMITED BY SIZE
            INTO CYC-STR-DATA.
            WRITE CYCSTLR-RECORD.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE SPACE TO CYC-STR-CC.
            WRITE CYCSTLR-RECORD.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE SPACE TO CYC-STR-CC.
            STRING "   BUS DATE  RGN  CYCLE" DELIMITED BY SIZE
                   "        ITEMS" DELIMITED BY SIZE
                   "      SETTLEMENT VALUE  CHECK" DELIMITED BY SIZE
            INTO CYC-STR-DATA.
            WRITE CYCSTLR-RECORD.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE SPACE TO CYC-STR-CC.
            STRING "   --------  ---  -----" DELIMITED BY SIZE
                   "  -----------" DELIMITED BY SIZE
                   "  --------------------  -----" DELIMITED BY SIZE
            INTO CYC-STR-DATA.
            WRITE CYCSTLR-RECORD.
        1500-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-REPORT-GROUP - ONE DATE/REGION GROUP: A LINE PER
      * COMPLETION, THEN THE REGION TOTAL CHECKED AGAINST ANY
      * WHOLE-REGION DECLARATION.  A CHANGE OF DATE FIRST CLOSES OFF
      * THE PREVIOUS DATE WITH ITS DATE TOTAL.
      *-----------------------------------------------------------------
        3000-REPORT-GROUP.
            IF CYC-STL-GRP-DATE (CYC-STL-GRP-IDX)
                    NOT = CYC-STL-PRIOR-DATE
                IF CYC-STL-PRIOR-DATE > ZERO
                    PERFORM 3800-WRITE-DATE-TOTAL THRU 3800-EXIT
                END-IF
                MOVE CYC-STL-GRP-DATE (CYC-STL-GRP-IDX)
                    TO CYC-STL-PRIOR-DATE
                MOVE ZERO TO CYC-STL-DATE-ITEMS
                MOVE ZERO TO CYC-STL-DATE-AMT
            END-IF.
            MOVE ZERO TO CYC-STL-RGN-ITEMS.
            MOVE ZERO TO CYC-STL-RGN-AMT.
            PERFORM 3100-REPORT-COMPLETION THRU 3100-EXIT
                VARYING CYC-STL-DONE-IDX FROM 1 BY 1
                UNTIL CYC-STL-DONE-IDX > CYC-STL-DONE-COUNT.
            MOVE CYC-STL-GRP-DATE (CYC-STL-GRP-IDX) TO CYC-STL-W-DATE.
            MOVE CYC-STL-GRP-REGION (CYC-STL-GRP-IDX)
                TO CYC-STL-W-REGION.
            MOVE ZERO TO CYC-STL-W-CYCLE.
            MOVE CYC-STL-RGN-ITEMS TO CYC-STL-W-ITEMS.
            MOVE CYC-STL-RGN-AMT TO CYC-STL-W-AMT.
            MOVE "TOTAL" TO CYC-STL-W-LABEL.
            PERFORM 3500-CHECK-AND-WRITE THRU 3500-EXIT.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE SPACE TO CYC-STR-CC.
            WRITE CYCSTLR-RECORD.
            ADD CYC-STL-RGN-ITEMS TO CYC-STL-DATE-ITEMS.
            ADD CYC-STL-RGN-AMT TO CYC-STL-DATE-AMT.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3100-REPORT-COMPLETION - IF THE TABLE ENTRY BELONGS TO THE
      * CURRENT GROUP, LIST IT, CHECK IT AGAINST ANY DECLARATION FOR
      * THE CYCLE, AND ADD IT TO THE REGION TOTAL.
      *-----------------------------------------------------------------
        3100-REPORT-COMPLETION.
            IF CYC-STL-DONE-DATE (CYC-STL-DONE-IDX)
                    NOT = CYC-STL-GRP-DATE (CYC-STL-GRP-IDX)
                OR CYC-STL-DONE-REGION (CYC-STL-DONE-IDX)
                    NOT = CYC-STL-GRP-REGION (CYC-STL-GRP-IDX)
                GO TO 3100-EXIT
            END-IF.
            ADD 1 TO CYC-STL-LISTED-COUNT.
            MOVE CYC-STL-DONE-DATE (CYC-STL-DONE-IDX)
                TO CYC-STL-W-DATE.
            MOVE CYC-STL-DONE-REGION (CYC-STL-DONE-IDX)
                TO CYC-STL-W-REGION.
            MOVE CYC-STL-DONE-CYCLE (CYC-STL-DONE-IDX)
                TO CYC-STL-W-CYCLE.
            MOVE CYC-STL-DONE-ITEMS (CYC-STL-DONE-IDX)
                TO CYC-STL-W-ITEMS.
            MOVE CYC-STL-DONE-AMT (CYC-STL-DONE-IDX) TO CYC-STL-W-AMT.
            MOVE CYC-STL-W-CYCLE TO CYC-STL-CYCLE-OUT.
            MOVE SPACES TO CYC-STL-W-LABEL.
            MOVE CYC-STL-CYCLE-OUT TO CYC-STL-W-LABEL (3:3).
            ADD CYC-STL-W-ITEMS TO CYC-STL-RGN-ITEMS.
            ADD CYC-STL-W-AMT TO CYC-STL-RGN-AMT.
            IF NOT CYC-STL-DONE-HAS-FIGURES (CYC-STL-DONE-IDX)
                ADD 1 TO CYC-STL-NOFIG-COUNT
                MOVE "NOFIG" TO CYC-STL-W-FLAG
                PERFORM 3400-WRITE-FIGURE-LINE THRU 3400-EXIT
                GO TO 3100-EXIT
            END-IF.
            PERFORM 3500-CHECK-AND-WRITE THRU 3500-EXIT.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3400-WRITE-FIGURE-LINE - ONE REPORT LINE FROM THE CYC-STL-W
      * FIELDS: DATE, REGION, CYCLE OR LABEL, ITEMS, VALUE, FLAG.
      *-----------------------------------------------------------------
        3400-WRITE-FIGURE-LINE.
            MOVE CYC-STL-W-ITEMS TO CYC-STL-ITEMS-OUT.
            MOVE CYC-STL-W-AMT TO CYC-STL-AMT-OUT.
            MOVE CYC-STL-W-DATE TO CYC-STL-DATE-X.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE SPACE TO CYC-STR-CC.
            STRING "   " DELIMITED BY SIZE
                   CYC-STL-DATE-X DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYC-STL-W-REGION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYC-STL-W-LABEL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYC-STL-ITEMS-OUT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYC-STL-AMT-OUT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYC-STL-W-FLAG DELIMITED BY SIZE
            INTO CYC-STR-DATA.
            WRITE CYCSTLR-RECORD.
            IF NOT CYC-STR-OK
                DISPLAY "CYCSTLR WRITE FAILED " CYC-STR-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        3400-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3500-CHECK-AND-WRITE - LOOK FOR THE FEED'S DECLARATION FOR
      * CYC-STL-W-DATE / REGION / CYCLE (CYCLE ZERO = THE REGION
      * TOTAL), FLAG THE LINE "OK" OR "DIFF" - OR LEAVE IT UNFLAGGED
      * IF NOTHING WAS DECLARED - AND WRITE IT.  A DIFFERENCE IS
      * FOLLOWED BY THE FIGURES THE FEED DECLARED.
      *-----------------------------------------------------------------
        3500-CHECK-AND-WRITE.
            MOVE SPACES TO CYC-STL-W-FLAG.
            MOVE ZERO TO CYC-STL-CTOT-FOUND-IDX.
            PERFORM 3510-CHECK-CTOT-ENTRY THRU 3510-EXIT
                VARYING CYC-STL-CTOT-IDX FROM 1 BY 1
                UNTIL CYC-STL-CTOT-IDX > CYC-STL-CTOT-COUNT
                OR CYC-STL-CTOT-FOUND-IDX > 0.
            IF CYC-STL-CTOT-FOUND-IDX = 0
                PERFORM 3400-WRITE-FIGURE-LINE THRU 3400-EXIT
                GO TO 3500-EXIT
            END-IF.
            SET CYC-STL-CTOT-USED (CYC-STL-CTOT-FOUND-IDX) TO TRUE.
            ADD 1 TO CYC-STL-CHECKED-COUNT.
            IF CYC-STL-W-ITEMS =
                    CYC-STL-CTOT-ITEMS (CYC-STL-CTOT-FOUND-IDX)
                AND CYC-STL-W-AMT =
                    CYC-STL-CTOT-AMT (CYC-STL-CTOT-FOUND-IDX)
                MOVE "OK" TO CYC-STL-W-FLAG
                PERFORM 3400-WRITE-FIGURE-LINE THRU 3400-EXIT
                GO TO 3500-EXIT
            END-IF.
            MOVE "DIFF" TO CYC-STL-W-FLAG.
            PERFORM 3400-WRITE-FIGURE-LINE THRU 3400-EXIT.
            PERFORM 3600-WRITE-DECLARED-LINE THRU 3600-EXIT.
        3500-EXIT.
            EXIT.

        3510-CHECK-CTOT-ENTRY.
            IF CYC-STL-CTOT-DATE (CYC-STL-CTOT-IDX) = CYC-STL-W-DATE
                AND CYC-STL-CTOT-REGION (CYC-STL-CTOT-IDX)
                    = CYC-STL-W-REGION
                AND CYC-STL-CTOT-CYCLE (CYC-STL-CTOT-IDX)
                    = CYC-STL-W-CYCLE
                MOVE CYC-STL-CTOT-IDX TO CYC-STL-CTOT-FOUND-IDX
            END-IF.
        3510-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3600-WRITE-DECLARED-LINE - THE FIGURES THE FEED DECLARED FOR
      * A LINE JUST FLAGGED "DIFF", UNDER ITS OWN ITEMS AND VALUE.
      *-----------------------------------------------------------------
        3600-WRITE-DECLARED-LINE.
            ADD 1 TO CYC-STL-DIFF-COUNT.
            MOVE CYC-STL-CTOT-ITEMS (CYC-STL-CTOT-FOUND-IDX)
                TO CYC-STL-ITEMS-OUT.
            MOVE CYC-STL-CTOT-AMT (CYC-STL-CTOT-FOUND-IDX)
                TO CYC-STL-AMT-OUT.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE SPACE TO CYC-STR-CC.
            STRING "             " DELIMITED BY SIZE
                   "DECLARED:   " DELIMITED BY SIZE
                   CYC-STL-ITEMS-OUT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYC-STL-AMT-OUT DELIMITED BY SIZE
            INTO CYC-STR-DATA.
            WRITE CYCSTLR-RECORD.
            MOVE CYC-STL-W-CYCLE TO CYC-STL-CYCLE-OUT.
            DISPLAY "*** CONTROL TOTAL DIFFERENCE - DATE "
                CYC-STL-W-DATE " REGION " CYC-STL-W-REGION
                " CYCLE " CYC-STL-CYCLE-OUT.
        3600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3800-WRITE-DATE-TOTAL - ALL REGIONS FOR THE BUSINESS DATE
      * JUST FINISHED.  THE FEED DECLARES BY REGION, SO THE DATE
      * TOTAL IS FOR INFORMATION AND IS NOT CHECKED.
      *-----------------------------------------------------------------
        3800-WRITE-DATE-TOTAL.
            MOVE CYC-STL-PRIOR-DATE TO CYC-STL-W-DATE.
            MOVE "ALL" TO CYC-STL-W-REGION.
            MOVE "TOTAL" TO CYC-STL-W-LABEL.
            MOVE CYC-STL-DATE-ITEMS TO CYC-STL-W-ITEMS.
            MOVE CYC-STL-DATE-AMT TO CYC-STL-W-AMT.
            MOVE SPACES TO CYC-STL-W-FLAG.
            PERFORM 3400-WRITE-FIGURE-LINE THRU 3400-EXIT.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE SPACE TO CYC-STR-CC.
            WRITE CYCSTLR-RECORD.
        3800-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5000-REPORT-UNMATCHED - A DECLARED TOTAL NO COMPLETION EVER
      * MATCHED: THE FEED EXPECTED A CYCLE (OR A WHOLE REGION) TO
      * SETTLE AND NOTHING WAS POSTED FOR IT.  IT IS LISTED WITH
      * ZERO ACTUAL FIGURES AND, UNLESS THE DECLARATION WAS ITSELF
      * ZERO, COUNTED AS A DIFFERENCE.
      *-----------------------------------------------------------------
        5000-REPORT-UNMATCHED.
            IF CYC-STL-CTOT-USED (CYC-STL-CTOT-IDX)
                GO TO 5000-EXIT
            END-IF.
            IF CYC-STL-ORPHAN-COUNT = ZERO
                MOVE SPACES TO CYCSTLR-RECORD
                MOVE SPACE TO CYC-STR-CC
                MOVE "   DECLARED BY THE FEED - NO COMPLETIONS POSTED"
                    TO CYC-STR-DATA
                WRITE CYCSTLR-RECORD
            END-IF.
            ADD 1 TO CYC-STL-ORPHAN-COUNT.
            ADD 1 TO CYC-STL-CHECKED-COUNT.
            MOVE CYC-STL-CTOT-IDX TO CYC-STL-CTOT-FOUND-IDX.
            MOVE CYC-STL-CTOT-DATE (CYC-STL-CTOT-IDX)
                TO CYC-STL-W-DATE.
            MOVE CYC-STL-CTOT-REGION (CYC-STL-CTOT-IDX)
                TO CYC-STL-W-REGION.
            MOVE CYC-STL-CTOT-CYCLE (CYC-STL-CTOT-IDX)
                TO CYC-STL-W-CYCLE.
            IF CYC-STL-W-CYCLE = ZERO
                MOVE "TOTAL" TO CYC-STL-W-LABEL
            ELSE
                MOVE CYC-STL-W-CYCLE TO CYC-STL-CYCLE-OUT
                MOVE SPACES TO CYC-STL-W-LABEL
                MOVE CYC-STL-CYCLE-OUT TO CYC-STL-W-LABEL (3:3)
            END-IF.
            MOVE ZERO TO CYC-STL-W-ITEMS.
            MOVE ZERO TO CYC-STL-W-AMT.
            IF CYC-STL-CTOT-ITEMS (CYC-STL-CTOT-IDX) = ZERO
                    AND CYC-STL-CTOT-AMT (CYC-STL-CTOT-IDX) = ZERO
                MOVE "OK" TO CYC-STL-W-FLAG
                PERFORM 3400-WRITE-FIGURE-LINE THRU 3400-EXIT
                GO TO 5000-EXIT
            END-IF.
            MOVE "DIFF" TO CYC-STL-W-FLAG.
            PERFORM 3400-WRITE-FIGURE-LINE THRU 3400-EXIT.
            PERFORM 3600-WRITE-DECLARED-LINE THRU 3600-EXIT.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - SUMMARY LINE AND CLOSE UP.  ANY
      * DIFFERENCE AGAINST THE DECLARED TOTALS LEAVES RC=8.
      *-----------------------------------------------------------------
        8000-TERMINATE-RUN.
            MOVE CYC-STL-LISTED-COUNT TO CYC-STL-LISTED-OUT.
            MOVE CYC-STL-CHECKED-COUNT TO CYC-STL-CHECKED-OUT.
            MOVE CYC-STL-DIFF-COUNT TO CYC-STL-DIFF-OUT.
            MOVE CYC-STL-NOFIG-COUNT TO CYC-STL-NOFIG-OUT.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE SPACE TO CYC-STR-CC.
            WRITE CYCSTLR-RECORD.
            MOVE SPACES TO CYCSTLR-RECORD.
            MOVE SPACE TO CYC-STR-CC.
            STRING "   COMPLETIONS: " DELIMITED BY SIZE
                   CYC-STL-LISTED-OUT DELIMITED BY SIZE
                   "  CHECKED: " DELIMITED BY SIZE
                   CYC-STL-CHECKED-OUT DELIMITED BY SIZE
                   "  DIFFERENCES: " DELIMITED BY SIZE
                   CYC-STL-DIFF-OUT DELIMITED BY SIZE
                   "  NO FIGURES: " DELIMITED BY SIZE
                   CYC-STL-NOFIG-OUT DELIMITED BY SIZE
            INTO CYC-STR-DATA.
            WRITE CYCSTLR-RECORD.
            CLOSE CYCSTLR-FILE.
            DISPLAY "COMPLETIONS: " CYC-STL-LISTED-OUT
                "   TOTALS CHECKED: " CYC-STL-CHECKED-OUT
                "   DIFFERENCES: " CYC-STL-DIFF-OUT
                "   WITHOUT FIGURES: " CYC-STL-NOFIG-OUT.
            IF CYC-STL-DIFF-COUNT > 0
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

        END PROGRAM CYCSTL.
