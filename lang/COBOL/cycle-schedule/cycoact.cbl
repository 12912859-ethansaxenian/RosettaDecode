      ******************************************************************
      * CYCOACT - CONSOLIDATED OPERATOR-ACTIVITY AUDIT REPORT
      *
      * EVERY HAND LAID ON THE CYCLE SCHEDULE LEAVES A RECORD, BUT
      * UNTIL THIS REPORT THEY LEFT IT IN FIVE DIFFERENT PLACES AND
      * AN AUDITOR ASKING "WHAT DID OPERATOR X DO LAST WEEK?" GOT
      * FIVE LISTINGS TO LINE UP BY HAND:
      *
      *     CYCMAUD   COUNT CHANGES (CYCMAINT), REGION ADDS AND
      *               RETIREMENTS (CYCRGNM), CALENDAR CHANGES
      *               (CYCCALM) AND REFUSED ATTEMPTS ("DEN").
      *     AUDIT     THE "U" RECORDS CYCHLDU AND CYCRQUE APPEND FOR
      *     AUDITA    EVERY HOLD, RELEASE, CANCEL AND REQUEUE - THE
      *               LIVE FILE AND THE ARCHIVE CYCPURGE SPLITS IT
      *               TO.  GENERATION RECORDS ARE NOT OPERATOR
      *               ACTIVITY AND ARE SKIPPED.
      *     CYCWOFF   THE CYCREJ WRITE-OFFS CYCRCYC APPLIED.
      *     CYCCERT   THE BUSINESS-DATE CERTIFICATIONS CYCCLOSE
      *               RECORDED, WITH THE OPERATOR WHO RAN THEM.
      *     CYCSUPL   THE SUPPLEMENTAL CYCLES CYCSUPP GENERATED, WITH
      *               THE OPERATOR WHO REQUESTED EACH ONE AND WHY,
      *               AND THE SECOND OPERATOR WHO APPROVED IT.
      *
      * CYCMAUD, CYCWOFF, CYCCERT AND CYCSUPL ARE RETAINED LOGS THAT
      * CYCPURGE NEVER SPLITS, SO THEY HAVE NO ARCHIVE TO READ.
      * EVERY RECORD IN THE CYCOACP DATE RANGE (AND FOR THE CYCOACP
      * OPERATOR AND REGION, WHEN GIVEN) IS MERGED INTO ONE
      * CHRONOLOGICAL LISTING ON CYCOACR: TIMESTAMP, OPERATOR,
      * ACTION, REGION AND CYCLE, AND THE OLD AND NEW VALUE WHERE THE
      * ACTION HAS THEM.  THE LISTING IS FOLLOWED BY PER-OPERATOR
      * TOTALS AND BY EVERY ACTION TAKEN BY AN OPERATOR WHO HAS NO
      * CYCAUTH GRANT AT ALL.
      *
      * THE JCL IS EXPECTED TO CONCATENATE (OR COPY) THE DATED
      * RETENTION DATASETS FOR THE REQUESTED RANGE INTO THE AUDITA
      * DD, THE SAME WAY CYCTREND IS RUN.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL PROGRAM.
      *   2026-10-15  RJS  CYCSUPL ADDED AS A SOURCE: EVERY
      *                    SUPPLEMENTAL-CYCLE REQUEST AND APPROVAL
      *                    IS LISTED WITH ITS OPERATOR AND REASON,
      *                    COUNTED IN A SUPP COLUMN OF THE OPERATOR
      *                    TOTALS, AND CHECKED AGAINST CYCAUTH.
      ******************************************************************

        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCOACT.
        AUTHOR. R J SHAUGHNESSY.
        INSTALLATION. SETTLEMENT OPERATIONS - CYCLE CONTROL.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CYCMAUD-FILE ASSIGN TO "CYCMAUD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-MAUD-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUD-STATUS.
            SELECT AUDITA-FILE ASSIGN TO "AUDITA"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUDA-STATUS.
            SELECT CYCWOFF-FILE ASSIGN TO "CYCWOFF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-WOF-STATUS.
            SELECT CYCCERT-FILE ASSIGN TO "CYCCERT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CERT-STATUS.
            SELECT CYCSUPL-FILE ASSIGN TO "CYCSUPL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-SPL-STATUS.
            SELECT CYCAUTH-FILE ASSIGN TO "CYCAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUTH-STATUS.
            SELECT CYCOACP-FILE ASSIGN TO "CYCOACP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-OAP-STATUS.
            SELECT CYCOACR-FILE ASSIGN TO "CYCOACR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-OAR-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCMAUD-FILE
                RECORDING MODE IS F.
            COPY CYCMAUD.
        FD  AUDIT-FILE
                RECORDING MODE IS F.
            COPY AUDIT.
        FD  AUDITA-FILE
                RECORDING MODE IS F.
        01  AUDITA-RECORD           PIC X(80).
        FD  CYCWOFF-FILE
                RECORDING MODE IS F.
            COPY CYCWOFF.
        FD  CYCCERT-FILE
                RECORDING MODE IS F.
            COPY CYCCERT.
        FD  CYCSUPL-FILE
                RECORDING MODE IS F.
            COPY CYCSUPL.
        FD  CYCAUTH-FILE
                RECORDING MODE IS F.
            COPY CYCAUTH.
        FD  CYCOACP-FILE
                RECORDING MODE IS F.
            COPY CYCOACP.
        FD  CYCOACR-FILE
                RECORDING MODE IS F.
            COPY CYCOACR.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * REQUESTED SELECTION FROM CYCOACP.  NO PARAMETER FILE LEAVES
      * THE FULL OPEN RANGE, EVERY OPERATOR AND EVERY REGION.
      *-----------------------------------------------------------------
        01  CYC-OAC-SELECTION.
            05  CYC-OAC-FROM-DATE       PIC 9(08)      VALUE ZERO.
            05  CYC-OAC-TO-DATE         PIC 9(08)      VALUE 99999999.
            05  CYC-OAC-SEL-OPERATOR    PIC X(08)      VALUE SPACES.
            05  CYC-OAC-SEL-REGION      PIC X(03)      VALUE SPACES.

      *-----------------------------------------------------------------
      * OPERATOR AUTHORITY TABLE FROM CYCAUTH.  ONLY THE OPERATOR IS
      * NEEDED HERE - ANY GRANT AT ALL PUTS AN OPERATOR ON FILE.  NO
      * CYCAUTH FILE MEANS THE SITE RUNS UNRESTRICTED AND THE
      * NOT-ON-CYCAUTH CHECK IS NOT MADE.
      *-----------------------------------------------------------------
        01  CYC-AUTH-TABLE.
            05  CYC-AUTH-ENTRY OCCURS 100 TIMES.
                10  CYC-AUTH-TBL-OPERATOR   PIC X(08).
        01  CYC-AUTH-CTRS.
            05  CYC-AUTH-ENTRY-COUNT    PIC 9(03)      VALUE ZERO.
            05  CYC-AUTH-IDX            PIC 9(03)      VALUE ZERO.
            05  CYC-AUTH-FOUND-IDX      PIC 9(03)      VALUE ZERO.
            05  CYC-AUTH-IN-FORCE-SW    PIC X          VALUE "N".
                88  CYC-AUTH-IN-FORCE                  VALUE "Y".

      *-----------------------------------------------------------------
      * EVENT BEING BUILT FROM THE CURRENT SOURCE RECORD.  THE KEY
      * IS THE ACTION DATE AND TIME (HHMMSSHH) THE TABLE IS KEPT IN.
      * THE SOURCE BYTE PICKS THE OPERATOR-TOTALS COLUMN: M CYCMAUD,
      * Q AUDIT QUEUE ACTION, W WRITE-OFF, C CERTIFICATION,
      * S SUPPLEMENTAL-CYCLE REQUEST OR APPROVAL.  THE TEXT IS THE
      * OPERATOR'S STATED REASON, PRINTED ON A CONTINUATION LINE.
      *-----------------------------------------------------------------
        01  CYC-OAC-NEW-EVENT.
            05  CYC-OAC-NEW-KEY.
                10  CYC-OAC-NEW-DATE        PIC 9(08).
                10  CYC-OAC-NEW-TIME        PIC 9(08).
            05  CYC-OAC-NEW-SOURCE      PIC X(01).
            05  CYC-OAC-NEW-OPERATOR    PIC X(08).
            05  CYC-OAC-NEW-ACTION      PIC X(08).
            05  CYC-OAC-NEW-REGION      PIC X(03).
            05  CYC-OAC-NEW-CYCLE       PIC X(03).
            05  CYC-OAC-NEW-OLD         PIC X(08).
            05  CYC-OAC-NEW-NEW         PIC X(08).
            05  CYC-OAC-NEW-DETAIL      PIC X(17).
            05  CYC-OAC-NEW-TEXT        PIC X(30).

      *-----------------------------------------------------------------
      * EVENT TABLE - EVERY SELECTED EVENT FROM ALL SIX SOURCES,
      * HELD IN DATE AND TIME ORDER AS IT IS LOADED (EACH NEW EVENT
      * IS INSERTED BEHIND THE LAST ONE NOT LATER THAN IT, SO EVENTS
      * WITH THE SAME STAMP KEEP THE ORDER THEY WERE READ IN).
      *-----------------------------------------------------------------
        01  CYC-OAC-EVENT-TABLE.
            05  CYC-OAC-EVT OCCURS 10000 TIMES.
                10  CYC-OAC-EVT-KEY.
                    15  CYC-OAC-EVT-DATE    PIC 9(08).
                    15  CYC-OAC-EVT-TIME    PIC 9(08).
                10  CYC-OAC-EVT-SOURCE      PIC X(01).
                10  CYC-OAC-EVT-OPERATOR    PIC X(08).
                10  CYC-OAC-EVT-ACTION      PIC X(08).
                10  CYC-OAC-EVT-REGION      PIC X(03).
                10  CYC-OAC-EVT-CYCLE       PIC X(03).
                10  CYC-OAC-EVT-OLD         PIC X(08).
                10  CYC-OAC-EVT-NEW         PIC X(08).
                10  CYC-OAC-EVT-DETAIL      PIC X(17).
                10  CYC-OAC-EVT-TEXT        PIC X(30).
        01  CYC-OAC-EVT-CTRS.
            05  CYC-OAC-EVT-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-OAC-EVT-IDX         PIC 9(05)      VALUE ZERO.
            05  CYC-OAC-SLOT            PIC 9(05)      VALUE ZERO.
            05  CYC-OAC-PREV-SLOT       PIC 9(05)      VALUE ZERO.
            05  CYC-OAC-SLOT-SW         PIC X          VALUE "N".
                88  CYC-OAC-SLOT-FOUND                 VALUE "Y".

      *-----------------------------------------------------------------
      * OPERATOR TOTALS - ONE ENTRY PER OPERATOR SEEN IN THE LISTING,
      * IN ORDER OF FIRST APPEARANCE, WITH A COUNT PER SOURCE AND
      * WHETHER THE OPERATOR HOLDS ANY CYCAUTH GRANT.
      *-----------------------------------------------------------------
        01  CYC-OAC-OPR-TABLE.
            05  CYC-OAC-OPR OCCURS 200 TIMES.
                10  CYC-OAC-OPR-OPERATOR    PIC X(08).
                10  CYC-OAC-OPR-MAINT       PIC 9(05).
                10  CYC-OAC-OPR-QUEUE       PIC 9(05).
                10  CYC-OAC-OPR-WROFF       PIC 9(05).
                10  CYC-OAC-OPR-CERT        PIC 9(05).
                10  CYC-OAC-OPR-SUPP        PIC 9(05).
                10  CYC-OAC-OPR-TOTAL       PIC 9(05).
                10  CYC-OAC-OPR-AUTH-SW     PIC X(01).
                    88  CYC-OAC-OPR-ON-AUTH             VALUE "Y".
        01  CYC-OAC-OPR-CTRS.
            05  CYC-OAC-OPR-COUNT       PIC 9(03)      VALUE ZERO.
            05  CYC-OAC-OPR-IDX         PIC 9(03)      VALUE ZERO.
            05  CYC-OAC-OPR-FOUND-IDX   PIC 9(03)      VALUE ZERO.

      *-----------------------------------------------------------------
      * RUN COUNTERS
      *-----------------------------------------------------------------
        01  CYC-OAC-RUN-CTRS.
            05  CYC-OAC-MAUD-READ       PIC 9(05)      VALUE ZERO.
            05  CYC-OAC-AUD-READ        PIC 9(05)      VALUE ZERO.
            05  CYC-OAC-WOF-READ        PIC 9(05)      VALUE ZERO.
            05  CYC-OAC-CERT-READ       PIC 9(05)      VALUE ZERO.
            05  CYC-OAC-SPL-READ        PIC 9(05)      VALUE ZERO.
            05  CYC-OAC-UNAUTH-COUNT    PIC 9(05)      VALUE ZERO.

      *-----------------------------------------------------------------
      * FORMATTING WORK AREAS.  STAMPS ARE HHMMSSHH AS EVERY WRITER
      * TAKES THEM FROM CURRENT-DATE; THE LISTING SHOWS HH:MM:SS.
      *-----------------------------------------------------------------
        01  CYC-OAC-STAMP               PIC 9(08)      VALUE ZERO.
        01  CYC-OAC-STAMP-R REDEFINES CYC-OAC-STAMP.
            05  CYC-OAC-STAMP-HH        PIC 9(02).
            05  CYC-OAC-STAMP-MM        PIC 9(02).
            05  CYC-OAC-STAMP-SS        PIC 9(02).
            05  FILLER                  PIC 9(02).
        01  CYC-OAC-TIME-OUT            PIC X(08)      VALUE SPACES.
        01  CYC-OAC-VALUE-OUT           PIC ZZ9.
        01  CYC-OAC-CAL-OUT.
            05  CYC-OAC-CAL-ACTION      PIC X(01)      VALUE SPACE.
            05  FILLER                  PIC X(01)      VALUE SPACE.
            05  CYC-OAC-CAL-COUNT       PIC ZZ9.
        01  CYC-OAC-CTR-OUT             PIC ZZZZ9.
        01  CYC-OAC-MAINT-OUT           PIC ZZZZ9.
        01  CYC-OAC-QUEUE-OUT           PIC ZZZZ9.
        01  CYC-OAC-WROFF-OUT           PIC ZZZZ9.
        01  CYC-OAC-CERT-OUT            PIC ZZZZ9.
        01  CYC-OAC-SUPP-OUT            PIC ZZZZ9.
        01  CYC-OAC-AUTH-TAG            PIC X(03)      VALUE SPACES.
        01  CYC-OAC-SEL-OPR-OUT         PIC X(08)      VALUE SPACES.
        01  CYC-OAC-SEL-RGN-OUT         PIC X(03)      VALUE SPACES.

      *-----------------------------------------------------------------
      * END-OF-FILE SWITCHES
      *-----------------------------------------------------------------
        01  CYC-OAC-SWITCHES.
            05  CYC-MAUD-EOF-SW         PIC X          VALUE "N".
                88  CYC-MAUD-EOF                       VALUE "Y".
            05  CYC-AUD-EOF-SW          PIC X          VALUE "N".
                88  CYC-AUD-EOF                        VALUE "Y".
            05  CYC-AUDA-EOF-SW         PIC X          VALUE "N".
                88  CYC-AUDA-EOF                       VALUE "Y".
            05  CYC-WOF-EOF-SW          PIC X          VALUE "N".
                88  CYC-WOF-EOF                        VALUE "Y".
            05  CYC-CERT-EOF-SW         PIC X          VALUE "N".
                88  CYC-CERT-EOF                       VALUE "Y".
            05  CYC-SPL-EOF-SW          PIC X          VALUE "N".
                88  CYC-SPL-EOF                        VALUE "Y".
            05  CYC-AUTH-EOF-SW         PIC X          VALUE "N".
                88  CYC-AUTH-EOF                       VALUE "Y".

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
        01  CYC-FILE-STATUSES.
            05  CYC-MAUD-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-MAUD-OK                        VALUE "00".
                88  CYC-MAUD-NOTFOUND                  VALUE "35".
            05  CYC-AUD-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-AUD-OK                         VALUE "00".
                88  CYC-AUD-NOTFOUND                   VALUE "35".
            05  CYC-AUDA-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-AUDA-OK                        VALUE "00".
                88  CYC-AUDA-NOTFOUND                  VALUE "35".
            05  CYC-WOF-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-WOF-OK                         VALUE "00".
                88  CYC-WOF-NOTFOUND                   VALUE "35".
            05  CYC-CERT-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-CERT-OK                        VALUE "00".
                88  CYC-CERT-NOTFOUND                  VALUE "35".
            05  CYC-SPL-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-SPL-OK                         VALUE "00".
                88  CYC-SPL-NOTFOUND                   VALUE "35".
            05  CYC-AUTH-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-AUTH-OK                        VALUE "00".
                88  CYC-AUTH-NOTFOUND                  VALUE "35".
            05  CYC-OAP-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-OAP-OK                         VALUE "00".
                88  CYC-OAP-NOTFOUND                   VALUE "35".
            05  CYC-OAR-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-OAR-OK                         VALUE "00".

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
            PERFORM 2000-COLLECT-MAINTENANCE THRU 2000-EXIT.
            PERFORM 2200-COLLECT-QUEUE-ACTIONS THRU 2200-EXIT.
            PERFORM 2400-COLLECT-WRITE-OFFS THRU 2400-EXIT.
            PERFORM 2600-COLLECT-CERTIFICATIONS THRU 2600-EXIT.
            PERFORM 2800-COLLECT-SUPPLEMENTS THRU 2800-EXIT.
            PERFORM 5000-PRINT-ACTIVITY THRU 5000-EXIT.
            PERFORM 6000-PRINT-OPERATOR-TOTALS THRU 6000-EXIT.
            PERFORM 7000-PRINT-UNAUTHORIZED THRU 7000-EXIT.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - PICK UP THE SELECTION AND THE OPERATOR
      * AUTHORITIES, OPEN THE REPORT AND WRITE THE TITLE.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            PERFORM 1100-LOAD-SELECTION THRU 1100-EXIT.
            PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
            OPEN OUTPUT CYCOACR-FILE.
            IF NOT CYC-OAR-OK
                DISPLAY "CYCOACR OPEN FAILED, STATUS " CYC-OAR-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE "1" TO CYC-OAR-CC.
            STRING "OPERATOR ACTIVITY REPORT   " DELIMITED BY SIZE
                CYC-OAC-FROM-DATE DELIMITED BY SIZE
                " THRU " DELIMITED BY SIZE
                CYC-OAC-TO-DATE DELIMITED BY SIZE
            INTO CYC-OAR-DATA.
            WRITE CYCOACR-RECORD.
            IF CYC-OAC-SEL-OPERATOR = SPACES
                MOVE "ALL" TO CYC-OAC-SEL-OPR-OUT
            ELSE
                MOVE CYC-OAC-SEL-OPERATOR TO CYC-OAC-SEL-OPR-OUT
            END-IF.
            IF CYC-OAC-SEL-REGION = SPACES
                MOVE "ALL" TO CYC-OAC-SEL-RGN-OUT
            ELSE
                MOVE CYC-OAC-SEL-REGION TO CYC-OAC-SEL-RGN-OUT
            END-IF.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            STRING "OPERATOR: " DELIMITED BY SIZE
                CYC-OAC-SEL-OPR-OUT DELIMITED BY SIZE
                "   REGION: " DELIMITED BY SIZE
                CYC-OAC-SEL-RGN-OUT DELIMITED BY SIZE
            INTO CYC-OAR-DATA.
            WRITE CYCOACR-RECORD.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-SELECTION - ONE RECORD FROM CYCOACP.  NO FILE, OR
      * AN UNUSABLE DATE RANGE, REPORTS EVERY DATE ON FILE.  A ZERO
      * TO DATE REPORTS THE FROM DATE ONLY.
      *-----------------------------------------------------------------
        1100-LOAD-SELECTION.
            OPEN INPUT CYCOACP-FILE.
            IF CYC-OAP-NOTFOUND
                DISPLAY "CYCOACP NOT FOUND - REPORTING ALL ACTIVITY"
                GO TO 1100-EXIT
            END-IF.
            IF NOT CYC-OAP-OK
                DISPLAY "CYCOACP OPEN FAILED " CYC-OAP-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            READ CYCOACP-FILE
                AT END
                    DISPLAY "CYCOACP IS EMPTY - REPORTING ALL ACTIVITY"
                    CLOSE CYCOACP-FILE
                    GO TO 1100-EXIT
            END-READ.
            IF CYC-OAP-FROM-DATE IS NUMERIC
                    AND CYC-OAP-FROM-DATE > ZERO
                MOVE CYC-OAP-FROM-DATE TO CYC-OAC-FROM-DATE
                IF CYC-OAP-TO-DATE IS NUMERIC
                        AND CYC-OAP-TO-DATE > ZERO
                    MOVE CYC-OAP-TO-DATE TO CYC-OAC-TO-DATE
                ELSE
                    MOVE CYC-OAP-FROM-DATE TO CYC-OAC-TO-DATE
                END-IF
            ELSE
                DISPLAY "CYCOACP RANGE NOT USABLE - REPORTING ALL"
                    " DATES"
            END-IF.
            MOVE CYC-OAP-OPERATOR TO CYC-OAC-SEL-OPERATOR.
            MOVE CYC-OAP-REGION TO CYC-OAC-SEL-REGION.
            CLOSE CYCOACP-FILE.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1200-LOAD-AUTHORITY - LOAD THE OPERATORS ON CYCAUTH.  NO FILE
      * MEANS AUTHORIZATION IS NOT IN FORCE AT THIS SITE; A FILE -
      * EVEN AN EMPTY ONE - PUTS THE CHECK IN FORCE, AS IT DOES FOR
      * THE MAINTENANCE PROGRAMS.
      *-----------------------------------------------------------------
        1200-LOAD-AUTHORITY.
            OPEN INPUT CYCAUTH-FILE.
            IF CYC-AUTH-NOTFOUND
                DISPLAY "CYCAUTH NOT FOUND - AUTHORIZATION NOT IN"
                    " FORCE"
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
        1210-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2000-COLLECT-MAINTENANCE - EVERY CYCMAUD RECORD IS AN
      * OPERATOR ACTION: A COUNT CHANGE, A REGION ADD OR RETIREMENT,
      * A CALENDAR CHANGE OR A REFUSED ATTEMPT.  THE STAMP IS WHEN
      * THE CHANGE WAS MADE; THE EFFECTIVE DATE, WHEN THERE IS ONE,
      * GOES IN THE DETAIL COLUMN.
      *-----------------------------------------------------------------
        2000-COLLECT-MAINTENANCE.
            OPEN INPUT CYCMAUD-FILE.
            IF CYC-MAUD-NOTFOUND
                DISPLAY "CYCMAUD NOT FOUND - NO MAINTENANCE ACTIVITY"
                GO TO 2000-EXIT
            END-IF.
            IF NOT CYC-MAUD-OK
                DISPLAY "CYCMAUD OPEN FAILED " CYC-MAUD-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 2010-COLLECT-NEXT-MAUD THRU 2010-EXIT
                UNTIL CYC-MAUD-EOF.
            CLOSE CYCMAUD-FILE.
        2000-EXIT.
            EXIT.

        2010-COLLECT-NEXT-MAUD.
            READ CYCMAUD-FILE
                AT END
                    SET CYC-MAUD-EOF TO TRUE
                    GO TO 2010-EXIT
            END-READ.
            ADD 1 TO CYC-OAC-MAUD-READ.
            IF CYC-MAUD-DATE IS NOT NUMERIC
                GO TO 2010-EXIT
            END-IF.
            MOVE SPACES TO CYC-OAC-NEW-EVENT.
            MOVE CYC-MAUD-DATE TO CYC-OAC-NEW-DATE.
            IF CYC-MAUD-TIME IS NUMERIC
                MOVE CYC-MAUD-TIME TO CYC-OAC-NEW-TIME
            ELSE
                MOVE ZERO TO CYC-OAC-NEW-TIME
            END-IF.
            MOVE "M" TO CYC-OAC-NEW-SOURCE.
            MOVE CYC-MAUD-USERID TO CYC-OAC-NEW-OPERATOR.
            MOVE CYC-MAUD-REGION TO CYC-OAC-NEW-REGION.
            EVALUATE CYC-MAUD-ACTION
                WHEN "CHG"
                    MOVE "COUNT" TO CYC-OAC-NEW-ACTION
                WHEN "ADD"
                    MOVE "RGN ADD" TO CYC-OAC-NEW-ACTION
                WHEN "RET"
                    MOVE "RGN RET" TO CYC-OAC-NEW-ACTION
                WHEN "DEN"
                    MOVE "DENIED" TO CYC-OAC-NEW-ACTION
                WHEN "CLA"
                    MOVE "CAL ADD" TO CYC-OAC-NEW-ACTION
                WHEN "CLC"
                    MOVE "CAL CHG" TO CYC-OAC-NEW-ACTION
                WHEN "CLD"
                    MOVE "CAL DEL" TO CYC-OAC-NEW-ACTION
                WHEN "CLR"
                    MOVE "CAL ROLL" TO CYC-OAC-NEW-ACTION
                WHEN SPACES
                    MOVE "COUNT" TO CYC-OAC-NEW-ACTION
                WHEN OTHER
                    MOVE CYC-MAUD-ACTION TO CYC-OAC-NEW-ACTION
            END-EVALUATE.
            PERFORM 2020-FORMAT-MAUD-VALUES THRU 2020-EXIT.
            IF CYC-MAUD-EFF-DATE IS NUMERIC
                    AND CYC-MAUD-EFF-DATE > ZERO
                STRING "EFF DATE " DELIMITED BY SIZE
                    CYC-MAUD-EFF-DATE DELIMITED BY SIZE
                INTO CYC-OAC-NEW-DETAIL
            END-IF.
            PERFORM 3000-SELECT-EVENT THRU 3000-EXIT.
        2010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2020-FORMAT-MAUD-VALUES - A CALENDAR CHANGE SHOWS THE S/R/N
      * ACTION AND THE COUNT EITHER SIDE ("-" WHERE THERE WAS NO
      * ENTRY); EVERYTHING ELSE SHOWS THE OLD AND NEW CYCLE COUNTS.
      *-----------------------------------------------------------------
        2020-FORMAT-MAUD-VALUES.
            IF CYC-MAUD-ACTION = "CLA" OR "CLC" OR "CLD" OR "CLR"
                IF CYC-MAUD-OLD-CAL-ACTION = SPACE
                    MOVE "-" TO CYC-OAC-NEW-OLD
                ELSE
                    MOVE CYC-MAUD-OLD-CAL-ACTION TO CYC-OAC-CAL-ACTION
                    MOVE CYC-MAUD-OLD-VALUE TO CYC-OAC-CAL-COUNT
                    MOVE CYC-OAC-CAL-OUT TO CYC-OAC-NEW-OLD
                END-IF
                IF CYC-MAUD-NEW-CAL-ACTION = SPACE
                    MOVE "-" TO CYC-OAC-NEW-NEW
                ELSE
                    MOVE CYC-MAUD-NEW-CAL-ACTION TO CYC-OAC-CAL-ACTION
                    MOVE CYC-MAUD-NEW-VALUE TO CYC-OAC-CAL-COUNT
                    MOVE CYC-OAC-CAL-OUT TO CYC-OAC-NEW-NEW
                END-IF
                GO TO 2020-EXIT
            END-IF.
            IF CYC-MAUD-OLD-VALUE IS NUMERIC
                MOVE CYC-MAUD-OLD-VALUE TO CYC-OAC-VALUE-OUT
                MOVE CYC-OAC-VALUE-OUT TO CYC-OAC-NEW-OLD
            END-IF.
            IF CYC-MAUD-NEW-VALUE IS NUMERIC
                MOVE CYC-MAUD-NEW-VALUE TO CYC-OAC-VALUE-OUT
                MOVE CYC-OAC-VALUE-OUT TO CYC-OAC-NEW-NEW
            END-IF.
        2020-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2200-COLLECT-QUEUE-ACTIONS - THE "U" RECORDS ON THE AUDIT
      * ARCHIVE AND THE LIVE AUDIT FILE.  A RANGE THAT STRADDLES THE
      * LAST PURGE NEEDS BOTH; A MISSING FILE IS REPORTED AND THE
      * OTHER STILL READ.
      *-----------------------------------------------------------------
        2200-COLLECT-QUEUE-ACTIONS.
            OPEN INPUT AUDITA-FILE.
            IF CYC-AUDA-NOTFOUND
                DISPLAY "AUDITA NOT FOUND - NO ARCHIVED QUEUE ACTIONS"
                SET CYC-AUDA-EOF TO TRUE
            ELSE
                IF NOT CYC-AUDA-OK
                    DISPLAY "AUDITA OPEN FAILED " CYC-AUDA-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
            END-IF.
            PERFORM 2210-COLLECT-NEXT-AUDITA THRU 2210-EXIT
                UNTIL CYC-AUDA-EOF.
            IF NOT CYC-AUDA-NOTFOUND
                CLOSE AUDITA-FILE
            END-IF.
            OPEN INPUT AUDIT-FILE.
            IF CYC-AUD-NOTFOUND
                DISPLAY "AUDIT NOT FOUND - NO LIVE QUEUE ACTIONS"
                GO TO 2200-EXIT
            END-IF.
            IF NOT CYC-AUD-OK
                DISPLAY "AUDIT OPEN FAILED " CYC-AUD-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 2220-COLLECT-NEXT-AUDIT THRU 2220-EXIT
                UNTIL CYC-AUD-EOF.
            CLOSE AUDIT-FILE.
        2200-EXIT.
            EXIT.

        2210-COLLECT-NEXT-AUDITA.
            READ AUDITA-FILE
                AT END
                    SET CYC-AUDA-EOF TO TRUE
                    GO TO 2210-EXIT
            END-READ.
            MOVE AUDITA-RECORD TO AUDIT-RECORD.
            PERFORM 2300-BUILD-QUEUE-EVENT THRU 2300-EXIT.
        2210-EXIT.
            EXIT.

        2220-COLLECT-NEXT-AUDIT.
            READ AUDIT-FILE
                AT END
                    SET CYC-AUD-EOF TO TRUE
                    GO TO 2220-EXIT
            END-READ.
            PERFORM 2300-BUILD-QUEUE-EVENT THRU 2300-EXIT.
        2220-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2300-BUILD-QUEUE-EVENT - ONE AUDIT RECORD.  ONLY THE "U"
      * RECORDS ARE OPERATOR ACTIONS.  THE ACTION DATE IS THE DAY
      * THE OPERATOR ACTED; A RECORD FROM BEFORE THAT WAS STAMPED
      * FALLS BACK TO THE CYCLE'S BUSINESS DATE, WHICH IS ALSO
      * SHOWN IN THE DETAIL COLUMN.
      *-----------------------------------------------------------------
        2300-BUILD-QUEUE-EVENT.
            IF NOT CYC-AUD-UTILITY-REC
                GO TO 2300-EXIT
            END-IF.
            ADD 1 TO CYC-OAC-AUD-READ.
            MOVE SPACES TO CYC-OAC-NEW-EVENT.
            IF CYC-AUD-ACTION-DATE IS NUMERIC
                    AND CYC-AUD-ACTION-DATE > ZERO
                MOVE CYC-AUD-ACTION-DATE TO CYC-OAC-NEW-DATE
            ELSE
                IF CYC-AUD-RUN-DATE IS NUMERIC
                    MOVE CYC-AUD-RUN-DATE TO CYC-OAC-NEW-DATE
                ELSE
                    GO TO 2300-EXIT
                END-IF
            END-IF.
            IF CYC-AUD-TIME IS NUMERIC
                MOVE CYC-AUD-TIME TO CYC-OAC-NEW-TIME
            ELSE
                MOVE ZERO TO CYC-OAC-NEW-TIME
            END-IF.
            MOVE "Q" TO CYC-OAC-NEW-SOURCE.
            MOVE CYC-AUD-OPERATOR TO CYC-OAC-NEW-OPERATOR.
            MOVE CYC-AUD-REGION TO CYC-OAC-NEW-REGION.
            MOVE CYC-AUD-CYCLE TO CYC-OAC-NEW-CYCLE.
            EVALUATE TRUE
                WHEN CYC-AUD-Q-HELD
                    MOVE "HOLD" TO CYC-OAC-NEW-ACTION
                    MOVE "READY" TO CYC-OAC-NEW-OLD
                    MOVE "HELD" TO CYC-OAC-NEW-NEW
                WHEN CYC-AUD-Q-RELEASED
                    MOVE "RELEASE" TO CYC-OAC-NEW-ACTION
                    MOVE "HELD" TO CYC-OAC-NEW-OLD
                    MOVE "READY" TO CYC-OAC-NEW-NEW
                WHEN CYC-AUD-Q-CANCELLED
                    MOVE "CANCEL" TO CYC-OAC-NEW-ACTION
                    MOVE "CANCEL" TO CYC-OAC-NEW-NEW
                WHEN CYC-AUD-Q-REQUEUED
                    MOVE "REQUEUE" TO CYC-OAC-NEW-ACTION
                    MOVE "ERROR" TO CYC-OAC-NEW-OLD
                    MOVE "READY" TO CYC-OAC-NEW-NEW
                WHEN OTHER
                    MOVE "QUEUE" TO CYC-OAC-NEW-ACTION
                    MOVE CYC-AUD-Q-ACTION TO CYC-OAC-NEW-NEW
            END-EVALUATE.
            STRING "BUS DATE " DELIMITED BY SIZE
                CYC-AUD-RUN-DATE DELIMITED BY SIZE
            INTO CYC-OAC-NEW-DETAIL.
            PERFORM 3000-SELECT-EVENT THRU 3000-EXIT.
        2300-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2400-COLLECT-WRITE-OFFS - EVERY CYCREJ WRITE-OFF CYCRCYC
      * APPLIED, WITH THE REJECT REASON AS THE OLD VALUE AND THE
      * OPERATOR'S STATED REASON ON A CONTINUATION LINE.
      *-----------------------------------------------------------------
        2400-COLLECT-WRITE-OFFS.
            OPEN INPUT CYCWOFF-FILE.
            IF CYC-WOF-NOTFOUND
                DISPLAY "CYCWOFF NOT FOUND - NO WRITE-OFF ACTIVITY"
                GO TO 2400-EXIT
            END-IF.
            IF NOT CYC-WOF-OK
                DISPLAY "CYCWOFF OPEN FAILED " CYC-WOF-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 2410-COLLECT-NEXT-WOFF THRU 2410-EXIT
                UNTIL CYC-WOF-EOF.
            CLOSE CYCWOFF-FILE.
        2400-EXIT.
            EXIT.

        2410-COLLECT-NEXT-WOFF.
            READ CYCWOFF-FILE
                AT END
                    SET CYC-WOF-EOF TO TRUE
                    GO TO 2410-EXIT
            END-READ.
            ADD 1 TO CYC-OAC-WOF-READ.
            IF CYC-WOF-DATE IS NOT NUMERIC
                GO TO 2410-EXIT
            END-IF.
            MOVE SPACES TO CYC-OAC-NEW-EVENT.
            MOVE CYC-WOF-DATE TO CYC-OAC-NEW-DATE.
            IF CYC-WOF-TIME IS NUMERIC
                MOVE CYC-WOF-TIME TO CYC-OAC-NEW-TIME
            ELSE
                MOVE ZERO TO CYC-OAC-NEW-TIME
            END-IF.
            MOVE "W" TO CYC-OAC-NEW-SOURCE.
            MOVE CYC-WOF-OPERATOR TO CYC-OAC-NEW-OPERATOR.
            MOVE "WRITEOFF" TO CYC-OAC-NEW-ACTION.
            MOVE CYC-WOF-REGION TO CYC-OAC-NEW-REGION.
            MOVE CYC-WOF-CYCLE TO CYC-OAC-NEW-CYCLE.
            STRING "REJ " DELIMITED BY SIZE
                CYC-WOF-REJ-REASON-CD DELIMITED BY SIZE
            INTO CYC-OAC-NEW-OLD.
            MOVE "WRTN OFF" TO CYC-OAC-NEW-NEW.
            STRING "BUS DATE " DELIMITED BY SIZE
                CYC-WOF-GEN-DATE DELIMITED BY SIZE
            INTO CYC-OAC-NEW-DETAIL.
            MOVE CYC-WOF-REASON TO CYC-OAC-NEW-TEXT.
            PERFORM 3000-SELECT-EVENT THRU 3000-EXIT.
        2410-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2600-COLLECT-CERTIFICATIONS - EVERY CYCCLOSE CERTIFICATION
      * RUN.  A CERTIFICATION COVERS THE WHOLE BUSINESS DATE, SO IT
      * CARRIES REGION "ALL" AND SHOWS UNDER ANY REGION SELECTED.
      *-----------------------------------------------------------------
        2600-COLLECT-CERTIFICATIONS.
            OPEN INPUT CYCCERT-FILE.
            IF CYC-CERT-NOTFOUND
                DISPLAY "CYCCERT NOT FOUND - NO CERTIFICATIONS"
                GO TO 2600-EXIT
            END-IF.
            IF NOT CYC-CERT-OK
                DISPLAY "CYCCERT OPEN FAILED " CYC-CERT-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 2610-COLLECT-NEXT-CERT THRU 2610-EXIT
                UNTIL CYC-CERT-EOF.
            CLOSE CYCCERT-FILE.
        2600-EXIT.
            EXIT.

        2610-COLLECT-NEXT-CERT.
            READ CYCCERT-FILE
                AT END
                    SET CYC-CERT-EOF TO TRUE
                    GO TO 2610-EXIT
            END-READ.
            ADD 1 TO CYC-OAC-CERT-READ.
            IF CYC-CERT-RUN-DATE IS NOT NUMERIC
                GO TO 2610-EXIT
            END-IF.
            MOVE SPACES TO CYC-OAC-NEW-EVENT.
            MOVE CYC-CERT-RUN-DATE TO CYC-OAC-NEW-DATE.
            IF CYC-CERT-RUN-TIME IS NUMERIC
                MOVE CYC-CERT-RUN-TIME TO CYC-OAC-NEW-TIME
            ELSE
                MOVE ZERO TO CYC-OAC-NEW-TIME
            END-IF.
            MOVE "C" TO CYC-OAC-NEW-SOURCE.
            MOVE CYC-CERT-OPERATOR TO CYC-OAC-NEW-OPERATOR.
            MOVE "CERTIFY" TO CYC-OAC-NEW-ACTION.
            MOVE "ALL" TO CYC-OAC-NEW-REGION.
            IF CYC-CERT-CLEAN
                MOVE "CLEAN" TO CYC-OAC-NEW-NEW
            ELSE
                MOVE "EXCEPTNS" TO CYC-OAC-NEW-NEW
            END-IF.
            STRING "BUS DATE " DELIMITED BY SIZE
                CYC-CERT-DATE DELIMITED BY SIZE
            INTO CYC-OAC-NEW-DETAIL.
            PERFORM 3000-SELECT-EVENT THRU 3000-EXIT.
        2610-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2800-COLLECT-SUPPLEMENTS - EVERY CYCSUPL REGISTER RECORD: A
      * "G" IS THE OPERATOR WHO REQUESTED A SUPPLEMENTAL CYCLE, AN
      * "A" THE SECOND OPERATOR WHO APPROVED IT.  THE STAMP IS WHEN
      * THE OPERATOR ACTED; THE CYCLE'S BUSINESS DATE GOES IN THE
      * DETAIL COLUMN AND THE REASON ON A CONTINUATION LINE.
      *-----------------------------------------------------------------
        2800-COLLECT-SUPPLEMENTS.
            OPEN INPUT CYCSUPL-FILE.
            IF CYC-SPL-NOTFOUND
                DISPLAY "CYCSUPL NOT FOUND - NO SUPPLEMENTAL CYCLES"
                GO TO 2800-EXIT
            END-IF.
            IF NOT CYC-SPL-OK
                DISPLAY "CYCSUPL OPEN FAILED " CYC-SPL-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 2810-COLLECT-NEXT-SUPL THRU 2810-EXIT
                UNTIL CYC-SPL-EOF.
            CLOSE CYCSUPL-FILE.
        2800-EXIT.
            EXIT.

        2810-COLLECT-NEXT-SUPL.
            READ CYCSUPL-FILE
                AT END
                    SET CYC-SPL-EOF TO TRUE
                    GO TO 2810-EXIT
            END-READ.
            ADD 1 TO CYC-OAC-SPL-READ.
            MOVE SPACES TO CYC-OAC-NEW-EVENT.
            IF CYC-SPL-ACTION-DATE IS NUMERIC
                    AND CYC-SPL-ACTION-DATE > ZERO
                MOVE CYC-SPL-ACTION-DATE TO CYC-OAC-NEW-DATE
            ELSE
                IF CYC-SPL-GEN-DATE IS NUMERIC
                    MOVE CYC-SPL-GEN-DATE TO CYC-OAC-NEW-DATE
                ELSE
                    GO TO 2810-EXIT
                END-IF
            END-IF.
            IF CYC-SPL-ACTION-TIME IS NUMERIC
                MOVE CYC-SPL-ACTION-TIME TO CYC-OAC-NEW-TIME
            ELSE
                MOVE ZERO TO CYC-OAC-NEW-TIME
            END-IF.
            MOVE "S" TO CYC-OAC-NEW-SOURCE.
            MOVE CYC-SPL-OPERATOR TO CYC-OAC-NEW-OPERATOR.
            MOVE CYC-SPL-REGION TO CYC-OAC-NEW-REGION.
            MOVE CYC-SPL-CYCLE TO CYC-OAC-NEW-CYCLE.
            EVALUATE TRUE
                WHEN CYC-SPL-GENERATED
                    MOVE "SUPP REQ" TO CYC-OAC-NEW-ACTION
                    MOVE "REQUESTD" TO CYC-OAC-NEW-NEW
                WHEN CYC-SPL-APPROVED
                    MOVE "SUPP APR" TO CYC-OAC-NEW-ACTION
                    MOVE "PENDING" TO CYC-OAC-NEW-OLD
                    MOVE "APPROVED" TO CYC-OAC-NEW-NEW
                WHEN OTHER
                    MOVE "SUPP" TO CYC-OAC-NEW-ACTION
                    MOVE CYC-SPL-REC-TYPE TO CYC-OAC-NEW-NEW
            END-EVALUATE.
            STRING "BUS DATE " DELIMITED BY SIZE
                CYC-SPL-GEN-DATE DELIMITED BY SIZE
            INTO CYC-OAC-NEW-DETAIL.
            MOVE CYC-SPL-REASON TO CYC-OAC-NEW-TEXT.
            PERFORM 3000-SELECT-EVENT THRU 3000-EXIT.
        2810-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-SELECT-EVENT - APPLY THE CYCOACP SELECTION TO THE EVENT
      * JUST BUILT AND, IF IT PASSES, FILE IT IN THE EVENT TABLE.
      * AN EVENT FOR REGION "ALL" (A CERTIFICATION, OR A CHANGE ON A
      * SINGLE-REGION SITE) SHOWS UNDER ANY REGION SELECTED.  AN
      * EVENT WITH NO OPERATOR IS SHOWN AS "UNKNOWN" SO IT STILL
      * COUNTS AND STILL FAILS THE CYCAUTH CHECK.
      *-----------------------------------------------------------------
        3000-SELECT-EVENT.
            IF CYC-OAC-NEW-OPERATOR = SPACES
                MOVE "UNKNOWN" TO CYC-OAC-NEW-OPERATOR
            END-IF.
            IF CYC-OAC-NEW-DATE < CYC-OAC-FROM-DATE
                    OR CYC-OAC-NEW-DATE > CYC-OAC-TO-DATE
                GO TO 3000-EXIT
            END-IF.
            IF CYC-OAC-SEL-OPERATOR NOT = SPACES
                    AND CYC-OAC-NEW-OPERATOR NOT = CYC-OAC-SEL-OPERATOR
                GO TO 3000-EXIT
            END-IF.
            IF CYC-OAC-SEL-REGION NOT = SPACES
                    AND CYC-OAC-NEW-REGION NOT = CYC-OAC-SEL-REGION
                    AND CYC-OAC-NEW-REGION NOT = "ALL"
                GO TO 3000-EXIT
            END-IF.
            PERFORM 3100-INSERT-EVENT THRU 3100-EXIT.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3100-INSERT-EVENT - OPEN A SLOT FOR THE NEW EVENT BY SHIFTING
      * EVERY LATER EVENT UP ONE, WORKING BACK FROM THE END, AND
      * MOVE THE EVENT INTO IT.  THE SOURCES ARE EACH WRITTEN IN
      * TIME ORDER, SO THE SHIFT IS NORMALLY SHORT.
      *-----------------------------------------------------------------
        3100-INSERT-EVENT.
            IF CYC-OAC-EVT-COUNT >= 10000
                DISPLAY "MORE THAN 10000 ACTIVITY EVENTS SELECTED -"
                    " TABLE FULL, NARROW THE CYCOACP RANGE"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-OAC-EVT-COUNT.
            MOVE CYC-OAC-EVT-COUNT TO CYC-OAC-SLOT.
            MOVE "N" TO CYC-OAC-SLOT-SW.
            PERFORM 3110-SHIFT-LATER-EVENT THRU 3110-EXIT
                UNTIL CYC-OAC-SLOT-FOUND.
            MOVE CYC-OAC-NEW-EVENT TO CYC-OAC-EVT (CYC-OAC-SLOT).
        3100-EXIT.
            EXIT.

        3110-SHIFT-LATER-EVENT.
            IF CYC-OAC-SLOT = 1
                SET CYC-OAC-SLOT-FOUND TO TRUE
                GO TO 3110-EXIT
            END-IF.
            COMPUTE CYC-OAC-PREV-SLOT = CYC-OAC-SLOT - 1.
            IF CYC-OAC-EVT-KEY (CYC-OAC-PREV-SLOT) > CYC-OAC-NEW-KEY
                MOVE CYC-OAC-EVT (CYC-OAC-PREV-SLOT)
                    TO CYC-OAC-EVT (CYC-OAC-SLOT)
                MOVE CYC-OAC-PREV-SLOT TO CYC-OAC-SLOT
            ELSE
                SET CYC-OAC-SLOT-FOUND TO TRUE
            END-IF.
        3110-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5000-PRINT-ACTIVITY - THE CHRONOLOGICAL LISTING.  EACH EVENT
      * IS ALSO COUNTED AGAINST ITS OPERATOR FOR THE TOTALS.
      *-----------------------------------------------------------------
        5000-PRINT-ACTIVITY.
            PERFORM 5100-WRITE-LISTING-HEADER THRU 5100-EXIT.
            PERFORM 5200-PRINT-NEXT-EVENT THRU 5200-EXIT
                VARYING CYC-OAC-EVT-IDX FROM 1 BY 1
                UNTIL CYC-OAC-EVT-IDX > CYC-OAC-EVT-COUNT.
            IF CYC-OAC-EVT-COUNT = ZERO
                MOVE SPACES TO CYCOACR-RECORD
                MOVE SPACE TO CYC-OAR-CC
                MOVE "NO OPERATOR ACTIVITY FOR THIS SELECTION"
                    TO CYC-OAR-DATA
                WRITE CYCOACR-RECORD
            END-IF.
            MOVE CYC-OAC-EVT-COUNT TO CYC-OAC-CTR-OUT.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            WRITE CYCOACR-RECORD.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            STRING "ACTIONS REPORTED: " DELIMITED BY SIZE
                CYC-OAC-CTR-OUT DELIMITED BY SIZE
            INTO CYC-OAR-DATA.
            WRITE CYCOACR-RECORD.
        5000-EXIT.
            EXIT.

        5100-WRITE-LISTING-HEADER.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            WRITE CYCOACR-RECORD.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            MOVE "DATE     TIME     OPERATOR ACTION   RGN CYC OLD      "
                TO CYC-OAR-DATA (1:53).
            MOVE "NEW      DETAIL" TO CYC-OAR-DATA (54:15).
            WRITE CYCOACR-RECORD.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            MOVE "-------- -------- -------- -------- --- --- -------- "
                TO CYC-OAR-DATA (1:53).
            MOVE "-------- -----------------" TO CYC-OAR-DATA (54:26).
            WRITE CYCOACR-RECORD.
        5100-EXIT.
            EXIT.

        5200-PRINT-NEXT-EVENT.
            PERFORM 5300-WRITE-EVENT-LINE THRU 5300-EXIT.
            PERFORM 5400-COUNT-FOR-OPERATOR THRU 5400-EXIT.
        5200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5300-WRITE-EVENT-LINE - ONE LISTING LINE FOR THE EVENT AT
      * CYC-OAC-EVT-IDX, PLUS A CONTINUATION LINE FOR ITS FREE TEXT
      * WHEN IT HAS ANY.  USED BY THE NOT-ON-CYCAUTH LIST AS WELL.
      *-----------------------------------------------------------------
        5300-WRITE-EVENT-LINE.
            MOVE CYC-OAC-EVT-TIME (CYC-OAC-EVT-IDX) TO CYC-OAC-STAMP.
            MOVE SPACES TO CYC-OAC-TIME-OUT.
            STRING CYC-OAC-STAMP-HH DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                CYC-OAC-STAMP-MM DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                CYC-OAC-STAMP-SS DELIMITED BY SIZE
            INTO CYC-OAC-TIME-OUT.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            STRING CYC-OAC-EVT-DATE (CYC-OAC-EVT-IDX)
                    DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CYC-OAC-TIME-OUT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CYC-OAC-EVT-OPERATOR (CYC-OAC-EVT-IDX)
                    DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CYC-OAC-EVT-ACTION (CYC-OAC-EVT-IDX)
                    DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CYC-OAC-EVT-REGION (CYC-OAC-EVT-IDX)
                    DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CYC-OAC-EVT-CYCLE (CYC-OAC-EVT-IDX)
                    DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CYC-OAC-EVT-OLD (CYC-OAC-EVT-IDX)
                    DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CYC-OAC-EVT-NEW (CYC-OAC-EVT-IDX)
                    DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                CYC-OAC-EVT-DETAIL (CYC-OAC-EVT-IDX)
                    DELIMITED BY SIZE
            INTO CYC-OAR-DATA.
            WRITE CYCOACR-RECORD.
            IF CYC-OAC-EVT-TEXT (CYC-OAC-EVT-IDX) NOT = SPACES
                MOVE SPACES TO CYCOACR-RECORD
                MOVE SPACE TO CYC-OAR-CC
                STRING "                           REASON: "
                        DELIMITED BY SIZE
                    CYC-OAC-EVT-TEXT (CYC-OAC-EVT-IDX)
                        DELIMITED BY SIZE
                INTO CYC-OAR-DATA
                WRITE CYCOACR-RECORD
            END-IF.
        5300-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5400-COUNT-FOR-OPERATOR - FIND OR ADD THE OPERATOR'S TOTALS
      * ENTRY AND COUNT THE EVENT IN ITS SOURCE COLUMN.  A NEW
      * OPERATOR IS CHECKED AGAINST CYCAUTH ONCE, ON FIRST SIGHT.
      *-----------------------------------------------------------------
        5400-COUNT-FOR-OPERATOR.
            MOVE ZERO TO CYC-OAC-OPR-FOUND-IDX.
            PERFORM 5410-CHECK-OPERATOR-ENTRY THRU 5410-EXIT
                VARYING CYC-OAC-OPR-IDX FROM 1 BY 1
                UNTIL CYC-OAC-OPR-IDX > CYC-OAC-OPR-COUNT
                OR CYC-OAC-OPR-FOUND-IDX > 0.
            IF CYC-OAC-OPR-FOUND-IDX = 0
                PERFORM 5420-ADD-OPERATOR-ENTRY THRU 5420-EXIT
            END-IF.
            EVALUATE CYC-OAC-EVT-SOURCE (CYC-OAC-EVT-IDX)
                WHEN "M"
                    ADD 1 TO CYC-OAC-OPR-MAINT (CYC-OAC-OPR-FOUND-IDX)
                WHEN "Q"
                    ADD 1 TO CYC-OAC-OPR-QUEUE (CYC-OAC-OPR-FOUND-IDX)
                WHEN "W"
                    ADD 1 TO CYC-OAC-OPR-WROFF (CYC-OAC-OPR-FOUND-IDX)
                WHEN "C"
                    ADD 1 TO CYC-OAC-OPR-CERT (CYC-OAC-OPR-FOUND-IDX)
                WHEN "S"
                    ADD 1 TO CYC-OAC-OPR-SUPP (CYC-OAC-OPR-FOUND-IDX)
            END-EVALUATE.
            ADD 1 TO CYC-OAC-OPR-TOTAL (CYC-OAC-OPR-FOUND-IDX).
        5400-EXIT.
            EXIT.

        5410-CHECK-OPERATOR-ENTRY.
            IF CYC-OAC-OPR-OPERATOR (CYC-OAC-OPR-IDX)
                    = CYC-OAC-EVT-OPERATOR (CYC-OAC-EVT-IDX)
                MOVE CYC-OAC-OPR-IDX TO CYC-OAC-OPR-FOUND-IDX
            END-IF.
        5410-EXIT.
            EXIT.

        5420-ADD-OPERATOR-ENTRY.
            IF CYC-OAC-OPR-COUNT >= 200
                DISPLAY "MORE THAN 200 OPERATORS IN THE SELECTION -"
                    " TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-OAC-OPR-COUNT.
            MOVE CYC-OAC-OPR-COUNT TO CYC-OAC-OPR-FOUND-IDX.
            MOVE CYC-OAC-EVT-OPERATOR (CYC-OAC-EVT-IDX)
                TO CYC-OAC-OPR-OPERATOR (CYC-OAC-OPR-FOUND-IDX).
            MOVE ZERO TO CYC-OAC-OPR-MAINT (CYC-OAC-OPR-FOUND-IDX).
            MOVE ZERO TO CYC-OAC-OPR-QUEUE (CYC-OAC-OPR-FOUND-IDX).
            MOVE ZERO TO CYC-OAC-OPR-WROFF (CYC-OAC-OPR-FOUND-IDX).
            MOVE ZERO TO CYC-OAC-OPR-CERT (CYC-OAC-OPR-FOUND-IDX).
            MOVE ZERO TO CYC-OAC-OPR-SUPP (CYC-OAC-OPR-FOUND-IDX).
            MOVE ZERO TO CYC-OAC-OPR-TOTAL (CYC-OAC-OPR-FOUND-IDX).
            MOVE ZERO TO CYC-AUTH-FOUND-IDX.
            PERFORM 5430-CHECK-AUTH-ENTRY THRU 5430-EXIT
                VARYING CYC-AUTH-IDX FROM 1 BY 1
                UNTIL CYC-AUTH-IDX > CYC-AUTH-ENTRY-COUNT
                OR CYC-AUTH-FOUND-IDX > 0.
            IF CYC-AUTH-FOUND-IDX > 0
                MOVE "Y" TO CYC-OAC-OPR-AUTH-SW (CYC-OAC-OPR-FOUND-IDX)
            ELSE
                MOVE "N" TO CYC-OAC-OPR-AUTH-SW (CYC-OAC-OPR-FOUND-IDX)
            END-IF.
        5420-EXIT.
            EXIT.

        5430-CHECK-AUTH-ENTRY.
            IF CYC-AUTH-TBL-OPERATOR (CYC-AUTH-IDX)
                    = CYC-OAC-EVT-OPERATOR (CYC-OAC-EVT-IDX)
                MOVE CYC-AUTH-IDX TO CYC-AUTH-FOUND-IDX
            END-IF.
        5430-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6000-PRINT-OPERATOR-TOTALS - ONE LINE PER OPERATOR: ACTIONS
      * BY SOURCE (MAINTENANCE, QUEUE, WRITE-OFF, CERTIFICATION,
      * SUPPLEMENTAL CYCLE), THE TOTAL, AND WHETHER THE OPERATOR IS
      * ON CYCAUTH ("N/A" WHEN AUTHORIZATION IS NOT IN FORCE).
      *-----------------------------------------------------------------
        6000-PRINT-OPERATOR-TOTALS.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            WRITE CYCOACR-RECORD.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            MOVE "OPERATOR TOTALS" TO CYC-OAR-DATA.
            WRITE CYCOACR-RECORD.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            MOVE "OPERATOR   MAINT  QUEUE  WROFF   CERT   SUPP  TOTAL"
                TO CYC-OAR-DATA (1:52).
            MOVE " AUTH" TO CYC-OAR-DATA (53:5).
            WRITE CYCOACR-RECORD.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            MOVE "--------   -----  -----  -----  -----  -----  -----"
                TO CYC-OAR-DATA (1:52).
            MOVE " ----" TO CYC-OAR-DATA (53:5).
            WRITE CYCOACR-RECORD.
            PERFORM 6100-WRITE-OPERATOR-LINE THRU 6100-EXIT
                VARYING CYC-OAC-OPR-IDX FROM 1 BY 1
                UNTIL CYC-OAC-OPR-IDX > CYC-OAC-OPR-COUNT.
        6000-EXIT.
            EXIT.

        6100-WRITE-OPERATOR-LINE.
            MOVE CYC-OAC-OPR-MAINT (CYC-OAC-OPR-IDX)
                TO CYC-OAC-MAINT-OUT.
            MOVE CYC-OAC-OPR-QUEUE (CYC-OAC-OPR-IDX)
                TO CYC-OAC-QUEUE-OUT.
            MOVE CYC-OAC-OPR-WROFF (CYC-OAC-OPR-IDX)
                TO CYC-OAC-WROFF-OUT.
            MOVE CYC-OAC-OPR-CERT (CYC-OAC-OPR-IDX)
                TO CYC-OAC-CERT-OUT.
            MOVE CYC-OAC-OPR-SUPP (CYC-OAC-OPR-IDX)
                TO CYC-OAC-SUPP-OUT.
            MOVE CYC-OAC-OPR-TOTAL (CYC-OAC-OPR-IDX)
                TO CYC-OAC-CTR-OUT.
            IF NOT CYC-AUTH-IN-FORCE
                MOVE "N/A" TO CYC-OAC-AUTH-TAG
            ELSE
                IF CYC-OAC-OPR-ON-AUTH (CYC-OAC-OPR-IDX)
                    MOVE "YES" TO CYC-OAC-AUTH-TAG
                ELSE
                    MOVE "NO" TO CYC-OAC-AUTH-TAG
                END-IF
            END-IF.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            STRING CYC-OAC-OPR-OPERATOR (CYC-OAC-OPR-IDX)
                    DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                CYC-OAC-MAINT-OUT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CYC-OAC-QUEUE-OUT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CYC-OAC-WROFF-OUT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CYC-OAC-CERT-OUT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CYC-OAC-SUPP-OUT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CYC-OAC-CTR-OUT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                CYC-OAC-AUTH-TAG DELIMITED BY SIZE
            INTO CYC-OAR-DATA.
            WRITE CYCOACR-RECORD.
        6100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7000-PRINT-UNAUTHORIZED - EVERY LISTED ACTION WHOSE OPERATOR
      * HOLDS NO CYCAUTH GRANT, AGAIN IN TIME ORDER.  THE BATCH
      * PROGRAMS STAMP THEIR OWN NAME WHEN NO OPERATOR IS GIVEN, SO
      * THOSE SHOW HERE TOO - WHICH IS THE POINT: SOMEONE RAN IT.
      *-----------------------------------------------------------------
        7000-PRINT-UNAUTHORIZED.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            WRITE CYCOACR-RECORD.
            MOVE SPACES TO CYCOACR-RECORD.
            MOVE SPACE TO CYC-OAR-CC.
            MOVE "ACTIONS BY OPERATORS NOT ON CYCAUTH" TO CYC-OAR-DATA.
            WRITE CYCOACR-RECORD.
            IF NOT CYC-AUTH-IN-FORCE
                MOVE SPACES TO CYCOACR-RECORD
                MOVE SPACE TO CYC-OAR-CC
                STRING "CYCAUTH NOT FOUND - AUTHORIZATION NOT IN"
                        DELIMITED BY SIZE
                    " FORCE, NO CHECK MADE" DELIMITED BY SIZE
                INTO CYC-OAR-DATA
                WRITE CYCOACR-RECORD
                GO TO 7000-EXIT
            END-IF.
            PERFORM 7100-CHECK-EVENT-OPERATOR THRU 7100-EXIT
                VARYING CYC-OAC-EVT-IDX FROM 1 BY 1
                UNTIL CYC-OAC-EVT-IDX > CYC-OAC-EVT-COUNT.
            IF CYC-OAC-UNAUTH-COUNT = ZERO
                MOVE SPACES TO CYCOACR-RECORD
                MOVE SPACE TO CYC-OAR-CC
                MOVE "NONE" TO CYC-OAR-DATA
                WRITE CYCOACR-RECORD
            END-IF.
        7000-EXIT.
            EXIT.

        7100-CHECK-EVENT-OPERATOR.
            MOVE ZERO TO CYC-OAC-OPR-FOUND-IDX.
            PERFORM 5410-CHECK-OPERATOR-ENTRY THRU 5410-EXIT
                VARYING CYC-OAC-OPR-IDX FROM 1 BY 1
                UNTIL CYC-OAC-OPR-IDX > CYC-OAC-OPR-COUNT
                OR CYC-OAC-OPR-FOUND-IDX > 0.
            IF CYC-OAC-OPR-FOUND-IDX = 0
                GO TO 7100-EXIT
            END-IF.
            IF CYC-OAC-OPR-ON-AUTH (CYC-OAC-OPR-FOUND-IDX)
                GO TO 7100-EXIT
            END-IF.
            ADD 1 TO CYC-OAC-UNAUTH-COUNT.
            PERFORM 5300-WRITE-EVENT-LINE THRU 5300-EXIT.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - CLOSE UP AND SAY WHAT WAS READ AND
      * REPORTED.
      *-----------------------------------------------------------------
        8000-TERMINATE-RUN.
            CLOSE CYCOACR-FILE.
            MOVE CYC-OAC-MAUD-READ TO CYC-OAC-CTR-OUT.
            DISPLAY "CYCMAUD RECORDS READ:        " CYC-OAC-CTR-OUT.
            MOVE CYC-OAC-AUD-READ TO CYC-OAC-CTR-OUT.
            DISPLAY "QUEUE ACTIONS READ:          " CYC-OAC-CTR-OUT.
            MOVE CYC-OAC-WOF-READ TO CYC-OAC-CTR-OUT.
            DISPLAY "WRITE-OFFS READ:             " CYC-OAC-CTR-OUT.
            MOVE CYC-OAC-CERT-READ TO CYC-OAC-CTR-OUT.
            DISPLAY "CERTIFICATIONS READ:         " CYC-OAC-CTR-OUT.
            MOVE CYC-OAC-SPL-READ TO CYC-OAC-CTR-OUT.
            DISPLAY "SUPPLEMENTAL RECORDS READ:   " CYC-OAC-CTR-OUT.
            MOVE CYC-OAC-EVT-COUNT TO CYC-OAC-CTR-OUT.
            DISPLAY "ACTIONS REPORTED:            " CYC-OAC-CTR-OUT.
            MOVE CYC-OAC-UNAUTH-COUNT TO CYC-OAC-CTR-OUT.
            DISPLAY "ACTIONS NOT ON CYCAUTH:      " CYC-OAC-CTR-OUT.
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 9000-ABEND-EXIT - COMMON ERROR EXIT FOR FILE AND TABLE
      * ERRORS.
      *-----------------------------------------------------------------
        9000-ABEND-EXIT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        END PROGRAM CYCOACT.
