      ******************************************************************
      * CYCSUPP - AD-HOC SUPPLEMENTAL CYCLES FOR A REGION
      *
      * RUN FROM THE OPERATIONS BRIDGE.  A LATE FILE OR A
      * COUNTERPARTY RE-SEND SOMETIMES NEEDS ONE MORE CYCLE FOR A
      * REGION AFTER THE NIGHT'S GENERATION HAS ALREADY RUN AND
      * TRAILERED THE DATE.  UNTIL NOW THE ONLY WAY TO GET ONE WAS
      * TO HAND-EDIT CYCSEQ AND CYCQ AND HOPE THE TRAILERS STILL
      * BALANCED.  THIS UTILITY SWEEPS THE CYCSUPT POSTING FILE:
      *
      *   A REQUEST ("R") NAMES A REGION, A GENERATION DATE, HOW
      *   MANY EXTRA CYCLES, THE REQUESTING OPERATOR AND A REASON.
      *   THE REGION AND RUN TRAILERS FOR THE DATE MUST ALREADY BE
      *   ON CYCSEQ AND CYCQ - A REGION STILL GENERATING IS LEFT TO
      *   THE GENERATOR.  THE NEXT CYCLE NUMBER(S) AFTER THE
      *   REGION'S HIGHEST ARE THEN WRITTEN, FLAGGED SUPPLEMENTAL:
      *   THE CYCSEQ DETAIL (WITH THE REGION AND RUN TRAILERS
      *   REPLACED SO THE DATE STILL BALANCES), THE CYCQ READY POST
      *   (TRAILERS LIKEWISE, ALL JOURNALLED TO CYCQJRN), AN AUDIT
      *   GENERATION RECORD WITH RUN MODE "S", THE RUNSTAT LAST
      *   CYCLE, AND A SUPPLEMENTAL PAGE ON THE CYCRPT MORNING
      *   REPORT.  EACH NEW CYCLE IS ENTERED ON THE CYCSUPL
      *   REGISTER AS PENDING APPROVAL.
      *
      *   AN APPROVAL ("A") SIGNS OFF A PENDING SUPPLEMENTAL CYCLE
      *   (OR EVERY ONE OF THE REGION AND DATE, CYCLE ZERO).  THE
      *   APPROVER MUST BE A DIFFERENT OPERATOR FROM THE REQUESTER.
      *   CYCCLOSE WILL NOT CERTIFY A DATE WHILE ANY OF ITS
      *   SUPPLEMENTAL CYCLES IS UNAPPROVED.
      *
      * WHERE CYCAUTH IS IN FORCE A REQUEST NEEDS LEVEL "C" ON THE
      * REGION (OR "ALL") AND AN APPROVAL NEEDS LEVEL "A".  OPERATOR
      * HOLDS ON CYCHOLD ARE NOT APPLIED - THE CYCLE WAS ASKED FOR
      * BY NAME.  A REFUSED REQUEST TOUCHES NOTHING AND LEAVES RC=8.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL PROGRAM.
      ******************************************************************

        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCSUPP.
        AUTHOR. R J SHAUGHNESSY.
        INSTALLATION. SETTLEMENT OPERATIONS - CYCLE CONTROL.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CYCSUPT-FILE ASSIGN TO "CYCSUPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-SPT-STATUS.
            SELECT CYCAUTH-FILE ASSIGN TO "CYCAUTH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUTH-STATUS.
            SELECT CYCSUPL-FILE ASSIGN TO "CYCSUPL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-SPL-STATUS.
            SELECT CYCSEQ-FILE ASSIGN TO "CYCSEQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-SEQ-STATUS.
            SELECT CYCWORK-FILE ASSIGN TO "CYCWORK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-WORK-STATUS.
            SELECT CYCQ-FILE ASSIGN TO "CYCQ"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CYC-Q-KEY
                ALTERNATE RECORD KEY IS CYC-Q-GEN-DATE
                    WITH DUPLICATES
                FILE STATUS IS CYC-Q-STATUS.
            SELECT CYCQJRN-FILE ASSIGN TO "CYCQJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-QJ-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUD-STATUS.
            SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-RS-STATUS.
            SELECT CYCRPT-FILE ASSIGN TO "CYCRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-RPT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCSUPT-FILE
                RECORDING MODE IS F.
            COPY CYCSUPT.
        FD  CYCAUTH-FILE
                RECORDING MODE IS F.
            COPY CYCAUTH.
        FD  CYCSUPL-FILE
                RECORDING MODE IS F.
            COPY CYCSUPL.
        FD  CYCSEQ-FILE
                RECORDING MODE IS F.
            COPY CYCSEQ.
        FD  CYCWORK-FILE
                RECORDING MODE IS F.
        01  CYCWORK-RECORD          PIC X(80).
        FD  CYCQ-FILE.
            COPY CYCQ.
        FD  CYCQJRN-FILE
                RECORDING MODE IS F.
            COPY CYCQJRN.
        FD  AUDIT-FILE
                RECORDING MODE IS F.
            COPY AUDIT.
        FD  RUNSTAT-FILE
                RECORDING MODE IS F.
            COPY RUNSTAT.
        FD  CYCRPT-FILE
                RECORDING MODE IS F.
            COPY CYCRPT.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * CURRENT DATE AND TIME FOR THE DEFAULT GENERATION DATE, THE
      * READY TIME OF THE NEW POSTS AND THE AUDIT AND REGISTER
      * RECORDS
      *-----------------------------------------------------------------
        01  CYC-SUP-CURRENT-DATETIME    PIC X(21).
        01  CYC-SUP-CURRENT-DT-R REDEFINES
                CYC-SUP-CURRENT-DATETIME.
            05  CYC-SUP-CDT-DATE        PIC 9(08).
            05  CYC-SUP-CDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * CYCQ RECORD AS READ, KEPT AS THE JOURNAL BEFORE IMAGE, THE
      * JOURNAL ACTION, AND THE TIME STAMPED ON EACH JOURNAL ENTRY
      *-----------------------------------------------------------------
        01  CYC-SUP-Q-BEFORE            PIC X(80)      VALUE SPACES.
        01  CYC-SUP-JRN-ACTION          PIC X(01)      VALUE SPACE.
        01  CYC-SUP-JRN-DATETIME        PIC X(21).
        01  CYC-SUP-JRN-DT-R REDEFINES
                CYC-SUP-JRN-DATETIME.
            05  CYC-SUP-JDT-DATE        PIC 9(08).
            05  CYC-SUP-JDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * WORK FIELDS FOR THE TRANSACTION BEING PROCESSED.  THE NEW
      * CYCLE RANGE AND ITS LOOP SUBSCRIPT ARE FOUR DIGITS SO A
      * RANGE ENDING AT 999 CANNOT WRAP.
      *-----------------------------------------------------------------
        01  CYC-SUP-WORK.
            05  CYC-SUP-W-REGION        PIC X(03)      VALUE SPACES.
            05  CYC-SUP-W-DATE          PIC 9(08)      VALUE ZERO.
            05  CYC-SUP-W-DATE-R REDEFINES CYC-SUP-W-DATE.
                10  CYC-SUP-W-YYYY      PIC 9(04).
                10  CYC-SUP-W-MM        PIC 9(02).
                10  CYC-SUP-W-DD        PIC 9(02).
            05  CYC-SUP-W-OPERATOR      PIC X(08)      VALUE SPACES.
            05  CYC-SUP-W-REASON        PIC X(30)      VALUE SPACES.
            05  CYC-SUP-W-COUNT         PIC 9(02)      VALUE ZERO.
            05  CYC-SUP-W-CYCLE         PIC 9(03)      VALUE ZERO.
            05  CYC-SUP-W-HIGH-CYCLE    PIC 9(03)      VALUE ZERO.
            05  CYC-SUP-W-FIRST         PIC 9(04)      VALUE ZERO.
            05  CYC-SUP-W-LAST          PIC 9(04)      VALUE ZERO.
            05  CYC-SUP-W-NEW           PIC 9(04)      VALUE ZERO.
            05  CYC-SUP-W-ADD-HASH      PIC 9(08)      VALUE ZERO.
            05  CYC-SUP-W-START-TIME    PIC 9(08)      VALUE ZERO.
            05  CYC-SUP-W-REFUSAL       PIC X(40)      VALUE SPACES.
            05  CYC-SUP-W-REFUSED-SW    PIC X          VALUE "N".
                88  CYC-SUP-W-REFUSED                  VALUE "Y".
            05  CYC-SUP-W-RGN-TRL-SW    PIC X          VALUE "N".
                88  CYC-SUP-W-RGN-TRL-FOUND            VALUE "Y".
            05  CYC-SUP-W-RUN-TRL-SW    PIC X          VALUE "N".
                88  CYC-SUP-W-RUN-TRL-FOUND            VALUE "Y".
            05  CYC-SUP-W-MATCHED-SW    PIC X          VALUE "N".
                88  CYC-SUP-W-MATCHED                  VALUE "Y".
        01  CYC-SUP-SEQ-HOLD            PIC X(80)      VALUE SPACES.
        01  CYC-SUP-FIRST-OUT           PIC ZZ9.
        01  CYC-SUP-LAST-OUT            PIC ZZ9.

      *-----------------------------------------------------------------
      * SUPPLEMENTAL-CYCLE REGISTER, LOADED FROM CYCSUPL AT START OF
      * RUN AND KEPT UP TO DATE AS THE RUN ADDS AND APPROVES.  ONLY
      * CYCLES STILL PENDING APPROVAL ARE HELD: AN APPROVED ENTRY'S
      * SLOT IS REUSED BY THE NEXT ONE.
      *-----------------------------------------------------------------
        01  CYC-SUP-REG-TABLE.
            05  CYC-SUP-REG-ENTRY OCCURS 500 TIMES.
                10  CYC-SUP-REG-DATE        PIC 9(08).
                10  CYC-SUP-REG-REGION      PIC X(03).
                10  CYC-SUP-REG-CYCLE       PIC 9(03).
                10  CYC-SUP-REG-REQUESTER   PIC X(08).
                10  CYC-SUP-REG-APPROVED-SW PIC X(01).
                    88  CYC-SUP-REG-APPROVED            VALUE "Y".
        01  CYC-SUP-REG-CTRS.
            05  CYC-SUP-REG-COUNT       PIC 9(03)      VALUE ZERO.
            05  CYC-SUP-REG-IDX         PIC 9(03)      VALUE ZERO.
            05  CYC-SUP-REG-SLOT        PIC 9(03)      VALUE ZERO.

      *-----------------------------------------------------------------
      * OPERATOR AUTHORIZATION TABLE FROM CYCAUTH, LOADED ONCE AT
      * START OF RUN.  NO CYCAUTH FILE MEANS THE SITE HAS NOT
      * TURNED AUTHORIZATION ON.
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

      *-----------------------------------------------------------------
      * RUNSTAT IMAGE TABLE FOR THE LAST-CYCLE UPDATE, THE SAME
      * READ-IN / WRITE-BACK THE GENERATOR USES
      *-----------------------------------------------------------------
        01  CYC-RS-IMG-TABLE.
            05  CYC-RS-IMG OCCURS 500 TIMES PIC X(80).
        01  CYC-RS-IMG-CTRS.
            05  CYC-RS-IMG-COUNT        PIC 9(03)      VALUE ZERO.
            05  CYC-RS-IMG-IDX          PIC 9(03)      VALUE ZERO.

      *-----------------------------------------------------------------
      * CYCLE SCHEDULE REPORT PAGE CONTROL, AS THE GENERATOR LAYS IT
      * OUT
      *-----------------------------------------------------------------
        01  CYC-SUP-RPT-CTRS.
            05  CYC-SUP-RPT-PAGE-CTR    PIC 9(02)      VALUE ZERO.
            05  CYC-SUP-RPT-LINE-CTR    PIC 9(02)      VALUE ZERO.
            05  CYC-SUP-RPT-LINES-PER-PAGE
                                        PIC 9(02)      VALUE 15.
        01  CYC-SUP-RPT-PAGE-OUT        PIC Z9.
        01  CYC-SUP-RPT-CYCLE-OUT       PIC ZZ9.
        01  CYC-SUP-RPT-DATE-OUT        PIC X(10).

      *-----------------------------------------------------------------
      * RUN COUNTS FOR THE END-OF-JOB SUMMARY
      *-----------------------------------------------------------------
        01  CYC-SUP-COUNTERS.
            05  CYC-SUP-TRAN-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-SUP-REQ-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-SUP-ADDED-COUNT     PIC 9(05)      VALUE ZERO.
            05  CYC-SUP-APPR-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-SUP-REFUSED-COUNT   PIC 9(05)      VALUE ZERO.
        01  CYC-SUP-TRAN-OUT         PIC ZZZZ9.
        01  CYC-SUP-REQ-OUT          PIC ZZZZ9.
        01  CYC-SUP-ADDED-OUT        PIC ZZZZ9.
        01  CYC-SUP-APPR-OUT         PIC ZZZZ9.
        01  CYC-SUP-REFUSED-OUT      PIC ZZZZ9.

      *-----------------------------------------------------------------
      * END-OF-FILE SWITCHES
      *-----------------------------------------------------------------
        01  CYC-SUP-SWITCHES.
            05  CYC-SPT-EOF-SW          PIC X          VALUE "N".
                88  CYC-SPT-EOF                        VALUE "Y".
            05  CYC-SPL-EOF-SW          PIC X          VALUE "N".
                88  CYC-SPL-EOF                        VALUE "Y".
            05  CYC-SEQ-EOF-SW          PIC X          VALUE "N".
                88  CYC-SEQ-EOF                        VALUE "Y".
            05  CYC-WORK-EOF-SW         PIC X          VALUE "N".
                88  CYC-WORK-EOF                       VALUE "Y".
            05  CYC-RS-EOF-SW           PIC X          VALUE "N".
                88  CYC-RS-EOF                         VALUE "Y".

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
        01  CYC-FILE-STATUSES.
            05  CYC-SPT-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-SPT-OK                         VALUE "00".
                88  CYC-SPT-NOTFOUND                   VALUE "35".
            05  CYC-AUTH-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-AUTH-OK                        VALUE "00".
                88  CYC-AUTH-NOTFOUND                  VALUE "35".
            05  CYC-SPL-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-SPL-OK                         VALUE "00".
                88  CYC-SPL-NOTFOUND                   VALUE "35".
            05  CYC-SEQ-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-SEQ-OK                         VALUE "00".
                88  CYC-SEQ-NOTFOUND                   VALUE "35".
            05  CYC-WORK-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-WORK-OK                        VALUE "00".
            05  CYC-Q-STATUS            PIC X(02)      VALUE SPACES.
                88  CYC-Q-OK                           VALUE "00".
            05  CYC-QJ-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-QJ-OK                          VALUE "00".
            05  CYC-AUD-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-AUD-OK                         VALUE "00".
            05  CYC-RS-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-RS-OK                          VALUE "00".
            05  CYC-RPT-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-RPT-OK                         VALUE "00".

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
            PERFORM 3000-PROCESS-TRAN THRU 3000-EXIT
                UNTIL CYC-SPT-EOF.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - OPEN THE POSTING SWEEP, LOAD THE
      * OPERATOR AUTHORITY AND THE PENDING SUPPLEMENTS, THEN OPEN
      * THE REGISTER, AUDIT, CYCQJRN AND THE REPORT FOR APPEND AND
      * CYCQ FOR KEYED UPDATE.  NO CYCSUPT FILE MEANS THE BRIDGE HAS
      * ASKED FOR NOTHING - NOTHING TO DO.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-SUP-CURRENT-DATETIME.
            OPEN INPUT CYCSUPT-FILE.
            IF CYC-SPT-NOTFOUND
                DISPLAY "CYCSUPT NOT FOUND - NO SUPPLEMENTAL CYCLES"
                    " REQUESTED"
                SET CYC-SPT-EOF TO TRUE
                GO TO 1000-EXIT
            END-IF.
            IF NOT CYC-SPT-OK
                DISPLAY "CYCSUPT OPEN FAILED " CYC-SPT-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
            PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
            OPEN EXTEND CYCSUPL-FILE.
            IF NOT CYC-SPL-OK
                OPEN OUTPUT CYCSUPL-FILE
                IF NOT CYC-SPL-OK
                    DISPLAY "CYCSUPL OPEN FAILED " CYC-SPL-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
            END-IF.
            OPEN I-O CYCQ-FILE.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ OPEN FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN EXTEND AUDIT-FILE.
            IF NOT CYC-AUD-OK
                OPEN OUTPUT AUDIT-FILE
                IF NOT CYC-AUD-OK
                    DISPLAY "AUDIT OPEN FAILED " CYC-AUD-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
            END-IF.
            OPEN EXTEND CYCQJRN-FILE.
            IF NOT CYC-QJ-OK
                OPEN OUTPUT CYCQJRN-FILE
            END-IF.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN OPEN FAILED, STATUS " CYC-QJ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN EXTEND CYCRPT-FILE.
            IF NOT CYC-RPT-OK
                OPEN OUTPUT CYCRPT-FILE
                IF NOT CYC-RPT-OK
                    DISPLAY "CYCRPT OPEN FAILED " CYC-RPT-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
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
      * 1200-LOAD-REGISTER - LOAD THE SUPPLEMENTAL CYCLES STILL
      * PENDING APPROVAL FROM CYCSUPL: EACH "G" RECORD TAKES A SLOT,
      * EACH "A" RECORD FREES THE SLOT OF THE CYCLE IT APPROVES.  NO
      * REGISTER YET MEANS NOTHING IS PENDING.
      *-----------------------------------------------------------------
        1200-LOAD-REGISTER.
            OPEN INPUT CYCSUPL-FILE.
            IF CYC-SPL-NOTFOUND
                GO TO 1200-EXIT
            END-IF.
            IF NOT CYC-SPL-OK
                DISPLAY "CYCSUPL OPEN FAILED " CYC-SPL-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1210-LOAD-NEXT-REGISTER THRU 1210-EXIT
                UNTIL CYC-SPL-EOF.
            CLOSE CYCSUPL-FILE.
        1200-EXIT.
            EXIT.

        1210-LOAD-NEXT-REGISTER.
            READ CYCSUPL-FILE
                AT END
                    SET CYC-SPL-EOF TO TRUE
                    GO TO 1210-EXIT
            END-READ.
            IF CYC-SPL-GENERATED
                PERFORM 1300-TAKE-REGISTER-SLOT THRU 1300-EXIT
                MOVE CYC-SPL-GEN-DATE TO
                    CYC-SUP-REG-DATE (CYC-SUP-REG-SLOT)
                MOVE CYC-SPL-REGION TO
                    CYC-SUP-REG-REGION (CYC-SUP-REG-SLOT)
                MOVE CYC-SPL-CYCLE TO
                    CYC-SUP-REG-CYCLE (CYC-SUP-REG-SLOT)
                MOVE CYC-SPL-OPERATOR TO
                    CYC-SUP-REG-REQUESTER (CYC-SUP-REG-SLOT)
                MOVE "N" TO CYC-SUP-REG-APPROVED-SW (CYC-SUP-REG-SLOT)
            END-IF.
            IF CYC-SPL-APPROVED
                PERFORM 1220-APPLY-APPROVAL THRU 1220-EXIT
                    VARYING CYC-SUP-REG-IDX FROM 1 BY 1
                    UNTIL CYC-SUP-REG-IDX > CYC-SUP-REG-COUNT
            END-IF.
        1210-EXIT.
            EXIT.

        1220-APPLY-APPROVAL.
            IF CYC-SUP-REG-APPROVED (CYC-SUP-REG-IDX)
                GO TO 1220-EXIT
            END-IF.
            IF CYC-SUP-REG-DATE (CYC-SUP-REG-IDX) = CYC-SPL-GEN-DATE
                    AND CYC-SUP-REG-REGION (CYC-SUP-REG-IDX)
                        = CYC-SPL-REGION
                    AND CYC-SUP-REG-CYCLE (CYC-SUP-REG-IDX)
                        = CYC-SPL-CYCLE
                MOVE "Y" TO CYC-SUP-REG-APPROVED-SW (CYC-SUP-REG-IDX)
            END-IF.
        1220-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1300-TAKE-REGISTER-SLOT - FIND A SLOT FOR A NEW PENDING
      * SUPPLEMENT IN CYC-SUP-REG-SLOT: THE FIRST APPROVED ENTRY,
      * OTHERWISE A NEW ONE AT THE END OF THE TABLE.
      *-----------------------------------------------------------------
        1300-TAKE-REGISTER-SLOT.
            MOVE ZERO TO CYC-SUP-REG-SLOT.
            PERFORM 1310-CHECK-REGISTER-SLOT THRU 1310-EXIT
                VARYING CYC-SUP-REG-IDX FROM 1 BY 1
                UNTIL CYC-SUP-REG-IDX > CYC-SUP-REG-COUNT
                OR CYC-SUP-REG-SLOT > 0.
            IF CYC-SUP-REG-SLOT > 0
                GO TO 1300-EXIT
            END-IF.
            IF CYC-SUP-REG-COUNT >= 500
                DISPLAY "MORE THAN 500 SUPPLEMENTAL CYCLES PENDING"
                    " APPROVAL - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-SUP-REG-COUNT.
            MOVE CYC-SUP-REG-COUNT TO CYC-SUP-REG-SLOT.
        1300-EXIT.
            EXIT.

        1310-CHECK-REGISTER-SLOT.
            IF CYC-SUP-REG-APPROVED (CYC-SUP-REG-IDX)
                MOVE CYC-SUP-REG-IDX TO CYC-SUP-REG-SLOT
            END-IF.
        1310-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2000-CHECK-AUTHORITY - MAY CYC-SUP-W-OPERATOR ACT AT LEVEL
      * CYC-AUTH-REQ-LEVEL ON CYC-SUP-W-REGION?  A GRANT ON "ALL"
      * COVERS EVERY REGION; THE LEVELS NEST.  WITH NO CYCAUTH FILE
      * EVERYTHING IS ALLOWED.
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
                    NOT = CYC-SUP-W-OPERATOR
                GO TO 2010-EXIT
            END-IF.
            IF CYC-AUTH-TBL-REGION (CYC-AUTH-IDX) NOT = "ALL"
                AND CYC-AUTH-TBL-REGION (CYC-AUTH-IDX)
                    NOT = CYC-SUP-W-REGION
                GO TO 2010-EXIT
            END-IF.
            EVALUATE CYC-AUTH-REQ-LEVEL
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
      * 3000-PROCESS-TRAN - ONE CYCSUPT POSTING.  A ZERO GENERATION
      * DATE MEANS THE CURRENT BUSINESS DATE.
      *-----------------------------------------------------------------
        3000-PROCESS-TRAN.
            READ CYCSUPT-FILE
                AT END
                    SET CYC-SPT-EOF TO TRUE
                    GO TO 3000-EXIT
            END-READ.
            ADD 1 TO CYC-SUP-TRAN-COUNT.
            MOVE "N" TO CYC-SUP-W-REFUSED-SW.
            MOVE SPACES TO CYC-SUP-W-REFUSAL.
            MOVE CYC-SPT-REGION TO CYC-SUP-W-REGION.
            IF CYC-SPT-GEN-DATE IS NUMERIC AND CYC-SPT-GEN-DATE > ZERO
                MOVE CYC-SPT-GEN-DATE TO CYC-SUP-W-DATE
            ELSE
                MOVE CYC-SUP-CDT-DATE TO CYC-SUP-W-DATE
            END-IF.
            MOVE CYC-SPT-OPERATOR TO CYC-SUP-W-OPERATOR.
            MOVE CYC-SPT-REASON TO CYC-SUP-W-REASON.
            IF CYC-SPT-COUNT IS NUMERIC AND CYC-SPT-COUNT > ZERO
                MOVE CYC-SPT-COUNT TO CYC-SUP-W-COUNT
            ELSE
                MOVE 1 TO CYC-SUP-W-COUNT
            END-IF.
            IF CYC-SPT-CYCLE IS NUMERIC
                MOVE CYC-SPT-CYCLE TO CYC-SUP-W-CYCLE
            ELSE
                MOVE ZERO TO CYC-SUP-W-CYCLE
            END-IF.
            EVALUATE TRUE
                WHEN CYC-SPT-REQUEST
                    PERFORM 4000-REQUEST-SUPPLEMENT THRU 4000-EXIT
                WHEN CYC-SPT-APPROVE
                    PERFORM 5000-APPROVE-SUPPLEMENT THRU 5000-EXIT
                WHEN OTHER
                    MOVE "UNKNOWN ACTION CODE" TO CYC-SUP-W-REFUSAL
                    PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
            END-EVALUATE.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3900-REFUSE-TRAN - REPORT A REFUSED POSTING WITH THE REASON
      * LEFT IN CYC-SUP-W-REFUSAL.  NOTHING HAS BEEN TOUCHED.
      *-----------------------------------------------------------------
        3900-REFUSE-TRAN.
            SET CYC-SUP-W-REFUSED TO TRUE.
            ADD 1 TO CYC-SUP-REFUSED-COUNT.
            DISPLAY "*** SUPPLEMENT '" CYC-SPT-ACTION "' REGION "
                CYC-SUP-W-REGION " DATE " CYC-SUP-W-DATE
                " BY " CYC-SUP-W-OPERATOR " REFUSED - "
                CYC-SUP-W-REFUSAL.
        3900-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4000-REQUEST-SUPPLEMENT - VALIDATE A SUPPLEMENTAL-CYCLE
      * REQUEST IN FULL BEFORE ANYTHING IS WRITTEN, THEN ADD THE
      * NEW CYCLE(S) TO EVERY FILE THE NIGHT'S GENERATION WOULD HAVE
      * WRITTEN THEM TO.
      *-----------------------------------------------------------------
        4000-REQUEST-SUPPLEMENT.
            IF CYC-SUP-W-REGION = SPACES
                MOVE "NO REGION GIVEN" TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                GO TO 4000-EXIT
            END-IF.
            IF CYC-SUP-W-OPERATOR = SPACES
                MOVE "NO OPERATOR GIVEN" TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                GO TO 4000-EXIT
            END-IF.
            IF CYC-SUP-W-REASON = SPACES
                MOVE "NO REASON GIVEN" TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                GO TO 4000-EXIT
            END-IF.
            MOVE "C" TO CYC-AUTH-REQ-LEVEL.
            PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT.
            IF NOT CYC-AUTH-ALLOWED
                MOVE "OPERATOR NOT AUTHORIZED" TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                GO TO 4000-EXIT
            END-IF.
            PERFORM 4100-SCAN-CYCSEQ THRU 4100-EXIT.
            IF NOT CYC-SUP-W-RGN-TRL-FOUND
                MOVE "REGION HAS NOT FINISHED GENERATING"
                    TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                GO TO 4000-EXIT
            END-IF.
            IF NOT CYC-SUP-W-RUN-TRL-FOUND
                MOVE "THE NIGHT'S RUN IS NOT COMPLETE"
                    TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                GO TO 4000-EXIT
            END-IF.
            COMPUTE CYC-SUP-W-FIRST = CYC-SUP-W-HIGH-CYCLE + 1.
            COMPUTE CYC-SUP-W-LAST =
                CYC-SUP-W-HIGH-CYCLE + CYC-SUP-W-COUNT.
            IF CYC-SUP-W-LAST > 999
                MOVE "CYCLE NUMBER WOULD PASS 999" TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                GO TO 4000-EXIT
            END-IF.
            PERFORM 4200-CHECK-CYCQ THRU 4200-EXIT.
            IF CYC-SUP-W-REFUSED
                GO TO 4000-EXIT
            END-IF.
            COMPUTE CYC-SUP-W-ADD-HASH =
                (CYC-SUP-W-FIRST + CYC-SUP-W-LAST)
                    * CYC-SUP-W-COUNT / 2.
            MOVE FUNCTION CURRENT-DATE TO CYC-SUP-CURRENT-DATETIME.
            MOVE CYC-SUP-CDT-TIME TO CYC-SUP-W-START-TIME.
            PERFORM 4300-REGISTER-SUPPLEMENT THRU 4300-EXIT
                VARYING CYC-SUP-W-NEW FROM CYC-SUP-W-FIRST BY 1
                UNTIL CYC-SUP-W-NEW > CYC-SUP-W-LAST.
            PERFORM 4400-REWRITE-CYCSEQ THRU 4400-EXIT.
            PERFORM 4500-POST-CYCQ THRU 4500-EXIT
                VARYING CYC-SUP-W-NEW FROM CYC-SUP-W-FIRST BY 1
                UNTIL CYC-SUP-W-NEW > CYC-SUP-W-LAST.
            PERFORM 4600-UPDATE-CYCQ-TRAILERS THRU 4600-EXIT.
            MOVE FUNCTION CURRENT-DATE TO CYC-SUP-CURRENT-DATETIME.
            PERFORM 4700-WRITE-AUDIT-RECORD THRU 4700-EXIT
                VARYING CYC-SUP-W-NEW FROM CYC-SUP-W-FIRST BY 1
                UNTIL CYC-SUP-W-NEW > CYC-SUP-W-LAST.
            PERFORM 6100-UPDATE-RUNSTAT THRU 6100-EXIT.
            PERFORM 4800-WRITE-REPORT-HEADER THRU 4800-EXIT.
            PERFORM 4810-WRITE-REPORT-LINE THRU 4810-EXIT
                VARYING CYC-SUP-W-NEW FROM CYC-SUP-W-FIRST BY 1
                UNTIL CYC-SUP-W-NEW > CYC-SUP-W-LAST.
            ADD 1 TO CYC-SUP-REQ-COUNT.
            ADD CYC-SUP-W-COUNT TO CYC-SUP-ADDED-COUNT.
            MOVE CYC-SUP-W-FIRST TO CYC-SUP-FIRST-OUT.
            MOVE CYC-SUP-W-LAST TO CYC-SUP-LAST-OUT.
            DISPLAY "SUPPLEMENTAL CYCLE(S) " CYC-SUP-FIRST-OUT
                " TO " CYC-SUP-LAST-OUT " GENERATED - REGION "
                CYC-SUP-W-REGION " DATE " CYC-SUP-W-DATE
                " BY " CYC-SUP-W-OPERATOR " - PENDING APPROVAL".
        4000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4100-SCAN-CYCSEQ - FIND THE REGION'S HIGHEST CYCLE NUMBER FOR
      * THE DATE AND WHETHER ITS REGION TRAILER AND THE DATE'S RUN
      * TRAILER ARE ON FILE.  NO CYCSEQ AT ALL FINDS NEITHER.
      *-----------------------------------------------------------------
        4100-SCAN-CYCSEQ.
            MOVE ZERO TO CYC-SUP-W-HIGH-CYCLE.
            MOVE "N" TO CYC-SUP-W-RGN-TRL-SW.
            MOVE "N" TO CYC-SUP-W-RUN-TRL-SW.
            MOVE "N" TO CYC-SEQ-EOF-SW.
            OPEN INPUT CYCSEQ-FILE.
            IF CYC-SEQ-NOTFOUND
                GO TO 4100-EXIT
            END-IF.
            IF NOT CYC-SEQ-OK
                DISPLAY "CYCSEQ OPEN FAILED, STATUS " CYC-SEQ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 4110-SCAN-NEXT-SEQ THRU 4110-EXIT
                UNTIL CYC-SEQ-EOF.
            CLOSE CYCSEQ-FILE.
        4100-EXIT.
            EXIT.

        4110-SCAN-NEXT-SEQ.
            READ CYCSEQ-FILE
                AT END
                    SET CYC-SEQ-EOF TO TRUE
                    GO TO 4110-EXIT
            END-READ.
            IF CYC-SEQ-GEN-DATE IS NOT NUMERIC
                    OR CYC-SEQ-GEN-DATE NOT = CYC-SUP-W-DATE
                GO TO 4110-EXIT
            END-IF.
            IF CYC-SEQ-RUN-TRAILER
                SET CYC-SUP-W-RUN-TRL-FOUND TO TRUE
                GO TO 4110-EXIT
            END-IF.
            IF CYC-SEQ-REGION NOT = CYC-SUP-W-REGION
                GO TO 4110-EXIT
            END-IF.
            IF CYC-SEQ-RGN-TRAILER
                SET CYC-SUP-W-RGN-TRL-FOUND TO TRUE
                GO TO 4110-EXIT
            END-IF.
            IF CYC-SEQ-NUMBER IS NUMERIC
                    AND CYC-SEQ-NUMBER > CYC-SUP-W-HIGH-CYCLE
                MOVE CYC-SEQ-NUMBER TO CYC-SUP-W-HIGH-CYCLE
            END-IF.
        4110-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4200-CHECK-CYCQ - THE REGION AND RUN TRAILERS MUST BE ON
      * CYCQ FOR THE DATE, AND NONE OF THE NEW CYCLE NUMBERS MAY
      * ALREADY BE POSTED.  ANY FAILURE REFUSES THE REQUEST.
      *-----------------------------------------------------------------
        4200-CHECK-CYCQ.
            MOVE SPACES TO CYCQ-RECORD.
            MOVE CYC-SUP-W-REGION TO CYC-Q-REGION.
            MOVE ZERO TO CYC-Q-NUMBER.
            MOVE CYC-SUP-W-DATE TO CYC-Q-GEN-DATE.
            READ CYCQ-FILE
                INVALID KEY
                    MOVE "NO CYCQ REGION TRAILER FOR THE DATE"
                        TO CYC-SUP-W-REFUSAL
                    PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                    GO TO 4200-EXIT
            END-READ.
            MOVE SPACES TO CYCQ-RECORD.
            MOVE SPACES TO CYC-Q-REGION.
            MOVE ZERO TO CYC-Q-NUMBER.
            MOVE CYC-SUP-W-DATE TO CYC-Q-GEN-DATE.
            READ CYCQ-FILE
                INVALID KEY
                    MOVE "NO CYCQ RUN TRAILER FOR THE DATE"
                        TO CYC-SUP-W-REFUSAL
                    PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                    GO TO 4200-EXIT
            END-READ.
            PERFORM 4210-CHECK-NEW-POST THRU 4210-EXIT
                VARYING CYC-SUP-W-NEW FROM CYC-SUP-W-FIRST BY 1
                UNTIL CYC-SUP-W-NEW > CYC-SUP-W-LAST
                OR CYC-SUP-W-REFUSED.
        4200-EXIT.
            EXIT.

        4210-CHECK-NEW-POST.
            MOVE SPACES TO CYCQ-RECORD.
            MOVE CYC-SUP-W-REGION TO CYC-Q-REGION.
            MOVE CYC-SUP-W-NEW TO CYC-Q-NUMBER.
            MOVE CYC-SUP-W-DATE TO CYC-Q-GEN-DATE.
            READ CYCQ-FILE
                INVALID KEY
                    GO TO 4210-EXIT
            END-READ.
            MOVE "CYCQ POST ALREADY ON FILE FOR NEW CYCLE"
                TO CYC-SUP-W-REFUSAL.
            PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT.
        4210-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4300-REGISTER-SUPPLEMENT - ENTER ONE NEW CYCLE ON THE CYCSUPL
      * REGISTER AS GENERATED AND PENDING APPROVAL, WITH THE
      * REQUESTING OPERATOR AND THE REASON.  IT IS REGISTERED BEFORE
      * ANY QUEUE FILE IS TOUCHED, SO A RUN THAT STOPS PART-WAY
      * STILL LEAVES CYCCLOSE SOMETHING TO REFUSE THE DATE ON.
      *-----------------------------------------------------------------
        4300-REGISTER-SUPPLEMENT.
            MOVE SPACES TO CYCSUPL-RECORD.
            MOVE "G" TO CYC-SPL-REC-TYPE.
            MOVE CYC-SUP-W-DATE TO CYC-SPL-GEN-DATE.
            MOVE CYC-SUP-W-REGION TO CYC-SPL-REGION.
            MOVE CYC-SUP-W-NEW TO CYC-SPL-CYCLE.
            MOVE CYC-SUP-W-OPERATOR TO CYC-SPL-OPERATOR.
            MOVE CYC-SUP-CDT-DATE TO CYC-SPL-ACTION-DATE.
            MOVE CYC-SUP-CDT-TIME TO CYC-SPL-ACTION-TIME.
            MOVE CYC-SUP-W-REASON TO CYC-SPL-REASON.
            WRITE CYCSUPL-RECORD.
            IF NOT CYC-SPL-OK
                DISPLAY "CYCSUPL WRITE FAILED " CYC-SPL-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1300-TAKE-REGISTER-SLOT THRU 1300-EXIT.
            MOVE CYC-SUP-W-DATE TO CYC-SUP-REG-DATE (CYC-SUP-REG-SLOT).
            MOVE CYC-SUP-W-REGION TO
                CYC-SUP-REG-REGION (CYC-SUP-REG-SLOT).
            MOVE CYC-SUP-W-NEW TO CYC-SUP-REG-CYCLE (CYC-SUP-REG-SLOT).
            MOVE CYC-SUP-W-OPERATOR TO
                CYC-SUP-REG-REQUESTER (CYC-SUP-REG-SLOT).
            MOVE "N" TO CYC-SUP-REG-APPROVED-SW (CYC-SUP-REG-SLOT).
        4300-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4400-REWRITE-CYCSEQ - COPY CYCSEQ TO CYCWORK, WRITING THE
      * NEW DETAIL RECORD(S) JUST AHEAD OF THE REGION'S TRAILER FOR
      * THE DATE AND ADDING THEIR COUNT AND HASH TO THAT TRAILER AND
      * TO THE DATE'S RUN TRAILER, THEN COPY CYCWORK BACK OVER
      * CYCSEQ THE WAY CYCPURGE RELOADS IT.
      *-----------------------------------------------------------------
        4400-REWRITE-CYCSEQ.
            MOVE "N" TO CYC-SEQ-EOF-SW.
            OPEN INPUT CYCSEQ-FILE.
            IF NOT CYC-SEQ-OK
                DISPLAY "CYCSEQ OPEN FAILED, STATUS " CYC-SEQ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN OUTPUT CYCWORK-FILE.
            IF NOT CYC-WORK-OK
                DISPLAY "CYCWORK OPEN FAILED " CYC-WORK-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 4410-COPY-NEXT-SEQ THRU 4410-EXIT
                UNTIL CYC-SEQ-EOF.
            CLOSE CYCSEQ-FILE.
            CLOSE CYCWORK-FILE.
            PERFORM 4430-RELOAD-CYCSEQ THRU 4430-EXIT.
        4400-EXIT.
            EXIT.

        4410-COPY-NEXT-SEQ.
            READ CYCSEQ-FILE
                AT END
                    SET CYC-SEQ-EOF TO TRUE
                    GO TO 4410-EXIT
            END-READ.
            IF CYC-SEQ-GEN-DATE IS NUMERIC
                    AND CYC-SEQ-GEN-DATE = CYC-SUP-W-DATE
                    AND CYC-SEQ-RGN-TRAILER
                    AND CYC-SEQ-REGION = CYC-SUP-W-REGION
                MOVE CYCSEQ-RECORD TO CYC-SUP-SEQ-HOLD
                PERFORM 4420-WRITE-NEW-DETAIL THRU 4420-EXIT
                    VARYING CYC-SUP-W-NEW FROM CYC-SUP-W-FIRST BY 1
                    UNTIL CYC-SUP-W-NEW > CYC-SUP-W-LAST
                MOVE CYC-SUP-SEQ-HOLD TO CYCSEQ-RECORD
                ADD CYC-SUP-W-COUNT TO CYC-SEQ-TRL-COUNT
                ADD CYC-SUP-W-ADD-HASH TO CYC-SEQ-TRL-HASH
            END-IF.
            IF CYC-SEQ-GEN-DATE IS NUMERIC
                    AND CYC-SEQ-GEN-DATE = CYC-SUP-W-DATE
                    AND CYC-SEQ-RUN-TRAILER
                ADD CYC-SUP-W-COUNT TO CYC-SEQ-TRL-COUNT
                ADD CYC-SUP-W-ADD-HASH TO CYC-SEQ-TRL-HASH
            END-IF.
            MOVE CYCSEQ-RECORD TO CYCWORK-RECORD.
            WRITE CYCWORK-RECORD.
        4410-EXIT.
            EXIT.

        4420-WRITE-NEW-DETAIL.
            MOVE SPACES TO CYCSEQ-RECORD.
            MOVE CYC-SUP-W-REGION TO CYC-SEQ-REGION.
            MOVE CYC-SUP-W-NEW TO CYC-SEQ-NUMBER.
            MOVE CYC-SUP-W-DATE TO CYC-SEQ-GEN-DATE.
            MOVE "D" TO CYC-SEQ-REC-TYPE.
            MOVE ZERO TO CYC-SEQ-TRL-COUNT.
            MOVE ZERO TO CYC-SEQ-TRL-HASH.
            MOVE "S" TO CYC-SEQ-SUPP-FLAG.
            MOVE CYCSEQ-RECORD TO CYCWORK-RECORD.
            WRITE CYCWORK-RECORD.
        4420-EXIT.
            EXIT.

        4430-RELOAD-CYCSEQ.
            MOVE "N" TO CYC-WORK-EOF-SW.
            OPEN INPUT CYCWORK-FILE.
            IF NOT CYC-WORK-OK
                DISPLAY "CYCWORK OPEN FAILED " CYC-WORK-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN OUTPUT CYCSEQ-FILE.
            IF NOT CYC-SEQ-OK
                DISPLAY "CYCSEQ OPEN FAILED, STATUS " CYC-SEQ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 4440-RELOAD-NEXT-SEQ THRU 4440-EXIT
                UNTIL CYC-WORK-EOF.
            CLOSE CYCWORK-FILE.
            CLOSE CYCSEQ-FILE.
        4430-EXIT.
            EXIT.

        4440-RELOAD-NEXT-SEQ.
            READ CYCWORK-FILE
                AT END
                    SET CYC-WORK-EOF TO TRUE
                    GO TO 4440-EXIT
            END-READ.
            MOVE CYCWORK-RECORD TO CYCSEQ-RECORD.
            WRITE CYCSEQ-RECORD.
        4440-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4500-POST-CYCQ - POST ONE NEW CYCLE TO CYCQ, READY FOR THE
      * SCHEDULER AND FLAGGED SUPPLEMENTAL, AND JOURNAL THE ADD.
      *-----------------------------------------------------------------
        4500-POST-CYCQ.
            MOVE SPACES TO CYCQ-RECORD.
            MOVE CYC-SUP-W-REGION TO CYC-Q-REGION.
            MOVE CYC-SUP-W-NEW TO CYC-Q-NUMBER.
            MOVE CYC-SUP-W-DATE TO CYC-Q-GEN-DATE.
            MOVE "R" TO CYC-Q-READY-CD.
            MOVE CYC-SUP-CDT-TIME TO CYC-Q-READY-TIME.
            MOVE ZERO TO CYC-Q-TAKEN-TIME.
            MOVE ZERO TO CYC-Q-END-TIME.
            MOVE "D" TO CYC-Q-REC-TYPE.
            MOVE ZERO TO CYC-Q-TRL-COUNT.
            MOVE ZERO TO CYC-Q-TRL-HASH.
            MOVE ZERO TO CYC-Q-RETRY-COUNT.
            MOVE "S" TO CYC-Q-SUPP-FLAG.
            WRITE CYCQ-RECORD
                INVALID KEY
                    DISPLAY "CYCQ WRITE FAILED, STATUS " CYC-Q-STATUS
                        " - REGION " CYC-SUP-W-REGION
                        " CYCLE " CYC-Q-NUMBER
                    GO TO 9000-ABEND-EXIT
            END-WRITE.
            MOVE SPACES TO CYC-SUP-Q-BEFORE.
            MOVE "A" TO CYC-SUP-JRN-ACTION.
            PERFORM 7600-JOURNAL-CYCQ THRU 7600-EXIT.
        4500-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4600-UPDATE-CYCQ-TRAILERS - ADD THE NEW CYCLES' COUNT AND
      * HASH TO THE REGION TRAILER AND THE RUN TRAILER OF THE DATE
      * ON CYCQ, JOURNALLING EACH REWRITE.
      *-----------------------------------------------------------------
        4600-UPDATE-CYCQ-TRAILERS.
            MOVE SPACES TO CYCQ-RECORD.
            MOVE CYC-SUP-W-REGION TO CYC-Q-REGION.
            MOVE ZERO TO CYC-Q-NUMBER.
            MOVE CYC-SUP-W-DATE TO CYC-Q-GEN-DATE.
            PERFORM 4610-UPDATE-CYCQ-TRAILER THRU 4610-EXIT.
            MOVE SPACES TO CYCQ-RECORD.
            MOVE SPACES TO CYC-Q-REGION.
            MOVE ZERO TO CYC-Q-NUMBER.
            MOVE CYC-SUP-W-DATE TO CYC-Q-GEN-DATE.
            PERFORM 4610-UPDATE-CYCQ-TRAILER THRU 4610-EXIT.
        4600-EXIT.
            EXIT.

        4610-UPDATE-CYCQ-TRAILER.
            READ CYCQ-FILE
                INVALID KEY
                    DISPLAY "CYCQ TRAILER READ FAILED, STATUS "
                        CYC-Q-STATUS " - REGION " CYC-Q-REGION
                    GO TO 9000-ABEND-EXIT
            END-READ.
            MOVE CYCQ-RECORD TO CYC-SUP-Q-BEFORE.
            ADD CYC-SUP-W-COUNT TO CYC-Q-TRL-COUNT.
            ADD CYC-SUP-W-ADD-HASH TO CYC-Q-TRL-HASH.
            REWRITE CYCQ-RECORD.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ REWRITE FAILED " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE "U" TO CYC-SUP-JRN-ACTION.
            PERFORM 7600-JOURNAL-CYCQ THRU 7600-EXIT.
        4610-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4700-WRITE-AUDIT-RECORD - ONE GENERATION RECORD PER NEW
      * CYCLE, RUN MODE "S", WITH THE REQUESTING OPERATOR.  RUN-DATE
      * IS THE BUSINESS DATE OF THE CYCLE; THE ACTION DATE IS TODAY.
      *-----------------------------------------------------------------
        4700-WRITE-AUDIT-RECORD.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE CYC-SUP-W-DATE TO CYC-AUD-RUN-DATE.
            MOVE CYC-SUP-W-REGION TO CYC-AUD-REGION.
            MOVE CYC-SUP-W-NEW TO CYC-AUD-CYCLE.
            MOVE CYC-SUP-CDT-TIME TO CYC-AUD-TIME.
            MOVE CYC-SUP-W-START-TIME TO CYC-AUD-START-TIME.
            MOVE CYC-SUP-W-OPERATOR TO CYC-AUD-OPERATOR.
            MOVE "G" TO CYC-AUD-REC-TYPE.
            MOVE "S" TO CYC-AUD-RUN-MODE.
            MOVE CYC-SUP-CDT-DATE TO CYC-AUD-ACTION-DATE.
            WRITE AUDIT-RECORD.
            IF NOT CYC-AUD-OK
                DISPLAY "AUDIT WRITE FAILED " CYC-AUD-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        4700-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4800-WRITE-REPORT-HEADER - A SUPPLEMENTAL PAGE FOR THE CYCLE
      * SCHEDULE REPORT, LAID OUT AS THE GENERATOR'S PAGE HEADER.
      * THE SPACING LINE UNDER THE TITLE SAYS THE CYCLES ARE
      * SUPPLEMENTAL, WITH THE REQUESTING OPERATOR AND THE REASON,
      * SO THE MORNING BRIEFING CANNOT MISTAKE THEM FOR THE NIGHT'S.
      *-----------------------------------------------------------------
        4800-WRITE-REPORT-HEADER.
            STRING CYC-SUP-W-MM   DELIMITED BY SIZE
               "/"            DELIMITED BY SIZE
               CYC-SUP-W-DD   DELIMITED BY SIZE
               "/"            DELIMITED BY SIZE
               CYC-SUP-W-YYYY DELIMITED BY SIZE
            INTO CYC-SUP-RPT-DATE-OUT.
            ADD 1 TO CYC-SUP-RPT-PAGE-CTR.
            MOVE ZERO TO CYC-SUP-RPT-LINE-CTR.
            MOVE CYC-SUP-RPT-PAGE-CTR TO CYC-SUP-RPT-PAGE-OUT.
            MOVE SPACES TO CYCRPT-RECORD.
            MOVE "1" TO CYC-RPT-CC.
            STRING "CYCLE SCHEDULE REPORT   REGION " DELIMITED BY SIZE
                   CYC-SUP-W-REGION DELIMITED BY SIZE
                   "   RUN DATE " DELIMITED BY SIZE
                   CYC-SUP-RPT-DATE-OUT DELIMITED BY SIZE
                   "   PAGE " DELIMITED BY SIZE
                   CYC-SUP-RPT-PAGE-OUT DELIMITED BY SIZE
            INTO CYC-RPT-DATA.
            WRITE CYCRPT-RECORD.
            MOVE SPACES TO CYCRPT-RECORD.
            MOVE SPACE TO CYC-RPT-CC.
            STRING "     SUPPLEMENTAL - OPERATOR " DELIMITED BY SIZE
                   CYC-SUP-W-OPERATOR DELIMITED BY SIZE
                   "  REASON " DELIMITED BY SIZE
                   CYC-SUP-W-REASON DELIMITED BY SIZE
            INTO CYC-RPT-DATA.
            WRITE CYCRPT-RECORD.
            MOVE SPACES TO CYCRPT-RECORD.
            MOVE SPACE TO CYC-RPT-CC.
            MOVE "     CYCLE NO." TO CYC-RPT-DATA.
            WRITE CYCRPT-RECORD.
            MOVE SPACES TO CYCRPT-RECORD.
            MOVE SPACE TO CYC-RPT-CC.
            MOVE "     ---------" TO CYC-RPT-DATA.
            WRITE CYCRPT-RECORD.
        4800-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4810-WRITE-REPORT-LINE - ONE DETAIL LINE PER NEW CYCLE,
      * MARKED SUPPLEMENTAL, STARTING A NEW PAGE WHEN THE CURRENT
      * ONE IS FULL.
      *-----------------------------------------------------------------
        4810-WRITE-REPORT-LINE.
            IF CYC-SUP-RPT-LINE-CTR >= CYC-SUP-RPT-LINES-PER-PAGE
                PERFORM 4800-WRITE-REPORT-HEADER THRU 4800-EXIT
            END-IF.
            MOVE CYC-SUP-W-NEW TO CYC-SUP-RPT-CYCLE-OUT.
            MOVE SPACES TO CYCRPT-RECORD.
            MOVE SPACE TO CYC-RPT-CC.
            STRING "     CYCLE " DELIMITED BY SIZE
                   CYC-SUP-RPT-CYCLE-OUT DELIMITED BY SIZE
                   "   SUPPLEMENTAL" DELIMITED BY SIZE
            INTO CYC-RPT-DATA.
            WRITE CYCRPT-RECORD.
            IF NOT CYC-RPT-OK
                DISPLAY "CYCRPT WRITE FAILED " CYC-RPT-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-SUP-RPT-LINE-CTR.
        4810-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5000-APPROVE-SUPPLEMENT - SIGN OFF THE NAMED PENDING
      * SUPPLEMENTAL CYCLE, OR EVERY PENDING ONE OF THE REGION AND
      * DATE (CYCLE ZERO).  THE APPROVER NEEDS LEVEL "A" AND MAY NOT
      * APPROVE A CYCLE THEY REQUESTED.
      *-----------------------------------------------------------------
        5000-APPROVE-SUPPLEMENT.
            IF CYC-SUP-W-OPERATOR = SPACES
                MOVE "NO OPERATOR GIVEN" TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                GO TO 5000-EXIT
            END-IF.
            MOVE "A" TO CYC-AUTH-REQ-LEVEL.
            PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT.
            IF NOT CYC-AUTH-ALLOWED
                MOVE "OPERATOR NOT AUTHORIZED" TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
                GO TO 5000-EXIT
            END-IF.
            MOVE "N" TO CYC-SUP-W-MATCHED-SW.
            MOVE FUNCTION CURRENT-DATE TO CYC-SUP-CURRENT-DATETIME.
            PERFORM 5100-APPROVE-ENTRY THRU 5100-EXIT
                VARYING CYC-SUP-REG-IDX FROM 1 BY 1
                UNTIL CYC-SUP-REG-IDX > CYC-SUP-REG-COUNT.
            IF NOT CYC-SUP-W-MATCHED
                MOVE "NO SUPPLEMENT PENDING APPROVAL"
                    TO CYC-SUP-W-REFUSAL
                PERFORM 3900-REFUSE-TRAN THRU 3900-EXIT
            END-IF.
        5000-EXIT.
            EXIT.

        5100-APPROVE-ENTRY.
            IF CYC-SUP-REG-APPROVED (CYC-SUP-REG-IDX)
                GO TO 5100-EXIT
            END-IF.
            IF CYC-SUP-REG-DATE (CYC-SUP-REG-IDX) NOT = CYC-SUP-W-DATE
                    OR CYC-SUP-REG-REGION (CYC-SUP-REG-IDX)
                        NOT = CYC-SUP-W-REGION
                GO TO 5100-EXIT
            END-IF.
            IF CYC-SUP-W-CYCLE > ZERO
                    AND CYC-SUP-REG-CYCLE (CYC-SUP-REG-IDX)
                        NOT = CYC-SUP-W-CYCLE
                GO TO 5100-EXIT
            END-IF.
            SET CYC-SUP-W-MATCHED TO TRUE.
            IF CYC-SUP-REG-REQUESTER (CYC-SUP-REG-IDX)
                    = CYC-SUP-W-OPERATOR
                DISPLAY "*** SUPPLEMENTAL CYCLE "
                    CYC-SUP-REG-CYCLE (CYC-SUP-REG-IDX)
                    " REGION " CYC-SUP-W-REGION
                    " DATE " CYC-SUP-W-DATE
                    " NOT APPROVED - " CYC-SUP-W-OPERATOR
                    " REQUESTED IT"
                ADD 1 TO CYC-SUP-REFUSED-COUNT
                GO TO 5100-EXIT
            END-IF.
            MOVE SPACES TO CYCSUPL-RECORD.
            MOVE "A" TO CYC-SPL-REC-TYPE.
            MOVE CYC-SUP-W-DATE TO CYC-SPL-GEN-DATE.
            MOVE CYC-SUP-W-REGION TO CYC-SPL-REGION.
            MOVE CYC-SUP-REG-CYCLE (CYC-SUP-REG-IDX) TO CYC-SPL-CYCLE.
            MOVE CYC-SUP-W-OPERATOR TO CYC-SPL-OPERATOR.
            MOVE CYC-SUP-CDT-DATE TO CYC-SPL-ACTION-DATE.
            MOVE CYC-SUP-CDT-TIME TO CYC-SPL-ACTION-TIME.
            MOVE CYC-SUP-W-REASON TO CYC-SPL-REASON.
            WRITE CYCSUPL-RECORD.
            IF NOT CYC-SPL-OK
                DISPLAY "CYCSUPL WRITE FAILED " CYC-SPL-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE "Y" TO CYC-SUP-REG-APPROVED-SW (CYC-SUP-REG-IDX).
            ADD 1 TO CYC-SUP-APPR-COUNT.
            DISPLAY "SUPPLEMENTAL CYCLE "
                CYC-SUP-REG-CYCLE (CYC-SUP-REG-IDX)
                " REGION " CYC-SUP-W-REGION
                " DATE " CYC-SUP-W-DATE
                " APPROVED BY " CYC-SUP-W-OPERATOR
                " (REQUESTED BY "
                CYC-SUP-REG-REQUESTER (CYC-SUP-REG-IDX) ")".
        5100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6100-UPDATE-RUNSTAT - SET THE REGION'S LAST CYCLE FOR THE
      * DATE TO THE HIGHEST SUPPLEMENTAL CYCLE.  THE STATUS AND
      * TIMES OF THE NIGHT'S RUN ARE LEFT AS THEY ARE.  THE WHOLE
      * (SMALL) FILE IS READ IN AND WRITTEN BACK OUT, AS THE
      * GENERATOR DOES.  A FAILURE HERE DISPLAYS AND RETURNS - THE
      * QUEUE FILES ARE ALREADY UPDATED AND BALANCED.
      *-----------------------------------------------------------------
        6100-UPDATE-RUNSTAT.
            MOVE "N" TO CYC-RS-EOF-SW.
            MOVE ZERO TO CYC-RS-IMG-COUNT.
            OPEN INPUT RUNSTAT-FILE.
            IF NOT CYC-RS-OK
                DISPLAY "RUNSTAT OPEN FAILED, STATUS " CYC-RS-STATUS
                    " - LAST CYCLE NOT UPDATED"
                GO TO 6100-EXIT
            END-IF.
            PERFORM 6110-LOAD-RUNSTAT-IMAGE THRU 6110-EXIT
                UNTIL CYC-RS-EOF.
            CLOSE RUNSTAT-FILE.
            OPEN OUTPUT RUNSTAT-FILE.
            IF NOT CYC-RS-OK
                DISPLAY "RUNSTAT OPEN FAILED, STATUS " CYC-RS-STATUS
                GO TO 6100-EXIT
            END-IF.
            PERFORM 6120-WRITE-RUNSTAT-IMAGE THRU 6120-EXIT
                VARYING CYC-RS-IMG-IDX FROM 1 BY 1
                UNTIL CYC-RS-IMG-IDX > CYC-RS-IMG-COUNT.
            CLOSE RUNSTAT-FILE.
        6100-EXIT.
            EXIT.

        6110-LOAD-RUNSTAT-IMAGE.
            READ RUNSTAT-FILE
                AT END
                    SET CYC-RS-EOF TO TRUE
                    GO TO 6110-EXIT
            END-READ.
            IF CYC-RS-IMG-COUNT >= 500
                DISPLAY "RUNSTAT HAS MORE THAN 500 RECORDS - EXTRAS"
                    " DROPPED"
                SET CYC-RS-EOF TO TRUE
                GO TO 6110-EXIT
            END-IF.
            ADD 1 TO CYC-RS-IMG-COUNT.
            MOVE RUNSTAT-RECORD TO CYC-RS-IMG (CYC-RS-IMG-COUNT).
        6110-EXIT.
            EXIT.

        6120-WRITE-RUNSTAT-IMAGE.
            MOVE CYC-RS-IMG (CYC-RS-IMG-IDX) TO RUNSTAT-RECORD.
            IF CYC-RS-REGION = CYC-SUP-W-REGION
                    AND CYC-RS-RUN-DATE = CYC-SUP-W-DATE
                MOVE CYC-SUP-W-LAST TO CYC-RS-LAST-CYCLE
            END-IF.
            WRITE RUNSTAT-RECORD.
            IF NOT CYC-RS-OK
                DISPLAY "RUNSTAT WRITE FAILED, STATUS " CYC-RS-STATUS
            END-IF.
        6120-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7600-JOURNAL-CYCQ - APPEND THE CYCQ CHANGE JUST MADE TO
      * CYCQJRN: ACTION CYC-SUP-JRN-ACTION, THE BEFORE IMAGE IN
      * CYC-SUP-Q-BEFORE (SPACES FOR AN ADD) AND THE RECORD AS
      * WRITTEN, WITH THE REQUESTING OPERATOR.  A CHANGE THAT CANNOT
      * BE JOURNALLED STOPS THE RUN - AN UNJOURNALLED CHANGE WOULD
      * BE LOST BY THE NEXT RECOVERY.
      *-----------------------------------------------------------------
        7600-JOURNAL-CYCQ.
            MOVE FUNCTION CURRENT-DATE TO CYC-SUP-JRN-DATETIME.
            MOVE SPACES TO CYCQJRN-RECORD.
            MOVE CYC-SUP-JDT-DATE TO CYC-QJ-DATE.
            MOVE CYC-SUP-JDT-TIME TO CYC-QJ-TIME.
            MOVE "CYCSUPP" TO CYC-QJ-PROGRAM.
            MOVE CYC-SUP-W-OPERATOR TO CYC-QJ-OPERATOR.
            MOVE CYC-SUP-JRN-ACTION TO CYC-QJ-ACTION.
            MOVE CYC-SUP-Q-BEFORE TO CYC-QJ-BEFORE.
            MOVE CYCQ-RECORD TO CYC-QJ-AFTER.
            WRITE CYCQJRN-RECORD.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN WRITE FAILED, STATUS " CYC-QJ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        7600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - RUN SUMMARY.  A REFUSED REQUEST OR
      * APPROVAL LEAVES RC=8 SO THE BRIDGE KNOWS TO LOOK AT SYSOUT.
      *-----------------------------------------------------------------
        8000-TERMINATE-RUN.
            IF NOT CYC-SPT-NOTFOUND
                CLOSE CYCSUPT-FILE
                CLOSE CYCSUPL-FILE
                CLOSE CYCQ-FILE
                CLOSE AUDIT-FILE
                CLOSE CYCQJRN-FILE
                CLOSE CYCRPT-FILE
            END-IF.
            MOVE CYC-SUP-TRAN-COUNT TO CYC-SUP-TRAN-OUT.
            MOVE CYC-SUP-REQ-COUNT TO CYC-SUP-REQ-OUT.
            MOVE CYC-SUP-ADDED-COUNT TO CYC-SUP-ADDED-OUT.
            MOVE CYC-SUP-APPR-COUNT TO CYC-SUP-APPR-OUT.
            MOVE CYC-SUP-REFUSED-COUNT TO CYC-SUP-REFUSED-OUT.
            DISPLAY "POSTINGS READ: " CYC-SUP-TRAN-OUT
                "   REQUESTS DONE: " CYC-SUP-REQ-OUT
                "   CYCLES ADDED: " CYC-SUP-ADDED-OUT
                "   APPROVED: " CYC-SUP-APPR-OUT
                "   REFUSED: " CYC-SUP-REFUSED-OUT.
            IF CYC-SUP-REFUSED-COUNT > 0
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

        END PROGRAM CYCSUPP.
