      ******************************************************************
      * CYCFACT - DAILY CYCLE-FACT EXTRACT FOR THE DATA WAREHOUSE
      *
      * RUN AT END OF DAY, AFTER CYCCLOSE HAS CERTIFIED THE BUSINESS
      * DATE AND BEFORE THE NEXT CYCPURGE SPLITS IT TO THE ARCHIVES.
      * MANAGEMENT REPORTING WANTS THE CYCLE HISTORY IN THE
      * WAREHOUSE, AND UNTIL NOW THE ONLY WAY TO GET IT THERE WAS THE
      * WAREHOUSE TEAM SCREEN-SCRAPING CYCSLA.  FOR THE REQUESTED
      * DATE (CYCFCTP, DEFAULT TODAY) THIS PROGRAM WRITES ONE
      * DELIMITED FACT RECORD PER GENERATED CYCLE TO CYCFACT,
      * JOINING EVERYTHING THE NIGHT KNOWS ABOUT THE CYCLE:
      *
      *     CYCSEQ    THE GENERATED CYCLE ITSELF (ONE FACT PER DETAIL)
      *     AUDIT     GENERATION START/END TIMES, THE CALENDAR
      *               OVERRIDE APPLIED AND THE RUN MODE
      *     CYCQ      FINAL STATUS, READY/TAKEN/END TIMES, RETRIES
      *     CYCDONE   THE COMPLETION AND ITS SETTLEMENT FIGURES
      *     RUNSTAT   THE REGION'S OUTCOME FOR THE NIGHT
      *     CYCSLAP   THE REGION'S SLA TARGET AND THE LATE FLAG, ON
      *               THE SAME TEST CYCSLA APPLIES
      *
      * THE DATE'S FACTS ARE WRAPPED IN A HEADER AND A TRAILER THAT
      * BOTH CARRY THE DETAIL COUNT AND THE HASH TOTAL OF THE CYCLE
      * NUMBERS SO THE LOADER CAN BALANCE.  CYCFACT KEEPS ONE BLOCK
      * PER DATE: A RE-EXTRACT COPIES EVERY OTHER DATE'S BLOCK ASIDE
      * TO CYCFWRK, DROPS THE OLD BLOCK FOR THE DATE AND WRITES THE
      * NEW ONE WITH ITS EXTRACT NUMBER STEPPED, SO THE DATE IS
      * REPLACED, NEVER DUPLICATED.
      *
      * AS WITH CYCPURGE, A DATE WITHOUT A CLEAN CYCCERT
      * CERTIFICATION IS REFUSED WITH RC=16 BEFORE CYCFACT IS
      * TOUCHED, UNLESS CYCFCTP CARRIES THE FORCE FLAG.
      *
      * A DATE WITH NO DETAILS LEFT ON THE LIVE CYCSEQ, WHOSE
      * EXISTING CYCFACT BLOCK CARRIES FACTS, HAS BEEN PURGED SINCE
      * IT WAS EXTRACTED: IT IS REFUSED WITH RC=16, EVEN WHEN
      * FORCED, SO THE WAREHOUSE ROWS ARE NOT REPLACED BY NOTHING.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL PROGRAM.
      *   2026-10-15  RJS  A SUPPLEMENTAL CYCLE FROM CYCSUPP CARRIES
      *                    RUN MODE "S" AND IS NEVER FLAGGED LATE,
      *                    THE SAME RULE AS THE CYCSLA REPORT.
      *   2026-10-15  RJS  A DATE WITH NO DETAILS ON THE LIVE CYCSEQ
      *                    (ALREADY SPLIT TO THE ARCHIVES BY CYCPURGE)
      *                    WHOSE CYCFACT BLOCK HOLDS FACTS IS REFUSED
      *                    WITH RC=16, FORCED OR NOT - AN EMPTY BLOCK
      *                    MUST NEVER REPLACE A POPULATED ONE AND WIPE
      *                    THE DATE FROM THE WAREHOUSE.
      ******************************************************************

        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCFACT.
        AUTHOR. R J SHAUGHNESSY.
        INSTALLATION. SETTLEMENT OPERATIONS - CYCLE CONTROL.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CYCFCTP-FILE ASSIGN TO "CYCFCTP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-FTP-STATUS.
            SELECT CYCCERT-FILE ASSIGN TO "CYCCERT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CERT-STATUS.
            SELECT CYCSLAP-FILE ASSIGN TO "CYCSLAP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-SLAP-STATUS.
            SELECT RUNSTAT-FILE ASSIGN TO "RUNSTAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-RS-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUD-STATUS.
            SELECT CYCDONE-FILE ASSIGN TO "CYCDONE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-DONE-STATUS.
            SELECT CYCSEQ-FILE ASSIGN TO "CYCSEQ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-SEQ-STATUS.
            SELECT CYCQ-FILE ASSIGN TO "CYCQ"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CYC-Q-KEY
                ALTERNATE RECORD KEY IS CYC-Q-GEN-DATE
                    WITH DUPLICATES
                FILE STATUS IS CYC-Q-STATUS.
            SELECT CYCFACT-FILE ASSIGN TO "CYCFACT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-FCT-STATUS.
            SELECT CYCFWRK-FILE ASSIGN TO "CYCFWRK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-FWK-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCFCTP-FILE
                RECORDING MODE IS F.
            COPY CYCFCTP.
        FD  CYCCERT-FILE
                RECORDING MODE IS F.
            COPY CYCCERT.
        FD  CYCSLAP-FILE
                RECORDING MODE IS F.
            COPY CYCSLAP.
        FD  RUNSTAT-FILE
                RECORDING MODE IS F.
            COPY RUNSTAT.
        FD  AUDIT-FILE
                RECORDING MODE IS F.
            COPY AUDIT.
        FD  CYCDONE-FILE
                RECORDING MODE IS F.
            COPY CYCDONE.
        FD  CYCSEQ-FILE
                RECORDING MODE IS F.
            COPY CYCSEQ.
        FD  CYCQ-FILE.
            COPY CYCQ.
        FD  CYCFACT-FILE
                RECORDING MODE IS F.
            COPY CYCFACT.
        FD  CYCFWRK-FILE
                RECORDING MODE IS F.
        01  CYCFWRK-RECORD          PIC X(150).

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * TARGET DATE AND FORCE FLAG FROM CYCFCTP, AND THE CURRENT
      * TIMESTAMP STAMPED ON THE HEADER
      *-----------------------------------------------------------------
        01  CYC-FXT-TGT-DATE            PIC 9(08)      VALUE ZERO.
        01  CYC-FXT-FORCED-SW           PIC X          VALUE "N".
            88  CYC-FXT-FORCED                         VALUE "Y".
        01  CYC-FXT-CERTIFIED-SW        PIC X          VALUE "N".
            88  CYC-FXT-CERTIFIED                      VALUE "Y".
        01  CYC-FXT-CURRENT-DATETIME    PIC X(21).
        01  CYC-FXT-CURRENT-DT-R REDEFINES
                CYC-FXT-CURRENT-DATETIME.
            05  CYC-FXT-CDT-DATE        PIC 9(08).
            05  CYC-FXT-CDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * SLA TARGET TABLE FROM THE CYCSLAP PARAMETER FILE, THE SAME
      * TABLE CYCSLA LOADS.
      *-----------------------------------------------------------------
        01  CYC-SLA-TABLE.
            05  CYC-SLA-ENTRY OCCURS 50 TIMES.
                10  CYC-SLA-TBL-REGION      PIC X(03).
                10  CYC-SLA-TBL-TARGET      PIC 9(06).
        01  CYC-SLA-CTRS.
            05  CYC-SLA-ENTRY-COUNT     PIC 9(02)      VALUE ZERO.
            05  CYC-SLA-IDX             PIC 9(02)      VALUE ZERO.
            05  CYC-SLA-FOUND-IDX       PIC 9(02)      VALUE ZERO.

      *-----------------------------------------------------------------
      * RUNSTAT OUTCOME OF EACH REGION FOR THE TARGET DATE
      *-----------------------------------------------------------------
        01  CYC-RST-TABLE.
            05  CYC-RST-ENTRY OCCURS 50 TIMES.
                10  CYC-RST-TBL-REGION      PIC X(03).
                10  CYC-RST-TBL-STATUS      PIC X(01).
                10  CYC-RST-TBL-START       PIC 9(08).
                10  CYC-RST-TBL-END         PIC 9(08).
                10  CYC-RST-TBL-LAST        PIC 9(03).
        01  CYC-RST-CTRS.
            05  CYC-RST-ENTRY-COUNT     PIC 9(02)      VALUE ZERO.
            05  CYC-RST-IDX             PIC 9(02)      VALUE ZERO.
            05  CYC-RST-FOUND-IDX       PIC 9(02)      VALUE ZERO.

      *-----------------------------------------------------------------
      * GENERATION AUDIT RECORDS FOR THE TARGET DATE (QUEUE-ACTION
      * "U" RECORDS AND CALENDAR-SKIP RECORDS ARE NOT CYCLES).  A
      * CYCLE REGENERATED ON A RESTART KEEPS ITS LATEST RECORD.
      *-----------------------------------------------------------------
        01  CYC-AGN-TABLE.
            05  CYC-AGN-ENTRY OCCURS 50000 TIMES.
                10  CYC-AGN-TBL-REGION      PIC X(03).
                10  CYC-AGN-TBL-CYCLE       PIC 9(03).
                10  CYC-AGN-TBL-START       PIC 9(08).
                10  CYC-AGN-TBL-END         PIC 9(08).
                10  CYC-AGN-TBL-OVERRIDE    PIC X(01).
                10  CYC-AGN-TBL-RUN-MODE    PIC X(01).
        01  CYC-AGN-CTRS.
            05  CYC-AGN-ENTRY-COUNT     PIC 9(05)      VALUE ZERO.
            05  CYC-AGN-IDX             PIC 9(05)      VALUE ZERO.
            05  CYC-AGN-FOUND-IDX       PIC 9(05)      VALUE ZERO.

      *-----------------------------------------------------------------
      * COMPLETIONS FOR THE TARGET DATE
      *-----------------------------------------------------------------
        01  CYC-DONE-TABLE.
            05  CYC-DONE-ENTRY OCCURS 50000 TIMES.
                10  CYC-DONE-TBL-REGION     PIC X(03).
                10  CYC-DONE-TBL-CYCLE      PIC 9(03).
                10  CYC-DONE-TBL-ITEMS      PIC X(07).
                10  CYC-DONE-TBL-AMOUNT     PIC X(13).
        01  CYC-DONE-CTRS.
            05  CYC-DONE-ENTRY-COUNT    PIC 9(05)      VALUE ZERO.
            05  CYC-DONE-IDX            PIC 9(05)      VALUE ZERO.
            05  CYC-DONE-FOUND-IDX      PIC 9(05)      VALUE ZERO.

      *-----------------------------------------------------------------
      * CONTROL TOTALS - FROM THE CYCSEQ TALLY PASS (HEADER) AND AS
      * WRITTEN (TRAILER).  THE HASH IS THE SUM OF THE CYCLE NUMBERS,
      * THE SAME HASH THE CYCSEQ TRAILERS CARRY.
      *-----------------------------------------------------------------
        01  CYC-FXT-TOTALS.
            05  CYC-FXT-SEQ-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-FXT-SEQ-HASH        PIC 9(08)      VALUE ZERO.
            05  CYC-FXT-OUT-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-FXT-OUT-HASH        PIC 9(08)      VALUE ZERO.
            05  CYC-FXT-EXT-NO          PIC 9(03)      VALUE ZERO.
            05  CYC-FXT-KEPT-COUNT      PIC 9(07)      VALUE ZERO.
            05  CYC-FXT-DROP-COUNT      PIC 9(07)      VALUE ZERO.
            05  CYC-FXT-PRIOR-COUNT     PIC 9(05)      VALUE ZERO.

      *-----------------------------------------------------------------
      * FACT BEING BUILT - EVERY FIELD IS TEXT SO A MISSING SOURCE
      * LEAVES IT BLANK IN THE DELIMITED RECORD.
      *-----------------------------------------------------------------
        01  CYC-FXT-FACT.
            05  CYC-FXT-F-REGION        PIC X(03).
            05  CYC-FXT-F-CYCLE         PIC X(03).
            05  CYC-FXT-F-RUN-MODE      PIC X(01).
            05  CYC-FXT-F-OVERRIDE      PIC X(01).
            05  CYC-FXT-F-GEN-START     PIC X(08).
            05  CYC-FXT-F-GEN-END       PIC X(08).
            05  CYC-FXT-F-Q-STATUS      PIC X(01).
            05  CYC-FXT-F-Q-READY       PIC X(08).
            05  CYC-FXT-F-Q-TAKEN       PIC X(08).
            05  CYC-FXT-F-Q-END         PIC X(08).
            05  CYC-FXT-F-Q-RETRIES     PIC X(02).
            05  CYC-FXT-F-DONE          PIC X(01).
            05  CYC-FXT-F-ITEMS         PIC X(07).
            05  CYC-FXT-F-AMOUNT        PIC X(14).
            05  CYC-FXT-F-RGN-STATUS    PIC X(01).
            05  CYC-FXT-F-RGN-START     PIC X(08).
            05  CYC-FXT-F-RGN-END       PIC X(08).
            05  CYC-FXT-F-RGN-LAST      PIC X(03).
            05  CYC-FXT-F-SLA-TARGET    PIC X(06).
            05  CYC-FXT-F-LATE          PIC X(01).

      *-----------------------------------------------------------------
      * EDIT AND TIME WORK AREAS.  THE LATE TEST COMPARES THE
      * HHMMSS PART OF THE GENERATION END STAMP WITH THE TARGET, AS
      * CYCSLA DOES.
      *-----------------------------------------------------------------
        01  CYC-FXT-AMOUNT-WORK.
            05  CYC-FXT-AMOUNT-N        PIC 9(11)V99.
            05  CYC-FXT-AMOUNT-X REDEFINES CYC-FXT-AMOUNT-N
                                        PIC X(13).
        01  CYC-FXT-AMOUNT-OUT          PIC 9(11).99.
        01  CYC-FXT-STAMP               PIC 9(08)      VALUE ZERO.
        01  CYC-FXT-STAMP-R REDEFINES CYC-FXT-STAMP.
            05  CYC-FXT-STAMP-TOD       PIC 9(06).
            05  FILLER                  PIC 9(02).
        01  CYC-FXT-W-REGION            PIC X(03)      VALUE SPACES.
        01  CYC-FXT-W-CYCLE             PIC 9(03)      VALUE ZERO.
        01  CYC-FXT-CTR-OUT             PIC ZZZZZZ9.

      *-----------------------------------------------------------------
      * END-OF-FILE AND LOOKUP SWITCHES
      *-----------------------------------------------------------------
        01  CYC-FXT-SWITCHES.
            05  CYC-CERT-EOF-SW         PIC X          VALUE "N".
                88  CYC-CERT-EOF                       VALUE "Y".
            05  CYC-SLAP-EOF-SW         PIC X          VALUE "N".
                88  CYC-SLAP-EOF                       VALUE "Y".
            05  CYC-RS-EOF-SW           PIC X          VALUE "N".
                88  CYC-RS-EOF                         VALUE "Y".
            05  CYC-AUD-EOF-SW          PIC X          VALUE "N".
                88  CYC-AUD-EOF                        VALUE "Y".
            05  CYC-DONE-EOF-SW         PIC X          VALUE "N".
                88  CYC-DONE-EOF                       VALUE "Y".
            05  CYC-SEQ-EOF-SW          PIC X          VALUE "N".
                88  CYC-SEQ-EOF                        VALUE "Y".
            05  CYC-FCT-EOF-SW          PIC X          VALUE "N".
                88  CYC-FCT-EOF                        VALUE "Y".
            05  CYC-FWK-EOF-SW          PIC X          VALUE "N".
                88  CYC-FWK-EOF                        VALUE "Y".
            05  CYC-FXT-Q-OPEN-SW       PIC X          VALUE "N".
                88  CYC-FXT-Q-OPEN                     VALUE "Y".
            05  CYC-FXT-IN-BLOCK-SW     PIC X          VALUE "N".
                88  CYC-FXT-IN-TGT-BLOCK               VALUE "Y".

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
        01  CYC-FILE-STATUSES.
            05  CYC-FTP-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-FTP-OK                         VALUE "00".
                88  CYC-FTP-NOTFOUND                   VALUE "35".
            05  CYC-CERT-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-CERT-OK                        VALUE "00".
                88  CYC-CERT-NOTFOUND                  VALUE "35".
            05  CYC-SLAP-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-SLAP-OK                        VALUE "00".
                88  CYC-SLAP-NOTFOUND                  VALUE "35".
            05  CYC-RS-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-RS-OK                          VALUE "00".
                88  CYC-RS-NOTFOUND                    VALUE "35".
            05  CYC-AUD-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-AUD-OK                         VALUE "00".
                88  CYC-AUD-NOTFOUND                   VALUE "35".
            05  CYC-DONE-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-DONE-OK                        VALUE "00".
                88  CYC-DONE-NOTFOUND                  VALUE "35".
            05  CYC-SEQ-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-SEQ-OK                         VALUE "00".
                88  CYC-SEQ-NOTFOUND                   VALUE "35".
            05  CYC-Q-STATUS            PIC X(02)      VALUE SPACES.
                88  CYC-Q-OK                           VALUE "00".
                88  CYC-Q-NOTFOUND                     VALUE "35".
            05  CYC-FCT-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-FCT-OK                         VALUE "00".
                88  CYC-FCT-NOTFOUND                   VALUE "35".
            05  CYC-FWK-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-FWK-OK                         VALUE "00".

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
            PERFORM 2000-VERIFY-CERTIFICATION THRU 2000-EXIT.
            PERFORM 3000-LOAD-SOURCES THRU 3000-EXIT.
            PERFORM 4000-SET-ASIDE-OTHER-DATES THRU 4000-EXIT.
            PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - PICK UP THE TARGET DATE AND THE FORCE
      * FLAG.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-FXT-CURRENT-DATETIME.
            MOVE CYC-FXT-CDT-DATE TO CYC-FXT-TGT-DATE.
            PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
            DISPLAY "CYCFACT - EXTRACTING BUSINESS DATE "
                CYC-FXT-TGT-DATE.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1100-LOAD-PARAMETERS - ONE RECORD FROM CYCFCTP.  NO FILE OR
      * AN EMPTY ONE EXTRACTS THE CURRENT DATE, UNFORCED.
      *-----------------------------------------------------------------
        1100-LOAD-PARAMETERS.
            OPEN INPUT CYCFCTP-FILE.
            IF CYC-FTP-NOTFOUND
                DISPLAY "CYCFCTP NOT FOUND - EXTRACTING "
                    CYC-FXT-TGT-DATE
                GO TO 1100-EXIT
            END-IF.
            IF NOT CYC-FTP-OK
                DISPLAY "CYCFCTP OPEN FAILED " CYC-FTP-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            READ CYCFCTP-FILE
                AT END
                    DISPLAY "CYCFCTP IS EMPTY - EXTRACTING "
                        CYC-FXT-TGT-DATE
                    CLOSE CYCFCTP-FILE
                    GO TO 1100-EXIT
            END-READ.
            IF CYC-FTP-RUN-DATE IS NUMERIC
                    AND CYC-FTP-RUN-DATE > ZERO
                MOVE CYC-FTP-RUN-DATE TO CYC-FXT-TGT-DATE
            END-IF.
            IF CYC-FTP-FORCED
                SET CYC-FXT-FORCED TO TRUE
            END-IF.
            CLOSE CYCFCTP-FILE.
        1100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2000-VERIFY-CERTIFICATION - THE DATE'S MOST RECENT CYCCERT
      * RECORD MUST BE CLEAN: A LATER FAILED RE-CERTIFICATION MEANS
      * SOMETHING CHANGED AFTER THE CLEAN ONE.  WITHOUT ONE THE RUN
      * IS REFUSED BEFORE CYCFACT IS TOUCHED, UNLESS FORCED.
      *-----------------------------------------------------------------
        2000-VERIFY-CERTIFICATION.
            OPEN INPUT CYCCERT-FILE.
            IF CYC-CERT-NOTFOUND
                DISPLAY "CYCCERT NOT FOUND - NO DATES CERTIFIED"
            ELSE
                IF NOT CYC-CERT-OK
                    DISPLAY "CYCCERT OPEN FAILED " CYC-CERT-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
                PERFORM 2010-CHECK-NEXT-CERT THRU 2010-EXIT
                    UNTIL CYC-CERT-EOF
                CLOSE CYCCERT-FILE
            END-IF.
            IF CYC-FXT-CERTIFIED
                GO TO 2000-EXIT
            END-IF.
            IF CYC-FXT-FORCED
                DISPLAY "*** CYCFCTP FORCE IN EFFECT - "
                    CYC-FXT-TGT-DATE " EXTRACTED UNCERTIFIED"
                GO TO 2000-EXIT
            END-IF.
            DISPLAY "*** " CYC-FXT-TGT-DATE " HAS NO CLEAN CLOSE-OUT"
                " CERTIFICATION - EXTRACT REFUSED".
            DISPLAY "*** RUN CYCCLOSE FOR THE DATE, OR FORCE WITH"
                " CYCFCTP, AND RERUN".
            GO TO 9000-ABEND-EXIT.
        2000-EXIT.
            EXIT.

        2010-CHECK-NEXT-CERT.
            READ CYCCERT-FILE
                AT END
                    SET CYC-CERT-EOF TO TRUE
                    GO TO 2010-EXIT
            END-READ.
            IF CYC-CERT-DATE NOT = CYC-FXT-TGT-DATE
                GO TO 2010-EXIT
            END-IF.
            IF CYC-CERT-CLEAN
                SET CYC-FXT-CERTIFIED TO TRUE
            ELSE
                MOVE "N" TO CYC-FXT-CERTIFIED-SW
            END-IF.
        2010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-LOAD-SOURCES - TABLE THE TARGET DATE'S SLA TARGETS,
      * RUNSTAT OUTCOMES, GENERATION AUDIT RECORDS AND COMPLETIONS,
      * THEN TALLY ITS CYCSEQ DETAILS FOR THE HEADER TOTALS.  CYCQ IS
      * READ BY KEY AS EACH FACT IS BUILT.
      *-----------------------------------------------------------------
        3000-LOAD-SOURCES.
            PERFORM 3100-LOAD-SLA-TARGETS THRU 3100-EXIT.
            PERFORM 3200-LOAD-RUNSTAT THRU 3200-EXIT.
            PERFORM 3300-LOAD-AUDIT THRU 3300-EXIT.
            PERFORM 3400-LOAD-COMPLETIONS THRU 3400-EXIT.
            PERFORM 3500-TALLY-CYCSEQ THRU 3500-EXIT.
        3000-EXIT.
            EXIT.

        3100-LOAD-SLA-TARGETS.
            OPEN INPUT CYCSLAP-FILE.
            IF CYC-SLAP-NOTFOUND
                DISPLAY "CYCSLAP NOT FOUND - NO SLA TARGETS IN FORCE"
                GO TO 3100-EXIT
            END-IF.
            IF NOT CYC-SLAP-OK
                DISPLAY "CYCSLAP OPEN FAILED " CYC-SLAP-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 3110-LOAD-NEXT-TARGET THRU 3110-EXIT
                UNTIL CYC-SLAP-EOF.
            CLOSE CYCSLAP-FILE.
        3100-EXIT.
            EXIT.

        3110-LOAD-NEXT-TARGET.
            READ CYCSLAP-FILE
                AT END
                    SET CYC-SLAP-EOF TO TRUE
                    GO TO 3110-EXIT
            END-READ.
            IF CYC-SLA-ENTRY-COUNT >= 50
                DISPLAY "CYCSLAP HAS MORE THAN 50 REGIONS - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-SLA-ENTRY-COUNT.
            MOVE CYC-SLA-ENTRY-COUNT TO CYC-SLA-IDX.
            MOVE CYC-SLAP-REGION TO
                CYC-SLA-TBL-REGION (CYC-SLA-IDX).
            MOVE CYC-SLAP-TARGET TO
                CYC-SLA-TBL-TARGET (CYC-SLA-IDX).
        3110-EXIT.
            EXIT.

        3200-LOAD-RUNSTAT.
            OPEN INPUT RUNSTAT-FILE.
            IF CYC-RS-NOTFOUND
                DISPLAY "RUNSTAT NOT FOUND - NO REGION OUTCOMES"
                GO TO 3200-EXIT
            END-IF.
            IF NOT CYC-RS-OK
                DISPLAY "RUNSTAT OPEN FAILED, STATUS " CYC-RS-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 3210-LOAD-NEXT-RUNSTAT THRU 3210-EXIT
                UNTIL CYC-RS-EOF.
            CLOSE RUNSTAT-FILE.
        3200-EXIT.
            EXIT.

        3210-LOAD-NEXT-RUNSTAT.
            READ RUNSTAT-FILE
                AT END
                    SET CYC-RS-EOF TO TRUE
                    GO TO 3210-EXIT
            END-READ.
            IF CYC-RS-RUN-DATE IS NOT NUMERIC
                    OR CYC-RS-RUN-DATE NOT = CYC-FXT-TGT-DATE
                GO TO 3210-EXIT
            END-IF.
            IF CYC-RST-ENTRY-COUNT >= 50
                DISPLAY "RUNSTAT HAS MORE THAN 50 REGIONS FOR "
                    CYC-FXT-TGT-DATE " - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-RST-ENTRY-COUNT.
            MOVE CYC-RST-ENTRY-COUNT TO CYC-RST-IDX.
            MOVE CYC-RS-REGION TO CYC-RST-TBL-REGION (CYC-RST-IDX).
            MOVE CYC-RS-STATUS-CD TO CYC-RST-TBL-STATUS (CYC-RST-IDX).
            MOVE CYC-RS-START-TIME TO CYC-RST-TBL-START (CYC-RST-IDX).
            MOVE CYC-RS-END-TIME TO CYC-RST-TBL-END (CYC-RST-IDX).
            MOVE CYC-RS-LAST-CYCLE TO CYC-RST-TBL-LAST (CYC-RST-IDX).
        3210-EXIT.
            EXIT.

        3300-LOAD-AUDIT.
            OPEN INPUT AUDIT-FILE.
            IF CYC-AUD-NOTFOUND
                DISPLAY "AUDIT NOT FOUND - NO GENERATION TIMES"
                GO TO 3300-EXIT
            END-IF.
            IF NOT CYC-AUD-OK
                DISPLAY "AUDIT OPEN FAILED, STATUS " CYC-AUD-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 3310-LOAD-NEXT-AUDIT THRU 3310-EXIT
                UNTIL CYC-AUD-EOF.
            CLOSE AUDIT-FILE.
        3300-EXIT.
            EXIT.

        3310-LOAD-NEXT-AUDIT.
            READ AUDIT-FILE
                AT END
                    SET CYC-AUD-EOF TO TRUE
                    GO TO 3310-EXIT
            END-READ.
            IF CYC-AUD-UTILITY-REC
                GO TO 3310-EXIT
            END-IF.
            IF CYC-AUD-RUN-DATE IS NOT NUMERIC
                    OR CYC-AUD-RUN-DATE NOT = CYC-FXT-TGT-DATE
                GO TO 3310-EXIT
            END-IF.
            IF CYC-AUD-CAL-SKIPPED AND CYC-AUD-CYCLE = ZERO
                GO TO 3310-EXIT
            END-IF.
            MOVE CYC-AUD-REGION TO CYC-FXT-W-REGION.
            MOVE CYC-AUD-CYCLE TO CYC-FXT-W-CYCLE.
            PERFORM 6100-FIND-AUDIT-ENTRY THRU 6100-EXIT.
            IF CYC-AGN-FOUND-IDX = 0
                IF CYC-AGN-ENTRY-COUNT >= 50000
                    DISPLAY "AUDIT HAS MORE THAN 50000 CYCLES FOR "
                        CYC-FXT-TGT-DATE " - TABLE FULL"
                    GO TO 9000-ABEND-EXIT
                END-IF
                ADD 1 TO CYC-AGN-ENTRY-COUNT
                MOVE CYC-AGN-ENTRY-COUNT TO CYC-AGN-FOUND-IDX
                MOVE CYC-AUD-REGION TO
                    CYC-AGN-TBL-REGION (CYC-AGN-FOUND-IDX)
                MOVE CYC-AUD-CYCLE TO
                    CYC-AGN-TBL-CYCLE (CYC-AGN-FOUND-IDX)
            END-IF.
            IF CYC-AUD-START-TIME IS NUMERIC
                MOVE CYC-AUD-START-TIME TO
                    CYC-AGN-TBL-START (CYC-AGN-FOUND-IDX)
            ELSE
                MOVE CYC-AUD-TIME TO
                    CYC-AGN-TBL-START (CYC-AGN-FOUND-IDX)
            END-IF.
            MOVE CYC-AUD-TIME TO CYC-AGN-TBL-END (CYC-AGN-FOUND-IDX).
            MOVE CYC-AUD-CAL-OVERRIDE TO
                CYC-AGN-TBL-OVERRIDE (CYC-AGN-FOUND-IDX).
            IF CYC-AUD-CATCHUP-RUN
                MOVE "C" TO CYC-AGN-TBL-RUN-MODE (CYC-AGN-FOUND-IDX)
            ELSE
                IF CYC-AUD-SUPPLEMENTAL-RUN
                    MOVE "S" TO
                        CYC-AGN-TBL-RUN-MODE (CYC-AGN-FOUND-IDX)
                ELSE
                    MOVE "N" TO
                        CYC-AGN-TBL-RUN-MODE (CYC-AGN-FOUND-IDX)
                END-IF
            END-IF.
        3310-EXIT.
            EXIT.

        3400-LOAD-COMPLETIONS.
            OPEN INPUT CYCDONE-FILE.
            IF CYC-DONE-NOTFOUND
                DISPLAY "CYCDONE NOT FOUND - NO COMPLETIONS ON FILE"
                GO TO 3400-EXIT
            END-IF.
            IF NOT CYC-DONE-OK
                DISPLAY "CYCDONE OPEN FAILED " CYC-DONE-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 3410-LOAD-NEXT-COMPLETION THRU 3410-EXIT
                UNTIL CYC-DONE-EOF.
            CLOSE CYCDONE-FILE.
        3400-EXIT.
            EXIT.

        3410-LOAD-NEXT-COMPLETION.
            READ CYCDONE-FILE
                AT END
                    SET CYC-DONE-EOF TO TRUE
                    GO TO 3410-EXIT
            END-READ.
            IF CYC-DONE-GEN-DATE IS NOT NUMERIC
                    OR CYC-DONE-GEN-DATE NOT = CYC-FXT-TGT-DATE
                GO TO 3410-EXIT
            END-IF.
            IF CYC-DONE-ENTRY-COUNT >= 50000
                DISPLAY "CYCDONE HAS MORE THAN 50000 RECORDS FOR "
                    CYC-FXT-TGT-DATE " - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-DONE-ENTRY-COUNT.
            MOVE CYC-DONE-ENTRY-COUNT TO CYC-DONE-IDX.
            MOVE CYC-DONE-REGION TO
                CYC-DONE-TBL-REGION (CYC-DONE-IDX).
            MOVE CYC-DONE-CYCLE TO
                CYC-DONE-TBL-CYCLE (CYC-DONE-IDX).
            MOVE SPACES TO CYC-DONE-TBL-ITEMS (CYC-DONE-IDX).
            IF CYC-DONE-ITEM-COUNT IS NUMERIC
                MOVE CYC-DONE-ITEM-COUNT TO
                    CYC-DONE-TBL-ITEMS (CYC-DONE-IDX)
            END-IF.
            MOVE CYC-DONE-SETTLE-AMT-X TO
                CYC-DONE-TBL-AMOUNT (CYC-DONE-IDX).
        3410-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3500-TALLY-CYCSEQ - COUNT AND HASH THE TARGET DATE'S CYCSEQ
      * DETAILS FOR THE HEADER.  A DATE WITH NO DETAILS (EVERY
      * REGION CALENDAR-SKIPPED) STILL GETS AN EMPTY BLOCK SO THE
      * WAREHOUSE SEES THE DATE WAS EXTRACTED - BUT NOT IF CYCFACT
      * ALREADY HOLDS FACTS FOR IT (SEE 3600).
      *-----------------------------------------------------------------
        3500-TALLY-CYCSEQ.
            OPEN INPUT CYCSEQ-FILE.
            IF CYC-SEQ-NOTFOUND
                DISPLAY "*** CYCSEQ NOT FOUND - NOTHING TO EXTRACT"
                GO TO 9000-ABEND-EXIT
            END-IF.
            IF NOT CYC-SEQ-OK
                DISPLAY "CYCSEQ OPEN FAILED, STATUS " CYC-SEQ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 3510-TALLY-NEXT-CYCSEQ THRU 3510-EXIT
                UNTIL CYC-SEQ-EOF.
            CLOSE CYCSEQ-FILE.
            IF CYC-FXT-SEQ-COUNT = ZERO
                PERFORM 3600-CHECK-PRIOR-BLOCK THRU 3600-EXIT
                DISPLAY "*** NO CYCSEQ DETAILS FOR " CYC-FXT-TGT-DATE
                    " - AN EMPTY BLOCK IS WRITTEN"
            END-IF.
        3500-EXIT.
            EXIT.

        3510-TALLY-NEXT-CYCSEQ.
            READ CYCSEQ-FILE
                AT END
                    SET CYC-SEQ-EOF TO TRUE
                    GO TO 3510-EXIT
            END-READ.
            IF NOT CYC-SEQ-DETAIL-REC
                GO TO 3510-EXIT
            END-IF.
            IF CYC-SEQ-GEN-DATE IS NOT NUMERIC
                    OR CYC-SEQ-GEN-DATE NOT = CYC-FXT-TGT-DATE
                GO TO 3510-EXIT
            END-IF.
            ADD 1 TO CYC-FXT-SEQ-COUNT.
            ADD CYC-SEQ-NUMBER TO CYC-FXT-SEQ-HASH.
        3510-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3600-CHECK-PRIOR-BLOCK - THE LIVE CYCSEQ HAS NOTHING FOR THE
      * DATE.  IF THE DATE'S LATEST CYCFACT HEADER CARRIES A DETAIL
      * COUNT, THE DATE WAS EXTRACTED AND THEN SPLIT TO THE ARCHIVES
      * BY CYCPURGE; AN EMPTY RE-EXTRACT WOULD DELETE ITS WAREHOUSE
      * ROWS.  REFUSE BEFORE CYCFACT IS TOUCHED - THE FORCE FLAG
      * DOES NOT OVERRIDE THIS.
      *-----------------------------------------------------------------
        3600-CHECK-PRIOR-BLOCK.
            OPEN INPUT CYCFACT-FILE.
            IF CYC-FCT-NOTFOUND
                GO TO 3600-EXIT
            END-IF.
            IF NOT CYC-FCT-OK
                DISPLAY "CYCFACT OPEN FAILED " CYC-FCT-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 3610-CHECK-NEXT-FACT THRU 3610-EXIT
                UNTIL CYC-FCT-EOF.
            CLOSE CYCFACT-FILE.
            MOVE "N" TO CYC-FCT-EOF-SW.
            IF CYC-FXT-PRIOR-COUNT = ZERO
                GO TO 3600-EXIT
            END-IF.
            MOVE CYC-FXT-PRIOR-COUNT TO CYC-FXT-CTR-OUT.
            DISPLAY "*** " CYC-FXT-TGT-DATE " IS ON CYCFACT WITH "
                CYC-FXT-CTR-OUT " FACTS BUT HAS NO DETAILS ON CYCSEQ".
            DISPLAY "*** THE DATE HAS BEEN PURGED TO THE ARCHIVES -"
                " EXTRACT REFUSED, FORCE OR NOT".
            GO TO 9000-ABEND-EXIT.
        3600-EXIT.
            EXIT.

        3610-CHECK-NEXT-FACT.
            READ CYCFACT-FILE
                AT END
                    SET CYC-FCT-EOF TO TRUE
                    GO TO 3610-EXIT
            END-READ.
            IF CYC-FCT-BUS-DATE NOT = CYC-FXT-TGT-DATE
                    OR NOT CYC-FCT-HEADER-REC
                GO TO 3610-EXIT
            END-IF.
            IF CYC-FCT-HDR-COUNT IS NUMERIC
                MOVE CYC-FCT-HDR-COUNT TO CYC-FXT-PRIOR-COUNT
            ELSE
                MOVE ZERO TO CYC-FXT-PRIOR-COUNT
            END-IF.
        3610-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4000-SET-ASIDE-OTHER-DATES - COPY EVERY BLOCK ON CYCFACT
      * EXCEPT THE TARGET DATE'S TO CYCFWRK.  THE OLD TARGET-DATE
      * BLOCK IS DROPPED; ITS HEADER GIVES THE LAST EXTRACT NUMBER.
      * NO CYCFACT YET IS THE FIRST EXTRACT EVER.
      *-----------------------------------------------------------------
        4000-SET-ASIDE-OTHER-DATES.
            OPEN OUTPUT CYCFWRK-FILE.
            IF NOT CYC-FWK-OK
                DISPLAY "CYCFWRK OPEN FAILED " CYC-FWK-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN INPUT CYCFACT-FILE.
            IF CYC-FCT-NOTFOUND
                DISPLAY "CYCFACT NOT FOUND - FIRST EXTRACT"
                CLOSE CYCFWRK-FILE
                GO TO 4000-EXIT
            END-IF.
            IF NOT CYC-FCT-OK
                DISPLAY "CYCFACT OPEN FAILED " CYC-FCT-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 4100-SET-ASIDE-NEXT-RECORD THRU 4100-EXIT
                UNTIL CYC-FCT-EOF.
            CLOSE CYCFACT-FILE.
            CLOSE CYCFWRK-FILE.
        4000-EXIT.
            EXIT.

        4100-SET-ASIDE-NEXT-RECORD.
            READ CYCFACT-FILE
                AT END
                    SET CYC-FCT-EOF TO TRUE
                    GO TO 4100-EXIT
            END-READ.
            IF CYC-FCT-BUS-DATE = CYC-FXT-TGT-DATE
                ADD 1 TO CYC-FXT-DROP-COUNT
                IF CYC-FCT-HEADER-REC
                        AND CYC-FCT-HDR-EXT-NO IS NUMERIC
                        AND CYC-FCT-HDR-EXT-NO > CYC-FXT-EXT-NO
                    MOVE CYC-FCT-HDR-EXT-NO TO CYC-FXT-EXT-NO
                END-IF
                GO TO 4100-EXIT
            END-IF.
            MOVE CYCFACT-RECORD TO CYCFWRK-RECORD.
            WRITE CYCFWRK-RECORD.
            ADD 1 TO CYC-FXT-KEPT-COUNT.
        4100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5000-WRITE-EXTRACT - REBUILD CYCFACT: THE OTHER DATES' BLOCKS
      * BACK FROM CYCFWRK, THEN THE TARGET DATE'S NEW BLOCK.  THE
      * TRAILER MUST AGREE WITH THE HEADER OR THE EXTRACT ABENDS.
      *-----------------------------------------------------------------
        5000-WRITE-EXTRACT.
            ADD 1 TO CYC-FXT-EXT-NO.
            OPEN INPUT CYCQ-FILE.
            IF CYC-Q-NOTFOUND
                DISPLAY "CYCQ NOT FOUND - NO QUEUE HISTORY"
            ELSE
                IF NOT CYC-Q-OK
                    DISPLAY "CYCQ OPEN FAILED, STATUS " CYC-Q-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
                SET CYC-FXT-Q-OPEN TO TRUE
            END-IF.
            OPEN OUTPUT CYCFACT-FILE.
            IF NOT CYC-FCT-OK
                DISPLAY "CYCFACT OPEN FAILED " CYC-FCT-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            IF CYC-FXT-KEPT-COUNT > ZERO
                PERFORM 5100-RELOAD-OTHER-DATES THRU 5100-EXIT
            END-IF.
            PERFORM 5200-WRITE-HEADER THRU 5200-EXIT.
            MOVE "N" TO CYC-SEQ-EOF-SW.
            OPEN INPUT CYCSEQ-FILE.
            IF NOT CYC-SEQ-OK
                DISPLAY "CYCSEQ OPEN FAILED, STATUS " CYC-SEQ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 5300-EXTRACT-NEXT-CYCSEQ THRU 5300-EXIT
                UNTIL CYC-SEQ-EOF.
            CLOSE CYCSEQ-FILE.
            IF CYC-FXT-Q-OPEN
                CLOSE CYCQ-FILE
            END-IF.
            IF CYC-FXT-OUT-COUNT NOT = CYC-FXT-SEQ-COUNT
                    OR CYC-FXT-OUT-HASH NOT = CYC-FXT-SEQ-HASH
                DISPLAY "*** CYCSEQ CHANGED DURING THE EXTRACT -"
                    " TRAILER DOES NOT AGREE WITH HEADER"
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 5500-WRITE-TRAILER THRU 5500-EXIT.
            CLOSE CYCFACT-FILE.
        5000-EXIT.
            EXIT.

        5100-RELOAD-OTHER-DATES.
            OPEN INPUT CYCFWRK-FILE.
            IF NOT CYC-FWK-OK
                DISPLAY "CYCFWRK OPEN FAILED " CYC-FWK-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 5110-RELOAD-NEXT-RECORD THRU 5110-EXIT
                UNTIL CYC-FWK-EOF.
            CLOSE CYCFWRK-FILE.
        5100-EXIT.
            EXIT.

        5110-RELOAD-NEXT-RECORD.
            READ CYCFWRK-FILE
                AT END
                    SET CYC-FWK-EOF TO TRUE
                    GO TO 5110-EXIT
            END-READ.
            MOVE CYCFWRK-RECORD TO CYCFACT-RECORD.
            WRITE CYCFACT-RECORD.
        5110-EXIT.
            EXIT.

        5200-WRITE-HEADER.
            MOVE SPACES TO CYCFACT-RECORD.
            STRING "H|" DELIMITED BY SIZE
                CYC-FXT-TGT-DATE DELIMITED BY SIZE
                "|CYCFACT|" DELIMITED BY SIZE
                CYC-FXT-CDT-DATE DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-CDT-TIME DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-EXT-NO DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-CERTIFIED-SW DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-SEQ-COUNT DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-SEQ-HASH DELIMITED BY SIZE
            INTO CYCFACT-RECORD.
            WRITE CYCFACT-RECORD.
        5200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5300-EXTRACT-NEXT-CYCSEQ - ONE FACT PER CYCSEQ DETAIL OF THE
      * TARGET DATE.
      *-----------------------------------------------------------------
        5300-EXTRACT-NEXT-CYCSEQ.
            READ CYCSEQ-FILE
                AT END
                    SET CYC-SEQ-EOF TO TRUE
                    GO TO 5300-EXIT
            END-READ.
            IF NOT CYC-SEQ-DETAIL-REC
                GO TO 5300-EXIT
            END-IF.
            IF CYC-SEQ-GEN-DATE IS NOT NUMERIC
                    OR CYC-SEQ-GEN-DATE NOT = CYC-FXT-TGT-DATE
                GO TO 5300-EXIT
            END-IF.
            MOVE SPACES TO CYC-FXT-FACT.
            MOVE CYC-SEQ-REGION TO CYC-FXT-F-REGION.
            MOVE CYC-SEQ-NUMBER TO CYC-FXT-F-CYCLE.
            MOVE CYC-SEQ-REGION TO CYC-FXT-W-REGION.
            MOVE CYC-SEQ-NUMBER TO CYC-FXT-W-CYCLE.
            PERFORM 5310-ADD-AUDIT-FACTS THRU 5310-EXIT.
            PERFORM 5320-ADD-QUEUE-FACTS THRU 5320-EXIT.
            PERFORM 5330-ADD-COMPLETION-FACTS THRU 5330-EXIT.
            PERFORM 5340-ADD-REGION-FACTS THRU 5340-EXIT.
            PERFORM 5400-WRITE-DETAIL THRU 5400-EXIT.
        5300-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5310-ADD-AUDIT-FACTS - GENERATION TIMES, OVERRIDE, RUN MODE,
      * AND THE LATE TEST AGAINST THE REGION'S SLA TARGET.  A
      * SUPPLEMENTAL CYCLE WAS ASKED FOR AFTER THE FACT AND IS
      * NEVER COUNTED LATE.
      *-----------------------------------------------------------------
        5310-ADD-AUDIT-FACTS.
            PERFORM 6100-FIND-AUDIT-ENTRY THRU 6100-EXIT.
            PERFORM 6300-FIND-SLA-TARGET THRU 6300-EXIT.
            IF CYC-SLA-FOUND-IDX > 0
                MOVE CYC-SLA-TBL-TARGET (CYC-SLA-FOUND-IDX)
                    TO CYC-FXT-F-SLA-TARGET
            END-IF.
            IF CYC-AGN-FOUND-IDX = 0
                GO TO 5310-EXIT
            END-IF.
            MOVE CYC-AGN-TBL-START (CYC-AGN-FOUND-IDX)
                TO CYC-FXT-F-GEN-START.
            MOVE CYC-AGN-TBL-END (CYC-AGN-FOUND-IDX)
                TO CYC-FXT-F-GEN-END.
            MOVE CYC-AGN-TBL-OVERRIDE (CYC-AGN-FOUND-IDX)
                TO CYC-FXT-F-OVERRIDE.
            MOVE CYC-AGN-TBL-RUN-MODE (CYC-AGN-FOUND-IDX)
                TO CYC-FXT-F-RUN-MODE.
            IF CYC-SLA-FOUND-IDX > 0
                MOVE CYC-AGN-TBL-END (CYC-AGN-FOUND-IDX)
                    TO CYC-FXT-STAMP
                IF CYC-FXT-STAMP-TOD >
                        CYC-SLA-TBL-TARGET (CYC-SLA-FOUND-IDX)
                        AND CYC-FXT-F-RUN-MODE NOT = "S"
                    MOVE "Y" TO CYC-FXT-F-LATE
                ELSE
                    MOVE "N" TO CYC-FXT-F-LATE
                END-IF
            END-IF.
        5310-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5320-ADD-QUEUE-FACTS - THE CYCLE'S CYCQ POST, READ BY KEY.
      *-----------------------------------------------------------------
        5320-ADD-QUEUE-FACTS.
            IF NOT CYC-FXT-Q-OPEN
                GO TO 5320-EXIT
            END-IF.
            MOVE CYC-SEQ-REGION TO CYC-Q-REGION.
            MOVE CYC-SEQ-NUMBER TO CYC-Q-NUMBER.
            MOVE CYC-SEQ-GEN-DATE TO CYC-Q-GEN-DATE.
            READ CYCQ-FILE
                INVALID KEY
                    GO TO 5320-EXIT
            END-READ.
            MOVE CYC-Q-READY-CD TO CYC-FXT-F-Q-STATUS.
            IF CYC-Q-READY-TIME IS NUMERIC
                MOVE CYC-Q-READY-TIME TO CYC-FXT-F-Q-READY
            END-IF.
            IF CYC-Q-TAKEN-TIME IS NUMERIC
                    AND CYC-Q-TAKEN-TIME > ZERO
                MOVE CYC-Q-TAKEN-TIME TO CYC-FXT-F-Q-TAKEN
            END-IF.
            IF CYC-Q-END-TIME IS NUMERIC
                    AND CYC-Q-END-TIME > ZERO
                MOVE CYC-Q-END-TIME TO CYC-FXT-F-Q-END
            END-IF.
            IF CYC-Q-RETRY-COUNT IS NUMERIC
                MOVE CYC-Q-RETRY-COUNT TO CYC-FXT-F-Q-RETRIES
            ELSE
                MOVE "00" TO CYC-FXT-F-Q-RETRIES
            END-IF.
        5320-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5330-ADD-COMPLETION-FACTS - "Y" AND THE SETTLEMENT FIGURES
      * WHEN THE CYCLE IS ON CYCDONE, "N" OTHERWISE.  A COMPLETION
      * FROM BEFORE THE FIGURES WERE CARRIED LEAVES THEM BLANK.
      *-----------------------------------------------------------------
        5330-ADD-COMPLETION-FACTS.
            MOVE ZERO TO CYC-DONE-FOUND-IDX.
            PERFORM 6210-CHECK-DONE-ENTRY THRU 6210-EXIT
                VARYING CYC-DONE-IDX FROM 1 BY 1
                UNTIL CYC-DONE-IDX > CYC-DONE-ENTRY-COUNT
                OR CYC-DONE-FOUND-IDX > 0.
            IF CYC-DONE-FOUND-IDX = 0
                MOVE "N" TO CYC-FXT-F-DONE
                GO TO 5330-EXIT
            END-IF.
            MOVE "Y" TO CYC-FXT-F-DONE.
            MOVE CYC-DONE-TBL-ITEMS (CYC-DONE-FOUND-IDX)
                TO CYC-FXT-F-ITEMS.
            MOVE CYC-DONE-TBL-AMOUNT (CYC-DONE-FOUND-IDX)
                TO CYC-FXT-AMOUNT-X.
            IF CYC-FXT-AMOUNT-N IS NUMERIC
                MOVE CYC-FXT-AMOUNT-N TO CYC-FXT-AMOUNT-OUT
                MOVE CYC-FXT-AMOUNT-OUT TO CYC-FXT-F-AMOUNT
            END-IF.
        5330-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5340-ADD-REGION-FACTS - THE REGION'S RUNSTAT OUTCOME.
      *-----------------------------------------------------------------
        5340-ADD-REGION-FACTS.
            MOVE ZERO TO CYC-RST-FOUND-IDX.
            PERFORM 6410-CHECK-RUNSTAT-ENTRY THRU 6410-EXIT
                VARYING CYC-RST-IDX FROM 1 BY 1
                UNTIL CYC-RST-IDX > CYC-RST-ENTRY-COUNT
                OR CYC-RST-FOUND-IDX > 0.
            IF CYC-RST-FOUND-IDX = 0
                GO TO 5340-EXIT
            END-IF.
            MOVE CYC-RST-TBL-STATUS (CYC-RST-FOUND-IDX)
                TO CYC-FXT-F-RGN-STATUS.
            MOVE CYC-RST-TBL-START (CYC-RST-FOUND-IDX)
                TO CYC-FXT-F-RGN-START.
            MOVE CYC-RST-TBL-END (CYC-RST-FOUND-IDX)
                TO CYC-FXT-F-RGN-END.
            MOVE CYC-RST-TBL-LAST (CYC-RST-FOUND-IDX)
                TO CYC-FXT-F-RGN-LAST.
        5340-EXIT.
            EXIT.

        5400-WRITE-DETAIL.
            MOVE SPACES TO CYCFACT-RECORD.
            STRING "D|" DELIMITED BY SIZE
                CYC-FXT-TGT-DATE DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-REGION DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-CYCLE DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-RUN-MODE DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-OVERRIDE DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-GEN-START DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-GEN-END DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-Q-STATUS DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-Q-READY DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-Q-TAKEN DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-Q-END DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-Q-RETRIES DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-DONE DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-ITEMS DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-AMOUNT DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-RGN-STATUS DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-RGN-START DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-RGN-END DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-RGN-LAST DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-SLA-TARGET DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-F-LATE DELIMITED BY SIZE
            INTO CYCFACT-RECORD.
            WRITE CYCFACT-RECORD.
            ADD 1 TO CYC-FXT-OUT-COUNT.
            ADD CYC-SEQ-NUMBER TO CYC-FXT-OUT-HASH.
        5400-EXIT.
            EXIT.

        5500-WRITE-TRAILER.
            MOVE SPACES TO CYCFACT-RECORD.
            STRING "T|" DELIMITED BY SIZE
                CYC-FXT-TGT-DATE DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-OUT-COUNT DELIMITED BY SIZE
                "|" DELIMITED BY SIZE
                CYC-FXT-OUT-HASH DELIMITED BY SIZE
            INTO CYCFACT-RECORD.
            WRITE CYCFACT-RECORD.
        5500-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6100-FIND-AUDIT-ENTRY - FIND THE WORK REGION AND CYCLE IN THE
      * GENERATION AUDIT TABLE.  THE ANSWER COMES BACK IN
      * CYC-AGN-FOUND-IDX, ZERO WHEN THERE IS NONE.
      *-----------------------------------------------------------------
        6100-FIND-AUDIT-ENTRY.
            MOVE ZERO TO CYC-AGN-FOUND-IDX.
            PERFORM 6110-CHECK-AUDIT-ENTRY THRU 6110-EXIT
                VARYING CYC-AGN-IDX FROM 1 BY 1
                UNTIL CYC-AGN-IDX > CYC-AGN-ENTRY-COUNT
                OR CYC-AGN-FOUND-IDX > 0.
        6100-EXIT.
            EXIT.

        6110-CHECK-AUDIT-ENTRY.
            IF CYC-AGN-TBL-REGION (CYC-AGN-IDX) = CYC-FXT-W-REGION
                AND CYC-AGN-TBL-CYCLE (CYC-AGN-IDX) = CYC-FXT-W-CYCLE
                MOVE CYC-AGN-IDX TO CYC-AGN-FOUND-IDX
            END-IF.
        6110-EXIT.
            EXIT.

        6210-CHECK-DONE-ENTRY.
            IF CYC-DONE-TBL-REGION (CYC-DONE-IDX) = CYC-FXT-W-REGION
                AND CYC-DONE-TBL-CYCLE (CYC-DONE-IDX) =
                    CYC-FXT-W-CYCLE
                MOVE CYC-DONE-IDX TO CYC-DONE-FOUND-IDX
            END-IF.
        6210-EXIT.
            EXIT.

        6300-FIND-SLA-TARGET.
            MOVE ZERO TO CYC-SLA-FOUND-IDX.
            PERFORM 6310-CHECK-SLA-ENTRY THRU 6310-EXIT
                VARYING CYC-SLA-IDX FROM 1 BY 1
                UNTIL CYC-SLA-IDX > CYC-SLA-ENTRY-COUNT
                OR CYC-SLA-FOUND-IDX > 0.
        6300-EXIT.
            EXIT.

        6310-CHECK-SLA-ENTRY.
            IF CYC-SLA-TBL-REGION (CYC-SLA-IDX) = CYC-FXT-W-REGION
                MOVE CYC-SLA-IDX TO CYC-SLA-FOUND-IDX
            END-IF.
        6310-EXIT.
            EXIT.

        6410-CHECK-RUNSTAT-ENTRY.
            IF CYC-RST-TBL-REGION (CYC-RST-IDX) = CYC-FXT-W-REGION
                MOVE CYC-RST-IDX TO CYC-RST-FOUND-IDX
            END-IF.
        6410-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - SAY WHAT WAS EXTRACTED.
      *-----------------------------------------------------------------
        8000-TERMINATE-RUN.
            MOVE CYC-FXT-OUT-COUNT TO CYC-FXT-CTR-OUT.
            DISPLAY "CYCLE FACTS EXTRACTED:        " CYC-FXT-CTR-OUT.
            MOVE CYC-FXT-EXT-NO TO CYC-FXT-CTR-OUT.
            DISPLAY "EXTRACT NUMBER FOR THE DATE:  " CYC-FXT-CTR-OUT.
            MOVE CYC-FXT-DROP-COUNT TO CYC-FXT-CTR-OUT.
            DISPLAY "PRIOR RECORDS REPLACED:       " CYC-FXT-CTR-OUT.
            MOVE CYC-FXT-KEPT-COUNT TO CYC-FXT-CTR-OUT.
            DISPLAY "OTHER-DATE RECORDS KEPT:      " CYC-FXT-CTR-OUT.
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 9000-ABEND-EXIT - COMMON ERROR EXIT FOR FILE AND TABLE ERRORS
      * AND THE CERTIFICATION GATE.
      *-----------------------------------------------------------------
        9000-ABEND-EXIT.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        END PROGRAM CYCFACT.
