      ******************************************************************
      * CYCQRCV - CYCQ FORWARD-RECOVERY REBUILD FROM BACKUP + JOURNAL
      *
      * RUN BY OPERATIONS WHEN THE KEYED CYCQ SCHEDULER INTERFACE
      * FILE IS LOST OR DAMAGED MID-NIGHT.  UNTIL NOW THE ONLY WAY
      * BACK WAS THE LAST BACKUP AND A NIGHT OF HAND-KEYED STATUS
      * CHANGES, WITH NO RECORD OF WHAT HAD MOVED SINCE.  EVERY
      * PROGRAM THAT CHANGES CYCQ NOW APPENDS A BEFORE/AFTER IMAGE TO
      * THE CYCQJRN JOURNAL, AND THIS UTILITY:
      *
      *     1. RESTORES CYCQ FROM CYCQBKP, THE FLAT 80-BYTE UNLOAD OF
      *        THE FILE TAKEN BY THE BACKUP JOB (IN KEY ORDER).
      *     2. REPLAYS THE JOURNAL FORWARD IN THE ORDER IT WAS
      *        WRITTEN, SKIPPING ENTRIES STAMPED AT OR BEFORE THE
      *        BACKUP (ALREADY IN IT) AND, IF A REPLAY-TO CUT-OFF IS
      *        GIVEN ON CYCRCVP, ENTRIES STAMPED AFTER THE CUT-OFF.
      *        AN ENTRY WHOSE CHANGE IS ALREADY ON THE FILE (A
      *        BACKUP TAKEN WHILE THE QUEUE WAS MOVING) IS COUNTED AND
      *        PASSED OVER.  AN ENTRY THAT DOES NOT FIT THE FILE - AN
      *        ADD FOR A RECORD THAT IS THERE WITH DIFFERENT CONTENT,
      *        AN UPDATE WHOSE BEFORE IMAGE DOES NOT MATCH, A REMOVAL
      *        OF A RECORD THAT HAS CHANGED - IS REPORTED AS AN
      *        EXCEPTION AND ITS AFTER IMAGE APPLIED, SINCE THE
      *        JOURNAL IS THE LATEST KNOWN STATE OF THAT RECORD.  AN
      *        ENTRY THAT CANNOT BE READ AT ALL (NO USABLE STAMP OR
      *        ACTION) IS REPORTED AND SKIPPED.
      *     3. VERIFIES THE REBUILT FILE AGAINST ITS OWN "T" REGION
      *        AND "Z" RUN TRAILERS, EXACTLY AS CYCBAL DOES: RECORD
      *        COUNT AND HASH TOTAL OF THE CYCLE NUMBERS PER DATE PER
      *        REGION AND PER DATE.
      *
      * RETURN CODES
      *     0   REBUILT, EVERY ENTRY APPLIED CLEANLY, IN BALANCE.
      *     4   REBUILT AND IN BALANCE, BUT WITH JOURNAL EXCEPTIONS
      *         - REVIEW CYCRCVR BEFORE RELEASING THE SCHEDULER.
      *     16  OUT OF BALANCE, OR A FILE ERROR - THE SCHEDULER
      *         MUST NOT BE LET BACK ON CYCQ.  A MISSING OR
      *         UNUSABLE PARAMETER OR BACKUP STOPS THE RUN BEFORE
      *         CYCQ IS TOUCHED.
      *
      * THE REBUILD ITSELF IS NOT JOURNALLED - IT PUTS BACK CHANGES
      * THE JOURNAL ALREADY HOLDS.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL PROGRAM.
      ******************************************************************

        IDENTIFICATION DIVISION.
        PROGRAM-ID. CYCQRCV.
        AUTHOR. R J SHAUGHNESSY.
        INSTALLATION. SETTLEMENT OPERATIONS - CYCLE CONTROL.
        DATE-WRITTEN. 2026-10-15.
        DATE-COMPILED.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CYCRCVP-FILE ASSIGN TO "CYCRCVP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-RCP-STATUS.
            SELECT CYCQBKP-FILE ASSIGN TO "CYCQBKP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-BKP-STATUS.
            SELECT CYCQJRN-FILE ASSIGN TO "CYCQJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-QJ-STATUS.
            SELECT CYCQ-FILE ASSIGN TO "CYCQ"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CYC-Q-KEY
                ALTERNATE RECORD KEY IS CYC-Q-GEN-DATE
                    WITH DUPLICATES
                FILE STATUS IS CYC-Q-STATUS.
            SELECT CYCRCVR-FILE ASSIGN TO "CYCRCVR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-RCR-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCRCVP-FILE
                RECORDING MODE IS F.
            COPY CYCRCVP.
        FD  CYCQBKP-FILE
                RECORDING MODE IS F.
        01  CYCQBKP-RECORD          PIC X(80).
        FD  CYCQJRN-FILE
                RECORDING MODE IS F.
            COPY CYCQJRN.
        FD  CYCQ-FILE.
            COPY CYCQ.
        FD  CYCRCVR-FILE
                RECORDING MODE IS F.
            COPY CYCRCVR.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * RECOVERY PARAMETERS FROM CYCRCVP.  THE STAMPS ARE COMPARED
      * AS DATE + TIME SO ONE COMPARE ORDERS TWO JOURNAL ENTRIES.
      *-----------------------------------------------------------------
        01  CYC-RCV-PARMS.
            05  CYC-RCV-BKP-STAMP.
                10  CYC-RCV-BKP-DATE        PIC 9(08)  VALUE ZERO.
                10  CYC-RCV-BKP-TIME        PIC 9(08)  VALUE ZERO.
            05  CYC-RCV-TO-STAMP.
                10  CYC-RCV-TO-DATE         PIC 9(08)  VALUE ZERO.
                10  CYC-RCV-TO-TIME         PIC 9(08)  VALUE ZERO.
            05  CYC-RCV-OPERATOR        PIC X(08)      VALUE SPACES.
            05  CYC-RCV-CUTOFF-SW       PIC X          VALUE "N".
                88  CYC-RCV-CUTOFF                     VALUE "Y".

      *-----------------------------------------------------------------
      * THE KEY OF THE JOURNAL ENTRY BEING REPLAYED, TAKEN FROM ITS
      * AFTER IMAGE (OR ITS BEFORE IMAGE FOR A REMOVAL), AND THE
      * EXCEPTION TEXT FOR THE REPORT
      *-----------------------------------------------------------------
        01  CYC-RCV-IMAGE               PIC X(80)      VALUE SPACES.
        01  CYC-RCV-IMAGE-R REDEFINES CYC-RCV-IMAGE.
            05  CYC-RCV-IMG-KEY.
                10  CYC-RCV-IMG-REGION      PIC X(03).
                10  CYC-RCV-IMG-NUMBER      PIC X(03).
                10  CYC-RCV-IMG-DATE        PIC X(08).
            05  FILLER                  PIC X(66).
        01  CYC-RCV-REASON              PIC X(50)      VALUE SPACES.
        01  CYC-RCV-JRN-SEQ             PIC 9(06)      VALUE ZERO.

      *-----------------------------------------------------------------
      * RUN COUNTS FOR THE REPORT AND THE RETURN CODE
      *-----------------------------------------------------------------
        01  CYC-RCV-COUNTERS.
            05  CYC-RCV-BKP-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-RCV-JRN-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-RCV-OLD-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-RCV-LATE-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-RCV-APPL-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-RCV-DUP-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-RCV-EXC-COUNT       PIC 9(05)      VALUE ZERO.
        01  CYC-RCV-COUNT-OUT        PIC ZZZZ9.
        01  CYC-RCV-LABEL            PIC X(40)      VALUE SPACES.

      *-----------------------------------------------------------------
      * REPORT LINE WORK AREA - EACH LINE IS BUILT HERE AND WRITTEN
      * BY 7000-WRITE-REPORT-LINE
      *-----------------------------------------------------------------
        01  CYC-RCV-LINE                PIC X(79)      VALUE SPACES.

      *-----------------------------------------------------------------
      * TRAILER VERIFICATION - THE SAME TALLY FIELDS AND BALANCE
      * TABLES CYCBAL USES: ONE REGION ENTRY PER RUN DATE PER
      * REGION, ONE DATE ENTRY PER RUN DATE
      *-----------------------------------------------------------------
        01  CYC-BAL-WORK.
            05  CYC-BAL-W-REGION        PIC X(03)      VALUE SPACES.
            05  CYC-BAL-W-NUMBER        PIC 9(03)      VALUE ZERO.
            05  CYC-BAL-W-DATE          PIC 9(08)      VALUE ZERO.
            05  CYC-BAL-W-TYPE          PIC X(01)      VALUE SPACE.
                88  CYC-BAL-W-RGN-TRAILER              VALUE "T".
                88  CYC-BAL-W-RUN-TRAILER              VALUE "Z".
            05  CYC-BAL-W-TRL-COUNT     PIC 9(05)      VALUE ZERO.
            05  CYC-BAL-W-TRL-HASH      PIC 9(08)      VALUE ZERO.
        01  CYC-BAL-RGN-TABLE.
            05  CYC-BAL-RGN-ENTRY OCCURS 500 TIMES.
                10  CYC-BAL-RGN-DATE        PIC 9(08).
                10  CYC-BAL-RGN-CODE        PIC X(03).
                10  CYC-BAL-RGN-DET-COUNT   PIC 9(05).
                10  CYC-BAL-RGN-DET-HASH    PIC 9(08).
                10  CYC-BAL-RGN-TRL-COUNT   PIC 9(05).
                10  CYC-BAL-RGN-TRL-HASH    PIC 9(08).
                10  CYC-BAL-RGN-TRL-SW      PIC X(01).
                    88  CYC-BAL-RGN-TRL-SEEN            VALUE "Y".
        01  CYC-BAL-DATE-TABLE.
            05  CYC-BAL-DATE-ENTRY OCCURS 10 TIMES.
                10  CYC-BAL-DT-DATE         PIC 9(08).
                10  CYC-BAL-DT-DET-COUNT    PIC 9(05).
                10  CYC-BAL-DT-DET-HASH     PIC 9(08).
                10  CYC-BAL-DT-TRL-COUNT    PIC 9(05).
                10  CYC-BAL-DT-TRL-HASH     PIC 9(08).
                10  CYC-BAL-DT-TRL-SW       PIC X(01).
                    88  CYC-BAL-DT-TRL-SEEN             VALUE "Y".
        01  CYC-BAL-CTRS.
            05  CYC-BAL-RGN-COUNT       PIC 9(03)      VALUE ZERO.
            05  CYC-BAL-RGN-IDX         PIC 9(03)      VALUE ZERO.
            05  CYC-BAL-RGN-FOUND       PIC 9(03)      VALUE ZERO.
            05  CYC-BAL-DT-COUNT        PIC 9(02)      VALUE ZERO.
            05  CYC-BAL-DT-IDX          PIC 9(02)      VALUE ZERO.
            05  CYC-BAL-DT-FOUND        PIC 9(02)      VALUE ZERO.
            05  CYC-BAL-ERROR-COUNT     PIC 9(03)      VALUE ZERO.
        01  CYC-BAL-COUNT-OUT        PIC ZZZZ9.
        01  CYC-BAL-HASH-OUT         PIC ZZZZZZZ9.
        01  CYC-BAL-TCOUNT-OUT       PIC ZZZZ9.
        01  CYC-BAL-THASH-OUT        PIC ZZZZZZZ9.

      *-----------------------------------------------------------------
      * END-OF-FILE AND STAGE SWITCHES.  CYCQ-TOUCHED IS SET THE
      * MOMENT CYCQ IS OPENED FOR OUTPUT, SO AN ABEND FROM THEN ON
      * SAYS THE FILE IS INCOMPLETE.
      *-----------------------------------------------------------------
        01  CYC-RCV-SWITCHES.
            05  CYC-BKP-EOF-SW          PIC X          VALUE "N".
                88  CYC-BKP-EOF                        VALUE "Y".
            05  CYC-QJ-EOF-SW           PIC X          VALUE "N".
                88  CYC-QJ-EOF                         VALUE "Y".
            05  CYC-Q-EOF-SW            PIC X          VALUE "N".
                88  CYC-Q-EOF                          VALUE "Y".
            05  CYC-RCV-ON-FILE-SW      PIC X          VALUE "N".
                88  CYC-RCV-ON-FILE                    VALUE "Y".
            05  CYC-RCV-TOUCHED-SW      PIC X          VALUE "N".
                88  CYC-RCV-CYCQ-TOUCHED               VALUE "Y".
            05  CYC-RCV-RPT-OPEN-SW     PIC X          VALUE "N".
                88  CYC-RCV-RPT-OPEN                   VALUE "Y".

      *-----------------------------------------------------------------
      * CURRENT DATE AND TIME FOR THE REPORT TITLE
      *-----------------------------------------------------------------
        01  CYC-RCV-CURRENT-DATETIME    PIC X(21).
        01  CYC-RCV-CURRENT-DT-R REDEFINES
                CYC-RCV-CURRENT-DATETIME.
            05  CYC-RCV-CDT-DATE        PIC 9(08).
            05  CYC-RCV-CDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
      *-----------------------------------------------------------------
        01  CYC-FILE-STATUSES.
            05  CYC-RCP-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-RCP-OK                         VALUE "00".
            05  CYC-BKP-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-BKP-OK                         VALUE "00".
            05  CYC-QJ-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-QJ-OK                          VALUE "00".
                88  CYC-QJ-NOTFOUND                    VALUE "35".
            05  CYC-Q-STATUS            PIC X(02)      VALUE SPACES.
                88  CYC-Q-OK                           VALUE "00".
                88  CYC-Q-REC-NOTFOUND                 VALUE "23".
            05  CYC-RCR-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-RCR-OK                         VALUE "00".

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
            PERFORM 2000-RESTORE-BACKUP THRU 2000-EXIT.
            PERFORM 3000-REPLAY-JOURNAL THRU 3000-EXIT.
            PERFORM 4000-VERIFY-TRAILERS THRU 4000-EXIT.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
            STOP RUN.

      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - A RECOVERY IS A DELIBERATE, NAMED ACT:
      * A MISSING OR UNUSABLE CYCRCVP, NO OPERATOR, OR A CUT-OFF
      * BEFORE THE BACKUP ABENDS HERE, BEFORE CYCQ IS TOUCHED.  THEN
      * OPEN THE REPORT AND PRINT WHAT THE RUN WAS ASKED TO DO.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-RCV-CURRENT-DATETIME.
            OPEN INPUT CYCRCVP-FILE.
            IF NOT CYC-RCP-OK
                DISPLAY "CYCRCVP OPEN FAILED, STATUS " CYC-RCP-STATUS
                    " - RECOVERY NEEDS ITS PARAMETERS"
                GO TO 9000-ABEND-EXIT
            END-IF.
            READ CYCRCVP-FILE
                AT END
                    DISPLAY "CYCRCVP IS EMPTY - RECOVERY NEEDS ITS"
                        " PARAMETERS"
                    GO TO 9000-ABEND-EXIT
            END-READ.
            CLOSE CYCRCVP-FILE.
            IF CYC-RCP-BKP-DATE IS NOT NUMERIC
                    OR CYC-RCP-BKP-DATE = ZERO
                    OR CYC-RCP-BKP-TIME IS NOT NUMERIC
                DISPLAY "CYCRCVP BACKUP DATE/TIME NOT USABLE"
                GO TO 9000-ABEND-EXIT
            END-IF.
            IF CYC-RCP-OPERATOR = SPACES
                DISPLAY "CYCRCVP HAS NO OPERATOR - RECOVERY REFUSED"
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE CYC-RCP-BKP-DATE TO CYC-RCV-BKP-DATE.
            MOVE CYC-RCP-BKP-TIME TO CYC-RCV-BKP-TIME.
            MOVE CYC-RCP-OPERATOR TO CYC-RCV-OPERATOR.
            IF CYC-RCP-TO-DATE IS NUMERIC AND CYC-RCP-TO-DATE > ZERO
                MOVE CYC-RCP-TO-DATE TO CYC-RCV-TO-DATE
                IF CYC-RCP-TO-TIME IS NUMERIC
                    MOVE CYC-RCP-TO-TIME TO CYC-RCV-TO-TIME
                ELSE
                    MOVE ZERO TO CYC-RCV-TO-TIME
                END-IF
                SET CYC-RCV-CUTOFF TO TRUE
            END-IF.
            IF CYC-RCV-CUTOFF
                    AND CYC-RCV-TO-STAMP < CYC-RCV-BKP-STAMP
                DISPLAY "CYCRCVP REPLAY-TO " CYC-RCV-TO-DATE
                    "/" CYC-RCV-TO-TIME " IS BEFORE THE BACKUP "
                    CYC-RCV-BKP-DATE "/" CYC-RCV-BKP-TIME
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN OUTPUT CYCRCVR-FILE.
            IF NOT CYC-RCR-OK
                DISPLAY "CYCRCVR OPEN FAILED, STATUS " CYC-RCR-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            SET CYC-RCV-RPT-OPEN TO TRUE.
            MOVE SPACES TO CYCRCVR-RECORD.
            MOVE "1" TO CYC-RCR-CC.
            STRING "CYCQ FORWARD RECOVERY   RUN " DELIMITED BY SIZE
                   CYC-RCV-CDT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-RCV-CDT-TIME DELIMITED BY SIZE
                   "   BY " DELIMITED BY SIZE
                   CYC-RCV-OPERATOR DELIMITED BY SIZE
            INTO CYC-RCR-DATA.
            WRITE CYCRCVR-RECORD.
            MOVE SPACES TO CYC-RCV-LINE.
            STRING "BACKUP TAKEN " DELIMITED BY SIZE
                   CYC-RCV-BKP-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-RCV-BKP-TIME DELIMITED BY SIZE
            INTO CYC-RCV-LINE.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
            MOVE SPACES TO CYC-RCV-LINE.
            IF CYC-RCV-CUTOFF
                STRING "JOURNAL REPLAYED UP TO " DELIMITED BY SIZE
                       CYC-RCV-TO-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CYC-RCV-TO-TIME DELIMITED BY SIZE
                INTO CYC-RCV-LINE
            ELSE
                MOVE "JOURNAL REPLAYED IN FULL" TO CYC-RCV-LINE
            END-IF.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 2000-RESTORE-BACKUP - OPEN THE BACKUP FIRST, SO A MISSING
      * BACKUP LEAVES CYCQ AS IT WAS, THEN REBUILD CYCQ FROM IT.  A
      * DUPLICATE KEY ON THE BACKUP IS REPORTED AND THE FIRST COPY
      * KEPT.
      *-----------------------------------------------------------------
        2000-RESTORE-BACKUP.
            OPEN INPUT CYCQBKP-FILE.
            IF NOT CYC-BKP-OK
                DISPLAY "CYCQBKP OPEN FAILED, STATUS " CYC-BKP-STATUS
                    " - CYCQ NOT TOUCHED"
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN OUTPUT CYCQ-FILE.
            SET CYC-RCV-CYCQ-TOUCHED TO TRUE.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ OPEN FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 2010-RESTORE-NEXT-RECORD THRU 2010-EXIT
                UNTIL CYC-BKP-EOF.
            CLOSE CYCQBKP-FILE.
            CLOSE CYCQ-FILE.
            MOVE "RECORDS RESTORED FROM BACKUP" TO CYC-RCV-LABEL.
            MOVE CYC-RCV-BKP-COUNT TO CYC-RCV-COUNT-OUT.
            PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
        2000-EXIT.
            EXIT.

        2010-RESTORE-NEXT-RECORD.
            READ CYCQBKP-FILE
                AT END
                    SET CYC-BKP-EOF TO TRUE
                    GO TO 2010-EXIT
            END-READ.
            MOVE CYCQBKP-RECORD TO CYCQ-RECORD.
            WRITE CYCQ-RECORD
                INVALID KEY
                    MOVE CYCQBKP-RECORD TO CYC-RCV-IMAGE
                    MOVE SPACES TO CYC-RCV-LINE
                    STRING "*** DUPLICATE KEY ON BACKUP - REGION "
                               DELIMITED BY SIZE
                           CYC-RCV-IMG-REGION DELIMITED BY SIZE
                           " CYCLE " DELIMITED BY SIZE
                           CYC-RCV-IMG-NUMBER DELIMITED BY SIZE
                           " DATE " DELIMITED BY SIZE
                           CYC-RCV-IMG-DATE DELIMITED BY SIZE
                           " - FIRST KEPT" DELIMITED BY SIZE
                    INTO CYC-RCV-LINE
                    PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                    ADD 1 TO CYC-RCV-EXC-COUNT
                    GO TO 2010-EXIT
            END-WRITE.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ WRITE FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-RCV-BKP-COUNT.
        2010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-REPLAY-JOURNAL - APPLY THE JOURNAL TO THE RESTORED FILE
      * IN THE ORDER IT WAS WRITTEN.  NO JOURNAL MEANS NOTHING HAS
      * CHANGED SINCE THE BACKUP - THE RESTORE IS THE WHOLE REBUILD.
      *-----------------------------------------------------------------
        3000-REPLAY-JOURNAL.
            OPEN I-O CYCQ-FILE.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ OPEN FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN INPUT CYCQJRN-FILE.
            IF CYC-QJ-NOTFOUND
                MOVE "CYCQJRN NOT FOUND - NOTHING TO REPLAY"
                    TO CYC-RCV-LINE
                PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                CLOSE CYCQ-FILE
                GO TO 3000-EXIT
            END-IF.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN OPEN FAILED, STATUS " CYC-QJ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            MOVE SPACES TO CYCRCVR-RECORD.
            MOVE SPACE TO CYC-RCR-CC.
            WRITE CYCRCVR-RECORD.
            MOVE "JOURNAL EXCEPTIONS" TO CYC-RCV-LINE.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
            PERFORM 3010-REPLAY-NEXT-ENTRY THRU 3010-EXIT
                UNTIL CYC-QJ-EOF.
            CLOSE CYCQJRN-FILE.
            CLOSE CYCQ-FILE.
            MOVE SPACES TO CYCRCVR-RECORD.
            MOVE SPACE TO CYC-RCR-CC.
            WRITE CYCRCVR-RECORD.
            MOVE "JOURNAL ENTRIES READ" TO CYC-RCV-LABEL.
            MOVE CYC-RCV-JRN-COUNT TO CYC-RCV-COUNT-OUT.
            PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
            MOVE "  ALREADY IN THE BACKUP - SKIPPED" TO CYC-RCV-LABEL.
            MOVE CYC-RCV-OLD-COUNT TO CYC-RCV-COUNT-OUT.
            PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
            MOVE "  AFTER THE REPLAY-TO CUT-OFF - SKIPPED"
                TO CYC-RCV-LABEL.
            MOVE CYC-RCV-LATE-COUNT TO CYC-RCV-COUNT-OUT.
            PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
            MOVE "  APPLIED" TO CYC-RCV-LABEL.
            MOVE CYC-RCV-APPL-COUNT TO CYC-RCV-COUNT-OUT.
            PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
            MOVE "  ALREADY ON FILE - PASSED OVER" TO CYC-RCV-LABEL.
            MOVE CYC-RCV-DUP-COUNT TO CYC-RCV-COUNT-OUT.
            PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3010-REPLAY-NEXT-ENTRY - ONE JOURNAL ENTRY: CHECK ITS STAMP
      * AGAINST THE BACKUP AND THE CUT-OFF, READ THE RECORD IT
      * CHANGED, AND ROUTE IT BY ACTION.  THE JOURNAL IS IN TIME
      * ORDER, BUT AN ENTRY PAST THE CUT-OFF DOES NOT END THE REPLAY
      * - EACH ONE IS COUNTED SO THE REPORT SHOWS WHAT WAS LEFT OFF.
      *-----------------------------------------------------------------
        3010-REPLAY-NEXT-ENTRY.
            READ CYCQJRN-FILE
                AT END
                    SET CYC-QJ-EOF TO TRUE
                    GO TO 3010-EXIT
            END-READ.
            ADD 1 TO CYC-RCV-JRN-COUNT.
            ADD 1 TO CYC-RCV-JRN-SEQ.
            IF CYC-QJ-DELETE
                MOVE CYC-QJ-BEFORE TO CYC-RCV-IMAGE
            ELSE
                MOVE CYC-QJ-AFTER TO CYC-RCV-IMAGE
            END-IF.
            IF CYC-QJ-DATE IS NOT NUMERIC
                    OR CYC-QJ-TIME IS NOT NUMERIC
                MOVE "NO USABLE DATE/TIME STAMP - SKIPPED"
                    TO CYC-RCV-REASON
                PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
                GO TO 3010-EXIT
            END-IF.
            IF NOT CYC-QJ-ADD AND NOT CYC-QJ-UPDATE
                    AND NOT CYC-QJ-DELETE
                MOVE "UNKNOWN ACTION CODE - SKIPPED" TO CYC-RCV-REASON
                PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
                GO TO 3010-EXIT
            END-IF.
            IF CYC-QJ-STAMP NOT > CYC-RCV-BKP-STAMP
                ADD 1 TO CYC-RCV-OLD-COUNT
                GO TO 3010-EXIT
            END-IF.
            IF CYC-RCV-CUTOFF AND CYC-QJ-STAMP > CYC-RCV-TO-STAMP
                ADD 1 TO CYC-RCV-LATE-COUNT
                GO TO 3010-EXIT
            END-IF.
            IF CYC-RCV-IMAGE = SPACES
                MOVE "NO RECORD IMAGE ON ENTRY - SKIPPED"
                    TO CYC-RCV-REASON
                PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
                GO TO 3010-EXIT
            END-IF.
            MOVE "N" TO CYC-RCV-ON-FILE-SW.
            MOVE CYC-RCV-IMG-KEY TO CYC-Q-KEY.
            READ CYCQ-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET CYC-RCV-ON-FILE TO TRUE
            END-READ.
            IF NOT CYC-Q-OK AND NOT CYC-Q-REC-NOTFOUND
                DISPLAY "CYCQ READ FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN CYC-QJ-ADD
                    PERFORM 3100-REPLAY-ADD THRU 3100-EXIT
                WHEN CYC-QJ-UPDATE
                    PERFORM 3200-REPLAY-UPDATE THRU 3200-EXIT
                WHEN CYC-QJ-DELETE
                    PERFORM 3300-REPLAY-REMOVAL THRU 3300-EXIT
            END-EVALUATE.
        3010-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3100-REPLAY-ADD - A RECORD THE GENERATOR POSTED.  NOT ON FILE
      * - WRITE IT.  ON FILE AND IDENTICAL - ALREADY IN THE BACKUP.
      * ON FILE BUT DIFFERENT - EXCEPTION, THE JOURNAL IMAGE WINS.
      *-----------------------------------------------------------------
        3100-REPLAY-ADD.
            IF NOT CYC-RCV-ON-FILE
                MOVE CYC-QJ-AFTER TO CYCQ-RECORD
                PERFORM 3500-WRITE-CYCQ THRU 3500-EXIT
                ADD 1 TO CYC-RCV-APPL-COUNT
                GO TO 3100-EXIT
            END-IF.
            IF CYCQ-RECORD = CYC-QJ-AFTER
                ADD 1 TO CYC-RCV-DUP-COUNT
                GO TO 3100-EXIT
            END-IF.
            MOVE "ADD OF A RECORD ALREADY ON FILE - JOURNAL IMAGE"
                TO CYC-RCV-REASON.
            PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT.
            MOVE CYC-QJ-AFTER TO CYCQ-RECORD.
            PERFORM 3600-REWRITE-CYCQ THRU 3600-EXIT.
        3100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3200-REPLAY-UPDATE - A STATUS CHANGE (CYCQUPD, CYCHLDU,
      * CYCRQUE).  ON FILE AS THE BEFORE IMAGE - REWRITE IT.  ON
      * FILE AS THE AFTER IMAGE - ALREADY APPLIED.  ANYTHING ELSE -
      * A CHANGE IS MISSING FROM THE JOURNAL OR THE BACKUP; REPORT
      * IT AND PUT THE AFTER IMAGE ON FILE.
      *-----------------------------------------------------------------
        3200-REPLAY-UPDATE.
            IF NOT CYC-RCV-ON-FILE
                MOVE "UPDATE OF A RECORD NOT ON FILE - JOURNAL IMAGE"
                    TO CYC-RCV-REASON
                PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
                MOVE CYC-QJ-AFTER TO CYCQ-RECORD
                PERFORM 3500-WRITE-CYCQ THRU 3500-EXIT
                GO TO 3200-EXIT
            END-IF.
            IF CYCQ-RECORD = CYC-QJ-AFTER
                ADD 1 TO CYC-RCV-DUP-COUNT
                GO TO 3200-EXIT
            END-IF.
            IF CYCQ-RECORD NOT = CYC-QJ-BEFORE
                MOVE "BEFORE IMAGE DOES NOT MATCH FILE - JOURNAL IMAGE"
                    TO CYC-RCV-REASON
                PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
                MOVE CYC-QJ-AFTER TO CYCQ-RECORD
                PERFORM 3600-REWRITE-CYCQ THRU 3600-EXIT
                GO TO 3200-EXIT
            END-IF.
            MOVE CYC-QJ-AFTER TO CYCQ-RECORD.
            PERFORM 3600-REWRITE-CYCQ THRU 3600-EXIT.
            ADD 1 TO CYC-RCV-APPL-COUNT.
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3300-REPLAY-REMOVAL - A RECORD CYCPURGE ARCHIVED.  NOT ON
      * FILE - ALREADY GONE.  ON FILE AS THE BEFORE IMAGE - DELETE
      * IT.  ON FILE BUT DIFFERENT - REPORT IT AND DELETE IT ANYWAY:
      * THE PURGE ARCHIVED THE WHOLE DATE.
      *-----------------------------------------------------------------
        3300-REPLAY-REMOVAL.
            IF NOT CYC-RCV-ON-FILE
                ADD 1 TO CYC-RCV-DUP-COUNT
                GO TO 3300-EXIT
            END-IF.
            IF CYCQ-RECORD NOT = CYC-QJ-BEFORE
                MOVE "REMOVED RECORD DIFFERS FROM FILE - REMOVED ANYWAY"
                    TO CYC-RCV-REASON
                PERFORM 3900-REPORT-EXCEPTION THRU 3900-EXIT
            ELSE
                ADD 1 TO CYC-RCV-APPL-COUNT
            END-IF.
            DELETE CYCQ-FILE RECORD.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ DELETE FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        3300-EXIT.
            EXIT.

        3500-WRITE-CYCQ.
            WRITE CYCQ-RECORD.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ WRITE FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        3500-EXIT.
            EXIT.

        3600-REWRITE-CYCQ.
            REWRITE CYCQ-RECORD.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ REWRITE FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        3600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3900-REPORT-EXCEPTION - TWO REPORT LINES PER ENTRY THAT DID
      * NOT APPLY CLEANLY: WHICH ENTRY (ITS POSITION ON THE JOURNAL,
      * STAMP, PROGRAM, OPERATOR, ACTION AND KEY) AND WHY.
      *-----------------------------------------------------------------
        3900-REPORT-EXCEPTION.
            ADD 1 TO CYC-RCV-EXC-COUNT.
            MOVE SPACES TO CYC-RCV-LINE.
            STRING "*** ENTRY " DELIMITED BY SIZE
                   CYC-RCV-JRN-SEQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-QJ-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-QJ-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-QJ-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-QJ-OPERATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-QJ-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-RCV-IMG-REGION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-RCV-IMG-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CYC-RCV-IMG-DATE DELIMITED BY SIZE
            INTO CYC-RCV-LINE.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
            MOVE SPACES TO CYC-RCV-LINE.
            STRING "           " DELIMITED BY SIZE
                   CYC-RCV-REASON DELIMITED BY SIZE
            INTO CYC-RCV-LINE.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
        3900-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 4000-VERIFY-TRAILERS - ONE PASS OVER THE REBUILT CYCQ IN KEY
      * ORDER, TALLYING EVERY DETAIL AGAINST ITS DATE/REGION AND ITS
      * DATE, THEN BALANCING THE TALLIES AGAINST THE "T" AND "Z"
      * TRAILERS - THE SAME RULES CYCBAL APPLIES BEFORE ANY
      * DOWNSTREAM JOB READS THE QUEUE.
      *-----------------------------------------------------------------
        4000-VERIFY-TRAILERS.
            MOVE ZERO TO CYC-BAL-RGN-COUNT.
            MOVE ZERO TO CYC-BAL-DT-COUNT.
            OPEN INPUT CYCQ-FILE.
            IF NOT CYC-Q-OK
                DISPLAY "CYCQ OPEN FAILED, STATUS " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 4010-TALLY-NEXT-CYCQ THRU 4010-EXIT
                UNTIL CYC-Q-EOF.
            CLOSE CYCQ-FILE.
            MOVE SPACES TO CYCRCVR-RECORD.
            MOVE SPACE TO CYC-RCR-CC.
            WRITE CYCRCVR-RECORD.
            MOVE "TRAILER VERIFICATION OF THE REBUILT CYCQ"
                TO CYC-RCV-LINE.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
            PERFORM 5100-CHECK-RGN-BALANCE THRU 5100-EXIT
                VARYING CYC-BAL-RGN-IDX FROM 1 BY 1
                UNTIL CYC-BAL-RGN-IDX > CYC-BAL-RGN-COUNT.
            PERFORM 5200-CHECK-DATE-BALANCE THRU 5200-EXIT
                VARYING CYC-BAL-DT-IDX FROM 1 BY 1
                UNTIL CYC-BAL-DT-IDX > CYC-BAL-DT-COUNT.
        4000-EXIT.
            EXIT.

        4010-TALLY-NEXT-CYCQ.
            READ CYCQ-FILE NEXT
                AT END
                    SET CYC-Q-EOF TO TRUE
                    GO TO 4010-EXIT
            END-READ.
            MOVE CYC-Q-REGION TO CYC-BAL-W-REGION.
            MOVE CYC-Q-NUMBER TO CYC-BAL-W-NUMBER.
            MOVE CYC-Q-GEN-DATE TO CYC-BAL-W-DATE.
            MOVE CYC-Q-REC-TYPE TO CYC-BAL-W-TYPE.
            MOVE CYC-Q-TRL-COUNT TO CYC-BAL-W-TRL-COUNT.
            MOVE CYC-Q-TRL-HASH TO CYC-BAL-W-TRL-HASH.
            EVALUATE TRUE
                WHEN CYC-BAL-W-RGN-TRAILER
                    PERFORM 4300-TALLY-RGN-TRAILER THRU 4300-EXIT
                WHEN CYC-BAL-W-RUN-TRAILER
                    PERFORM 4400-TALLY-RUN-TRAILER THRU 4400-EXIT
                WHEN OTHER
                    PERFORM 4200-TALLY-DETAIL THRU 4200-EXIT
            END-EVALUATE.
        4010-EXIT.
            EXIT.

        4200-TALLY-DETAIL.
            IF CYC-BAL-W-DATE IS NOT NUMERIC
                    OR CYC-BAL-W-NUMBER IS NOT NUMERIC
                MOVE SPACES TO CYC-RCV-LINE
                STRING "*** DETAIL WITHOUT A USABLE DATE OR CYCLE"
                           DELIMITED BY SIZE
                       " - REGION " DELIMITED BY SIZE
                       CYC-BAL-W-REGION DELIMITED BY SIZE
                INTO CYC-RCV-LINE
                PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                ADD 1 TO CYC-BAL-ERROR-COUNT
                GO TO 4200-EXIT
            END-IF.
            PERFORM 4500-FIND-RGN-ENTRY THRU 4500-EXIT.
            ADD 1 TO CYC-BAL-RGN-DET-COUNT (CYC-BAL-RGN-FOUND).
            ADD CYC-BAL-W-NUMBER TO
                CYC-BAL-RGN-DET-HASH (CYC-BAL-RGN-FOUND).
            PERFORM 4550-FIND-DATE-ENTRY THRU 4550-EXIT.
            ADD 1 TO CYC-BAL-DT-DET-COUNT (CYC-BAL-DT-FOUND).
            ADD CYC-BAL-W-NUMBER TO
                CYC-BAL-DT-DET-HASH (CYC-BAL-DT-FOUND).
        4200-EXIT.
            EXIT.

        4300-TALLY-RGN-TRAILER.
            PERFORM 4500-FIND-RGN-ENTRY THRU 4500-EXIT.
            IF CYC-BAL-RGN-TRL-SEEN (CYC-BAL-RGN-FOUND)
                MOVE SPACES TO CYC-RCV-LINE
                STRING "*** DUPLICATE TRAILER - REGION "
                           DELIMITED BY SIZE
                       CYC-BAL-W-REGION DELIMITED BY SIZE
                       " DATE " DELIMITED BY SIZE
                       CYC-BAL-W-DATE DELIMITED BY SIZE
                INTO CYC-RCV-LINE
                PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                ADD 1 TO CYC-BAL-ERROR-COUNT
                GO TO 4300-EXIT
            END-IF.
            MOVE CYC-BAL-W-TRL-COUNT TO
                CYC-BAL-RGN-TRL-COUNT (CYC-BAL-RGN-FOUND).
            MOVE CYC-BAL-W-TRL-HASH TO
                CYC-BAL-RGN-TRL-HASH (CYC-BAL-RGN-FOUND).
            SET CYC-BAL-RGN-TRL-SEEN (CYC-BAL-RGN-FOUND) TO TRUE.
        4300-EXIT.
            EXIT.

        4400-TALLY-RUN-TRAILER.
            PERFORM 4550-FIND-DATE-ENTRY THRU 4550-EXIT.
            IF CYC-BAL-DT-TRL-SEEN (CYC-BAL-DT-FOUND)
                MOVE SPACES TO CYC-RCV-LINE
                STRING "*** DUPLICATE RUN TRAILER - DATE "
                           DELIMITED BY SIZE
                       CYC-BAL-W-DATE DELIMITED BY SIZE
                INTO CYC-RCV-LINE
                PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                ADD 1 TO CYC-BAL-ERROR-COUNT
                GO TO 4400-EXIT
            END-IF.
            MOVE CYC-BAL-W-TRL-COUNT TO
                CYC-BAL-DT-TRL-COUNT (CYC-BAL-DT-FOUND).
            MOVE CYC-BAL-W-TRL-HASH TO
                CYC-BAL-DT-TRL-HASH (CYC-BAL-DT-FOUND).
            SET CYC-BAL-DT-TRL-SEEN (CYC-BAL-DT-FOUND) TO TRUE.
        4400-EXIT.
            EXIT.

        4500-FIND-RGN-ENTRY.
            MOVE ZERO TO CYC-BAL-RGN-FOUND.
            PERFORM 4510-CHECK-RGN-ENTRY THRU 4510-EXIT
                VARYING CYC-BAL-RGN-IDX FROM 1 BY 1
                UNTIL CYC-BAL-RGN-IDX > CYC-BAL-RGN-COUNT
                OR CYC-BAL-RGN-FOUND > 0.
            IF CYC-BAL-RGN-FOUND > 0
                GO TO 4500-EXIT
            END-IF.
            IF CYC-BAL-RGN-COUNT >= 500
                DISPLAY "CYCQ HAS MORE THAN 500 DATE/REGION GROUPS"
                    " - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-BAL-RGN-COUNT.
            MOVE CYC-BAL-RGN-COUNT TO CYC-BAL-RGN-FOUND.
            MOVE CYC-BAL-W-DATE TO
                CYC-BAL-RGN-DATE (CYC-BAL-RGN-FOUND).
            MOVE CYC-BAL-W-REGION TO
                CYC-BAL-RGN-CODE (CYC-BAL-RGN-FOUND).
            MOVE ZERO TO CYC-BAL-RGN-DET-COUNT (CYC-BAL-RGN-FOUND).
            MOVE ZERO TO CYC-BAL-RGN-DET-HASH (CYC-BAL-RGN-FOUND).
            MOVE ZERO TO CYC-BAL-RGN-TRL-COUNT (CYC-BAL-RGN-FOUND).
            MOVE ZERO TO CYC-BAL-RGN-TRL-HASH (CYC-BAL-RGN-FOUND).
            MOVE "N" TO CYC-BAL-RGN-TRL-SW (CYC-BAL-RGN-FOUND).
        4500-EXIT.
            EXIT.

        4510-CHECK-RGN-ENTRY.
            IF CYC-BAL-RGN-DATE (CYC-BAL-RGN-IDX) = CYC-BAL-W-DATE
                AND CYC-BAL-RGN-CODE (CYC-BAL-RGN-IDX)
                    = CYC-BAL-W-REGION
                MOVE CYC-BAL-RGN-IDX TO CYC-BAL-RGN-FOUND
            END-IF.
        4510-EXIT.
            EXIT.

        4550-FIND-DATE-ENTRY.
            MOVE ZERO TO CYC-BAL-DT-FOUND.
            PERFORM 4560-CHECK-DATE-ENTRY THRU 4560-EXIT
                VARYING CYC-BAL-DT-IDX FROM 1 BY 1
                UNTIL CYC-BAL-DT-IDX > CYC-BAL-DT-COUNT
                OR CYC-BAL-DT-FOUND > 0.
            IF CYC-BAL-DT-FOUND > 0
                GO TO 4550-EXIT
            END-IF.
            IF CYC-BAL-DT-COUNT >= 10
                DISPLAY "CYCQ HAS MORE THAN 10 RUN DATES - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-BAL-DT-COUNT.
            MOVE CYC-BAL-DT-COUNT TO CYC-BAL-DT-FOUND.
            MOVE CYC-BAL-W-DATE TO
                CYC-BAL-DT-DATE (CYC-BAL-DT-FOUND).
            MOVE ZERO TO CYC-BAL-DT-DET-COUNT (CYC-BAL-DT-FOUND).
            MOVE ZERO TO CYC-BAL-DT-DET-HASH (CYC-BAL-DT-FOUND).
            MOVE ZERO TO CYC-BAL-DT-TRL-COUNT (CYC-BAL-DT-FOUND).
            MOVE ZERO TO CYC-BAL-DT-TRL-HASH (CYC-BAL-DT-FOUND).
            MOVE "N" TO CYC-BAL-DT-TRL-SW (CYC-BAL-DT-FOUND).
        4550-EXIT.
            EXIT.

        4560-CHECK-DATE-ENTRY.
            IF CYC-BAL-DT-DATE (CYC-BAL-DT-IDX) = CYC-BAL-W-DATE
                MOVE CYC-BAL-DT-IDX TO CYC-BAL-DT-FOUND
            END-IF.
        4560-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5100/5200 - EVERY DATE/REGION GROUP MUST HAVE A TRAILER THAT
      * MATCHES ITS DETAILS AND EVERY DATE A MATCHING RUN TRAILER.  A
      * DATE STILL BEING GENERATED HAS NO RUN TRAILER YET AND FAILS
      * HERE TOO - THE GENERATOR'S RERUN WRITES IT, AND THE
      * SCHEDULER STAYS OFF THE QUEUE UNTIL THEN.
      *-----------------------------------------------------------------
        5100-CHECK-RGN-BALANCE.
            IF NOT CYC-BAL-RGN-TRL-SEEN (CYC-BAL-RGN-IDX)
                MOVE SPACES TO CYC-RCV-LINE
                STRING "*** REGION " DELIMITED BY SIZE
                       CYC-BAL-RGN-CODE (CYC-BAL-RGN-IDX)
                           DELIMITED BY SIZE
                       " DATE " DELIMITED BY SIZE
                       CYC-BAL-RGN-DATE (CYC-BAL-RGN-IDX)
                           DELIMITED BY SIZE
                       " HAS DETAILS BUT NO TRAILER"
                           DELIMITED BY SIZE
                INTO CYC-RCV-LINE
                PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                ADD 1 TO CYC-BAL-ERROR-COUNT
                GO TO 5100-EXIT
            END-IF.
            IF CYC-BAL-RGN-DET-COUNT (CYC-BAL-RGN-IDX) =
                    CYC-BAL-RGN-TRL-COUNT (CYC-BAL-RGN-IDX)
                AND CYC-BAL-RGN-DET-HASH (CYC-BAL-RGN-IDX) =
                    CYC-BAL-RGN-TRL-HASH (CYC-BAL-RGN-IDX)
                GO TO 5100-EXIT
            END-IF.
            MOVE CYC-BAL-RGN-DET-COUNT (CYC-BAL-RGN-IDX)
                TO CYC-BAL-COUNT-OUT.
            MOVE CYC-BAL-RGN-DET-HASH (CYC-BAL-RGN-IDX)
                TO CYC-BAL-HASH-OUT.
            MOVE CYC-BAL-RGN-TRL-COUNT (CYC-BAL-RGN-IDX)
                TO CYC-BAL-TCOUNT-OUT.
            MOVE CYC-BAL-RGN-TRL-HASH (CYC-BAL-RGN-IDX)
                TO CYC-BAL-THASH-OUT.
            MOVE SPACES TO CYC-RCV-LINE.
            STRING "*** REGION " DELIMITED BY SIZE
                   CYC-BAL-RGN-CODE (CYC-BAL-RGN-IDX)
                       DELIMITED BY SIZE
                   " DATE " DELIMITED BY SIZE
                   CYC-BAL-RGN-DATE (CYC-BAL-RGN-IDX)
                       DELIMITED BY SIZE
                   " OUT OF BALANCE - DETAILS " DELIMITED BY SIZE
                   CYC-BAL-COUNT-OUT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CYC-BAL-HASH-OUT DELIMITED BY SIZE
                   " TRAILER " DELIMITED BY SIZE
                   CYC-BAL-TCOUNT-OUT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CYC-BAL-THASH-OUT DELIMITED BY SIZE
            INTO CYC-RCV-LINE.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
            ADD 1 TO CYC-BAL-ERROR-COUNT.
        5100-EXIT.
            EXIT.

        5200-CHECK-DATE-BALANCE.
            IF NOT CYC-BAL-DT-TRL-SEEN (CYC-BAL-DT-IDX)
                MOVE SPACES TO CYC-RCV-LINE
                STRING "*** DATE " DELIMITED BY SIZE
                       CYC-BAL-DT-DATE (CYC-BAL-DT-IDX)
                           DELIMITED BY SIZE
                       " HAS NO RUN TRAILER - RUN MAY BE INCOMPLETE"
                           DELIMITED BY SIZE
                INTO CYC-RCV-LINE
                PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                ADD 1 TO CYC-BAL-ERROR-COUNT
                GO TO 5200-EXIT
            END-IF.
            IF CYC-BAL-DT-DET-COUNT (CYC-BAL-DT-IDX) =
                    CYC-BAL-DT-TRL-COUNT (CYC-BAL-DT-IDX)
                AND CYC-BAL-DT-DET-HASH (CYC-BAL-DT-IDX) =
                    CYC-BAL-DT-TRL-HASH (CYC-BAL-DT-IDX)
                GO TO 5200-EXIT
            END-IF.
            MOVE CYC-BAL-DT-DET-COUNT (CYC-BAL-DT-IDX)
                TO CYC-BAL-COUNT-OUT.
            MOVE CYC-BAL-DT-DET-HASH (CYC-BAL-DT-IDX)
                TO CYC-BAL-HASH-OUT.
            MOVE CYC-BAL-DT-TRL-COUNT (CYC-BAL-DT-IDX)
                TO CYC-BAL-TCOUNT-OUT.
            MOVE CYC-BAL-DT-TRL-HASH (CYC-BAL-DT-IDX)
                TO CYC-BAL-THASH-OUT.
            MOVE SPACES TO CYC-RCV-LINE.
            STRING "*** DATE " DELIMITED BY SIZE
                   CYC-BAL-DT-DATE (CYC-BAL-DT-IDX)
                       DELIMITED BY SIZE
                   " RUN TRAILER OUT - DETAILS " DELIMITED BY SIZE
                   CYC-BAL-COUNT-OUT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CYC-BAL-HASH-OUT DELIMITED BY SIZE
                   " TRAILER " DELIMITED BY SIZE
                   CYC-BAL-TCOUNT-OUT DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CYC-BAL-THASH-OUT DELIMITED BY SIZE
            INTO CYC-RCV-LINE.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
            ADD 1 TO CYC-BAL-ERROR-COUNT.
        5200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7000-WRITE-REPORT-LINE - WRITE CYC-RCV-LINE AS ONE SINGLE-
      * SPACED REPORT LINE.  7100 WRITES A LABELLED RUN COUNT.
      *-----------------------------------------------------------------
        7000-WRITE-REPORT-LINE.
            MOVE SPACES TO CYCRCVR-RECORD.
            MOVE SPACE TO CYC-RCR-CC.
            MOVE CYC-RCV-LINE TO CYC-RCR-DATA.
            WRITE CYCRCVR-RECORD.
            IF NOT CYC-RCR-OK
                DISPLAY "CYCRCVR WRITE FAILED, STATUS " CYC-RCR-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        7000-EXIT.
            EXIT.

        7100-WRITE-COUNT-LINE.
            MOVE SPACES TO CYC-RCV-LINE.
            STRING CYC-RCV-LABEL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CYC-RCV-COUNT-OUT DELIMITED BY SIZE
            INTO CYC-RCV-LINE.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
        7100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - THE VERDICT, ON THE REPORT AND SYSOUT:
      * OUT OF BALANCE IS RC=16 AND THE SCHEDULER STAYS OFF CYCQ;
      * IN BALANCE WITH EXCEPTIONS IS RC=4; CLEAN IS RC=0.
      *-----------------------------------------------------------------
        8000-TERMINATE-RUN.
            MOVE SPACES TO CYCRCVR-RECORD.
            MOVE SPACE TO CYC-RCR-CC.
            WRITE CYCRCVR-RECORD.
            MOVE "EXCEPTIONS REPORTED" TO CYC-RCV-LABEL.
            MOVE CYC-RCV-EXC-COUNT TO CYC-RCV-COUNT-OUT.
            PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
            MOVE "TRAILER VERIFICATION ERRORS" TO CYC-RCV-LABEL.
            MOVE CYC-BAL-ERROR-COUNT TO CYC-RCV-COUNT-OUT.
            PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
            IF CYC-BAL-ERROR-COUNT > ZERO
                MOVE SPACES TO CYC-RCV-LINE
                STRING "*** REBUILT CYCQ DOES NOT BALANCE - DO NOT"
                           DELIMITED BY SIZE
                       " RELEASE THE SCHEDULER" DELIMITED BY SIZE
                INTO CYC-RCV-LINE
                PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                CLOSE CYCRCVR-FILE
                DISPLAY "*** REBUILT CYCQ DOES NOT BALANCE - DO NOT"
                    " RELEASE THE SCHEDULER - SEE CYCRCVR"
                MOVE 16 TO RETURN-CODE
                GO TO 8000-EXIT
            END-IF.
            IF CYC-RCV-EXC-COUNT > ZERO
                MOVE SPACES TO CYC-RCV-LINE
                STRING "REBUILT CYCQ IN BALANCE - REVIEW THE JOURNAL"
                           DELIMITED BY SIZE
                       " EXCEPTIONS ABOVE" DELIMITED BY SIZE
                INTO CYC-RCV-LINE
                PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
                CLOSE CYCRCVR-FILE
                DISPLAY "REBUILT CYCQ IN BALANCE WITH "
                    CYC-RCV-EXC-COUNT
                    " JOURNAL EXCEPTION(S) - SEE CYCRCVR"
                MOVE 4 TO RETURN-CODE
                GO TO 8000-EXIT
            END-IF.
            MOVE "REBUILT CYCQ IN BALANCE - SCHEDULER MAY BE RELEASED"
                TO CYC-RCV-LINE.
            PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
            CLOSE CYCRCVR-FILE.
            DISPLAY "REBUILT CYCQ IN BALANCE - SCHEDULER MAY BE"
                " RELEASED".
        8000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 9000-ABEND-EXIT - COMMON ERROR EXIT: BAD PARAMETERS OR A FILE
      * ERROR.  ONCE CYCQ HAS BEEN OPENED FOR THE REBUILD IT IS
      * INCOMPLETE, AND SYSOUT SAYS SO.  RC=16 KEEPS THE SCHEDULER
      * OFF THE QUEUE.
      *-----------------------------------------------------------------
        9000-ABEND-EXIT.
            IF CYC-RCV-CYCQ-TOUCHED
                DISPLAY "*** CYCQ REBUILD DID NOT FINISH - THE FILE IS"
                    " INCOMPLETE - DO NOT RELEASE THE SCHEDULER"
            END-IF.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.

        END PROGRAM CYCQRCV.
