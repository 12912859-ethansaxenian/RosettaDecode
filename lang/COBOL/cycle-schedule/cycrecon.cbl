      *                    ENTRIES (50 REGIONS X UP TO 998 CYCLES) -
      *                    AT 999 THEY COULD NOT HOLD THE NIGHT THE
      *                    MAINTENANCE SCREENS NOW PERMIT.
      *   2026-10-15  RJS  THE DATE/REGION BALANCE TABLE NOW HOLDS
      *                    500 GROUPS (50 REGIONS X THE 10 RUN
      *                    DATES) - A CATCH-UP RUN OF MISSED DATES
      *                    CAN LEAVE SEVERAL DATES ON THE LIVE FILES
      *                    AT ONCE, EACH TO BE BALANCED LIKE A
      *                    NORMAL NIGHT.
      *   2026-10-15  RJS  A NEVER-COMPLETED CYCLE FOR A REGION WITH
      *                    A DOWNSTREAM JOB CATALOGUE (CYCJCAT) NOW
      *                    NAMES THE JOB IT IS STILL WAITING ON AND
      *                    THAT JOB'S STATE ON CYCJOB (OR SAYS EVERY
      *                    JOB FINISHED BUT NO COMPLETION WAS
      *                    POSTED), AND SYSOUT NAMES THE TEAM.
      *   2026-10-15  RJS  A SUPPLEMENTAL CYCLE ADDED AFTER THE
      *                    NIGHT'S RUN BY CYCSUPP (FLAGGED ON CYCSEQ)
      *                    IS NOW SHOWN AS SUCH: A COMPLETED ONE GETS
      *                    ITS OWN "SUPPLEMENTAL CYCLE - COMPLETED"
      *                    LINE, A CANCELLED OR NEVER-COMPLETED ONE
      *                    IS MARKED SUPPLEMENTAL, AND THE SUMMARY
      *                    COUNTS THEM.
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

        DATA DIVISION.
        FILE SECTION.
            COPY CYCEXC.
        FD  CYCQ-FILE.
            COPY CYCQ.
        FD  CYCJCAT-FILE
                RECORDING MODE IS F.
            COPY CYCJCAT.
        FD  CYCJOB-FILE.
            COPY CYCJOB.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
                88  CYC-PRE-EOF                        VALUE "Y".
            05  CYC-Q-EOF-SW            PIC X          VALUE "N".
                88  CYC-Q-EOF                          VALUE "Y".
            05  CYC-JC-EOF-SW           PIC X          VALUE "N".
                88  CYC-JC-EOF                         VALUE "Y".
            05  CYC-JB-OPEN-SW          PIC X          VALUE "N".
                88  CYC-JB-IS-OPEN                     VALUE "Y".

      *-----------------------------------------------------------------
      * TRAILER-VERIFICATION TABLES FOR THE PRE-PASS OVER CYCSEQ.
      * TRAILER TOTALS TO BALANCE THEM AGAINST.
      *-----------------------------------------------------------------
        01  CYC-BAL-RGN-TABLE.
            05  CYC-BAL-RGN-ENTRY OCCURS 500 TIMES.
                10  CYC-BAL-RGN-DATE        PIC 9(08).
                10  CYC-BAL-RGN-CODE        PIC X(03).
                10  CYC-BAL-RGN-DET-COUNT   PIC 9(05).
            05  CYC-RECON-GEN-COUNT     PIC 9(05)      VALUE ZERO.
            05  CYC-RECON-EXC-COUNT     PIC 9(05)      VALUE ZERO.
            05  CYC-RECON-CAN-COUNT     PIC 9(05)      VALUE ZERO.
            05  CYC-RECON-SUPP-COUNT    PIC 9(05)      VALUE ZERO.
        01  CYC-RECON-GEN-OUT        PIC ZZZZ9.
        01  CYC-RECON-EXC-OUT        PIC ZZZZ9.
        01  CYC-RECON-CAN-OUT        PIC ZZZZ9.
        01  CYC-RECON-SUPP-OUT       PIC ZZZZ9.
        01  CYC-RECON-CYCLE-OUT      PIC ZZ9.

        01  CYC-RECON-DATETIME       PIC X(21).
            05  CYC-RECON-MM            PIC 9(02).
            05  CYC-RECON-DD            PIC 9(02).
        01  CYC-RECON-DATE-OUT       PIC X(10).
        01  CYC-RECON-JOB-NOTE       PIC X(30)      VALUE SPACES.

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
      * FILE STATUS SWITCHES
            05  CYC-Q-STATUS            PIC X(02)      VALUE SPACES.
                88  CYC-Q-OK                           VALUE "00".
                88  CYC-Q-NOTFOUND                     VALUE "35".
            05  CYC-JC-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JC-OK                          VALUE "00".
                88  CYC-JC-NOTFOUND                    VALUE "35".
            05  CYC-JB-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JB-OK                          VALUE "00".
                88  CYC-JB-NOTFOUND                    VALUE "35".

        PROCEDURE DIVISION.

                CLOSE CYCDONE-FILE
            END-IF.
            PERFORM 1600-LOAD-CANCELLED THRU 1600-EXIT.
            PERFORM 1700-LOAD-JOB-CATALOGUE THRU 1700-EXIT.
            OPEN OUTPUT CYCEXC-FILE.
            IF NOT CYC-EXC-OK
                DISPLAY "CYCEXC OPEN FAILED, STATUS " CYC-EXC-STATUS
            IF CYC-BAL-RGN-FOUND > 0
                GO TO 1550-EXIT
            END-IF.
            IF CYC-BAL-RGN-COUNT >= 500
                DISPLAY "CYCSEQ HAS MORE THAN 500 DATE/REGION GROUPS"
                    " - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
        1610-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 1700-LOAD-JOB-CATALOGUE - EVERY CYCJCAT ENTRY, IN FILE ORDER,
      * AND CYCJOB OPENED FOR KEYED READS.  NO CATALOGUE MEANS NO
      * REGION COMPLETES JOB BY JOB; NO CYCJOB YET MEANS NO
      * CATALOGUED JOB HAS STARTED.
      *-----------------------------------------------------------------
        1700-LOAD-JOB-CATALOGUE.
            OPEN INPUT CYCJCAT-FILE.
            IF CYC-JC-NOTFOUND
                GO TO 1700-EXIT
            END-IF.
            IF NOT CYC-JC-OK
                DISPLAY "CYCJCAT OPEN FAILED " CYC-JC-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 1710-LOAD-NEXT-CAT-ENTRY THRU 1710-EXIT
                UNTIL CYC-JC-EOF.
            CLOSE CYCJCAT-FILE.
            IF CYC-JCT-ENTRY-COUNT = ZERO
                GO TO 1700-EXIT
            END-IF.
            OPEN INPUT CYCJOB-FILE.
            IF CYC-JB-NOTFOUND
                GO TO 1700-EXIT
            END-IF.
            IF NOT CYC-JB-OK
                DISPLAY "CYCJOB OPEN FAILED, STATUS " CYC-JB-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            SET CYC-JB-IS-OPEN TO TRUE.
        1700-EXIT.
            EXIT.

        1710-LOAD-NEXT-CAT-ENTRY.
            READ CYCJCAT-FILE
                AT END
                    SET CYC-JC-EOF TO TRUE
                    GO TO 1710-EXIT
            END-READ.
            IF CYC-JC-REGION = SPACES OR CYC-JC-JOB = SPACES
                GO TO 1710-EXIT
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
        1710-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3000-CHECK-GENERATED-CYCLE - READ ONE GENERATED CYCLE FROM
      * CYCSEQ AND CHECK WHETHER IT SHOWS UP IN THE COMPLETION TABLE.
      * TRAILER RECORDS CARRY NO CYCLE AND ARE SKIPPED.  A COMPLETED
      * SUPPLEMENTAL CYCLE IS LISTED SO THE MORNING REVIEW SEES IT.
      *-----------------------------------------------------------------
        3000-CHECK-GENERATED-CYCLE.
            READ CYCSEQ-FILE
                GO TO 3000-EXIT
            END-IF.
            ADD 1 TO CYC-RECON-GEN-COUNT.
            IF CYC-SEQ-SUPPLEMENTAL
                ADD 1 TO CYC-RECON-SUPP-COUNT
            END-IF.
            PERFORM 3100-FIND-COMPLETION THRU 3100-EXIT.
            IF CYC-DONE-FOUND-IDX > 0 AND CYC-SEQ-SUPPLEMENTAL
                PERFORM 3600-WRITE-SUPP-COMPLETED-LINE THRU 3600-EXIT
            END-IF.
            IF CYC-DONE-FOUND-IDX = 0
                PERFORM 3300-FIND-CANCELLED THRU 3300-EXIT
                IF CYC-CAN-FOUND-IDX > 0

      *-----------------------------------------------------------------
      * 3200-WRITE-EXCEPTION-LINE - LOG ONE GENERATED CYCLE THAT NEVER
      * COMPLETED, TO BOTH THE EXCEPTION REPORT AND SYSOUT.  FOR A
      * REGION THAT COMPLETES JOB BY JOB, THE LINE ALSO NAMES THE
      * JOB STILL OUTSTANDING, OR SAYS EVERY JOB FINISHED AND IT IS
      * THE COMPLETION POSTING ITSELF THAT IS MISSING.  A
      * SUPPLEMENTAL CYCLE GETS A SECOND LINE SAYING SO.
      *-----------------------------------------------------------------
        3200-WRITE-EXCEPTION-LINE.
            MOVE CYC-SEQ-NUMBER TO CYC-RECON-CYCLE-OUT.
            MOVE SPACES TO CYC-RECON-JOB-NOTE.
            MOVE ZERO TO CYC-JCT-RGN-JOBS.
            MOVE ZERO TO CYC-JCT-OPEN-IDX.
            IF CYC-JCT-ENTRY-COUNT > ZERO
                MOVE CYC-SEQ-REGION TO CYC-JCT-KEY-REGION
                MOVE CYC-SEQ-NUMBER TO CYC-JCT-KEY-CYCLE
                MOVE CYC-SEQ-GEN-DATE TO CYC-JCT-KEY-DATE
                PERFORM 3500-FIND-OPEN-JOB THRU 3500-EXIT
            END-IF.
            IF CYC-JCT-OPEN-IDX > 0
                STRING " - JOB " DELIMITED BY SIZE
                       CYC-JCT-JOB (CYC-JCT-OPEN-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CYC-JCT-OPEN-STATE DELIMITED BY SIZE
                INTO CYC-RECON-JOB-NOTE
            ELSE
                IF CYC-JCT-RGN-JOBS > ZERO
                    MOVE " - ALL JOBS DONE, NO POSTING"
                        TO CYC-RECON-JOB-NOTE
                END-IF
            END-IF.
            MOVE SPACES TO CYCEXC-RECORD.
            MOVE SPACE TO CYC-EXC-CC.
            STRING "     " DELIMITED BY SIZE
               "      "            DELIMITED BY SIZE
               CYC-RECON-CYCLE-OUT DELIMITED BY SIZE
               "   NEVER COMPLETED" DELIMITED BY SIZE
               CYC-RECON-JOB-NOTE  DELIMITED BY SIZE
            INTO CYC-EXC-DATA.
            WRITE CYCEXC-RECORD.
            DISPLAY "*** CYCLE NEVER COMPLETED - DATE "
                CYC-SEQ-GEN-DATE
                " REGION " CYC-SEQ-REGION
                " CYCLE " CYC-RECON-CYCLE-OUT
                CYC-RECON-JOB-NOTE.
            IF CYC-SEQ-SUPPLEMENTAL
                MOVE SPACES TO CYCEXC-RECORD
                MOVE SPACE TO CYC-EXC-CC
                MOVE "(SUPPLEMENTAL CYCLE)" TO CYC-EXC-DATA (32:)
                WRITE CYCEXC-RECORD
                DISPLAY "    SUPPLEMENTAL CYCLE - ADDED AFTER THE"
                    " NIGHT'S RUN"
            END-IF.
            IF CYC-JCT-OPEN-IDX > 0
                DISPLAY "    WAITING ON JOB "
                    CYC-JCT-JOB (CYC-JCT-OPEN-IDX)
                    " (" CYC-JCT-OPEN-STATE ") "
                    CYC-JCT-DESC (CYC-JCT-OPEN-IDX)
                    " - CALL " CYC-JCT-TEAM (CYC-JCT-OPEN-IDX)
            END-IF.
        3200-EXIT.
            EXIT.

      *-----------------------------------------------------------------
        3400-WRITE-CANCELLED-LINE.
            MOVE CYC-SEQ-NUMBER TO CYC-RECON-CYCLE-OUT.
            MOVE SPACES TO CYC-RECON-JOB-NOTE.
            IF CYC-SEQ-SUPPLEMENTAL
                MOVE " - SUPPLEMENTAL" TO CYC-RECON-JOB-NOTE
            END-IF.
            MOVE SPACES TO CYCEXC-RECORD.
            MOVE SPACE TO CYC-EXC-CC.
            STRING "     " DELIMITED BY SIZE
               "      "            DELIMITED BY SIZE
               CYC-RECON-CYCLE-OUT DELIMITED BY SIZE
               "   CANCELLED BY OPERATOR" DELIMITED BY SIZE
               CYC-RECON-JOB-NOTE  DELIMITED BY SIZE
            INTO CYC-EXC-DATA.
            WRITE CYCEXC-RECORD.
        3400-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3500-FIND-OPEN-JOB - FOR THE CYCLE IN CYC-JCT-SEARCH-KEY, READ
      * THE CYCJOB RECORD OF EVERY JOB CATALOGUED FOR ITS REGION.
      * RETURNS HOW MANY JOBS THE REGION HAS, HOW MANY ARE NOT YET
      * COMPLETE, AND THE ONE HOLDING THE CYCLE UP - THE FIRST IN
      * ERROR, ELSE THE FIRST NOT COMPLETE IN CATALOGUE ORDER - WITH
      * ITS STATE.
      *-----------------------------------------------------------------
        3500-FIND-OPEN-JOB.
            MOVE ZERO TO CYC-JCT-RGN-JOBS.
            MOVE ZERO TO CYC-JCT-OPEN-COUNT.
            MOVE ZERO TO CYC-JCT-OPEN-IDX.
            MOVE ZERO TO CYC-JCT-ERR-IDX.
            MOVE SPACES TO CYC-JCT-OPEN-STATE.
            PERFORM 3510-CHECK-CAT-JOB THRU 3510-EXIT
                VARYING CYC-JCT-IDX FROM 1 BY 1
                UNTIL CYC-JCT-IDX > CYC-JCT-ENTRY-COUNT.
            IF CYC-JCT-ERR-IDX > 0
                MOVE CYC-JCT-ERR-IDX TO CYC-JCT-OPEN-IDX
                MOVE "ERROR" TO CYC-JCT-OPEN-STATE
            END-IF.
        3500-EXIT.
            EXIT.

        3510-CHECK-CAT-JOB.
            IF CYC-JCT-REGION (CYC-JCT-IDX) NOT = CYC-JCT-KEY-REGION
                GO TO 3510-EXIT
            END-IF.
            ADD 1 TO CYC-JCT-RGN-JOBS.
            IF NOT CYC-JB-IS-OPEN
                GO TO 3510-NOT-STARTED
            END-IF.
            MOVE CYC-JCT-KEY-REGION TO CYC-JB-REGION.
            MOVE CYC-JCT-KEY-CYCLE TO CYC-JB-CYCLE.
            MOVE CYC-JCT-KEY-DATE TO CYC-JB-GEN-DATE.
            MOVE CYC-JCT-JOB (CYC-JCT-IDX) TO CYC-JB-JOB.
            READ CYCJOB-FILE
                INVALID KEY
                    GO TO 3510-NOT-STARTED
            END-READ.
            IF CYC-JB-STAT-COMPLETE
                GO TO 3510-EXIT
            END-IF.
            ADD 1 TO CYC-JCT-OPEN-COUNT.
            IF CYC-JB-STAT-ERROR AND CYC-JCT-ERR-IDX = 0
                MOVE CYC-JCT-IDX TO CYC-JCT-ERR-IDX
            END-IF.
            IF CYC-JCT-OPEN-IDX = 0
                MOVE CYC-JCT-IDX TO CYC-JCT-OPEN-IDX
                MOVE "TAKEN" TO CYC-JCT-OPEN-STATE
            END-IF.
            GO TO 3510-EXIT.
        3510-NOT-STARTED.
            ADD 1 TO CYC-JCT-OPEN-COUNT.
            IF CYC-JCT-OPEN-IDX = 0
                MOVE CYC-JCT-IDX TO CYC-JCT-OPEN-IDX
                MOVE "NOT STARTED" TO CYC-JCT-OPEN-STATE
            END-IF.
        3510-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3600-WRITE-SUPP-COMPLETED-LINE - A SUPPLEMENTAL CYCLE THAT
      * COMPLETED.  NOT AN EXCEPTION, BUT IT WAS ADDED AFTER THE
      * NIGHT'S RUN AND THE MORNING REVIEW SHOULD SEE IT LISTED.
      *-----------------------------------------------------------------
        3600-WRITE-SUPP-COMPLETED-LINE.
            MOVE CYC-SEQ-NUMBER TO CYC-RECON-CYCLE-OUT.
            MOVE SPACES TO CYCEXC-RECORD.
            MOVE SPACE TO CYC-EXC-CC.
            STRING "     " DELIMITED BY SIZE
               CYC-SEQ-GEN-DATE    DELIMITED BY SIZE
               "   "               DELIMITED BY SIZE
               CYC-SEQ-REGION      DELIMITED BY SIZE
               "      "            DELIMITED BY SIZE
               CYC-RECON-CYCLE-OUT DELIMITED BY SIZE
               "   SUPPLEMENTAL CYCLE - COMPLETED" DELIMITED BY SIZE
            INTO CYC-EXC-DATA.
            WRITE CYCEXC-RECORD.
        3600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - WRITE THE SUMMARY LINE AND CLOSE UP.
      *-----------------------------------------------------------------
            MOVE CYC-RECON-GEN-COUNT TO CYC-RECON-GEN-OUT.
            MOVE CYC-RECON-EXC-COUNT TO CYC-RECON-EXC-OUT.
            MOVE CYC-RECON-CAN-COUNT TO CYC-RECON-CAN-OUT.
            MOVE CYC-RECON-SUPP-COUNT TO CYC-RECON-SUPP-OUT.
            MOVE SPACES TO CYCEXC-RECORD.
            MOVE SPACE TO CYC-EXC-CC.
            WRITE CYCEXC-RECORD.
            DISPLAY "CYCLES GENERATED: " CYC-RECON-GEN-OUT
                "   NEVER COMPLETED: " CYC-RECON-EXC-OUT
                "   CANCELLED: " CYC-RECON-CAN-OUT.
            MOVE SPACES TO CYCEXC-RECORD.
            MOVE SPACE TO CYC-EXC-CC.
            STRING "     " DELIMITED BY SIZE
               "OF WHICH SUPPLEMENTAL: " DELIMITED BY SIZE
               CYC-RECON-SUPP-OUT   DELIMITED BY SIZE
            INTO CYC-EXC-DATA.
            WRITE CYCEXC-RECORD.
            DISPLAY "OF WHICH SUPPLEMENTAL: " CYC-RECON-SUPP-OUT.
            CLOSE CYCSEQ-FILE.
            CLOSE CYCEXC-FILE.
            IF CYC-JB-IS-OPEN
                CLOSE CYCJOB-FILE
            END-IF.
        8000-EXIT.
            EXIT.

