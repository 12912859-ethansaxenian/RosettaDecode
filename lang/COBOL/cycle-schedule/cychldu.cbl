      *                    CYCLE - THE Q-ACTION FLAG ALONE COLLIDES
      *                    WITH THE GENERATOR'S OWN HELD/CANCELLED
      *                    GENERATION RECORDS.
      *   2026-10-15  RJS  THE AUDIT RECORDS WRITTEN HERE NOW CARRY
      *                    THE CALENDAR DATE OF THE ACTION FOR THE
      *                    CYCOACT OPERATOR-ACTIVITY REPORT.
      *   2026-10-15  RJS  EVERY CYCQ REWRITE IS NOW JOURNALLED TO
      *                    CYCQJRN (BEFORE AND AFTER IMAGES, WITH THE
      *                    OPERATOR) FOR THE CYCQRCV FORWARD-RECOVERY
      *                    REBUILD.
      ******************************************************************

        IDENTIFICATION DIVISION.
            SELECT AUDIT-FILE ASSIGN TO "AUDIT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-AUD-STATUS.
            SELECT CYCQJRN-FILE ASSIGN TO "CYCQJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-QJ-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-FILE
                RECORDING MODE IS F.
            COPY AUDIT.
        FD  CYCQJRN-FILE
                RECORDING MODE IS F.
            COPY CYCQJRN.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
        01  CYC-HLU-ORPH-OUT         PIC ZZZZ9.
        01  CYC-HLU-APPLIED-ACTION   PIC X(01)      VALUE SPACE.

      *-----------------------------------------------------------------
      * CYCQ RECORD AS READ, KEPT AS THE JOURNAL BEFORE IMAGE, THE
      * OPERATOR OF THE LAST POSTING APPLIED TO IT, AND THE TIME
      * STAMPED ON EACH JOURNAL ENTRY
      *-----------------------------------------------------------------
        01  CYC-HLU-Q-BEFORE         PIC X(80)      VALUE SPACES.
        01  CYC-HLU-JRN-OPERATOR     PIC X(08)      VALUE SPACES.
        01  CYC-HLU-JRN-DATETIME        PIC X(21).
        01  CYC-HLU-JRN-DT-R REDEFINES
                CYC-HLU-JRN-DATETIME.
            05  CYC-HLU-JDT-DATE        PIC 9(08).
            05  CYC-HLU-JDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * CURRENT DATE AND TIME FOR THE FRESH READY TIME AND THE AUDIT
      * RECORDS
                88  CYC-Q-OK                           VALUE "00".
            05  CYC-AUD-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-AUD-OK                         VALUE "00".
            05  CYC-QJ-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-QJ-OK                          VALUE "00".

        PROCEDURE DIVISION.


      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - LOAD THE HOLD POSTINGS AND OPEN CYCQ
      * FOR UPDATE IN PLACE AND THE AUDIT LOG AND THE CYCQJRN
      * JOURNAL FOR APPEND.  NO CYCHOLD FILE MEANS THE BRIDGE HAS
      * POSTED NOTHING - NOTHING TO DO.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-HLU-CURRENT-DATETIME.
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
        1000-EXIT.
            EXIT.

                GO TO 3000-EXIT
            END-IF.
            MOVE "N" TO CYC-HLU-CHANGED-SW.
            MOVE CYCQ-RECORD TO CYC-HLU-Q-BEFORE.
            PERFORM 3100-APPLY-MATCHING-POST THRU 3100-EXIT
                VARYING CYC-HLU-IDX FROM 1 BY 1
                UNTIL CYC-HLU-IDX > CYC-HLU-ENTRY-COUNT.
                    DISPLAY "CYCQ REWRITE FAILED " CYC-Q-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
                PERFORM 7600-JOURNAL-CYCQ THRU 7600-EXIT
            END-IF.
        3000-EXIT.
            EXIT.
            IF CYC-HLU-APPLIED-ACTION NOT = SPACE
                SET CYC-HLU-TBL-APPLIED (CYC-HLU-IDX) TO TRUE
                SET CYC-HLU-CHANGED TO TRUE
                MOVE CYC-HLU-TBL-OPERATOR (CYC-HLU-IDX)
                    TO CYC-HLU-JRN-OPERATOR
                PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT
            END-IF.
        3100-EXIT.
            MOVE CYC-Q-GEN-DATE TO CYC-AUD-RUN-DATE.
            MOVE CYC-Q-REGION TO CYC-AUD-REGION.
            MOVE CYC-Q-NUMBER TO CYC-AUD-CYCLE.
            MOVE CYC-HLU-CDT-DATE TO CYC-AUD-ACTION-DATE.
            MOVE CYC-HLU-CDT-TIME TO CYC-AUD-TIME.
            MOVE CYC-HLU-CDT-TIME TO CYC-AUD-START-TIME.
            MOVE CYC-HLU-APPLIED-ACTION TO CYC-AUD-Q-ACTION.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7600-JOURNAL-CYCQ - APPEND THE REWRITE JUST MADE TO CYCQJRN:
      * THE RECORD AS READ AND AS REWRITTEN, WITH THE OPERATOR OF
      * THE LAST POSTING APPLIED TO IT.  A CHANGE THAT CANNOT BE
      * JOURNALLED STOPS THE SWEEP - AN UNJOURNALLED CHANGE WOULD BE
      * LOST BY THE NEXT RECOVERY.
      *-----------------------------------------------------------------
        7600-JOURNAL-CYCQ.
            MOVE FUNCTION CURRENT-DATE TO CYC-HLU-JRN-DATETIME.
            MOVE SPACES TO CYCQJRN-RECORD.
            MOVE CYC-HLU-JDT-DATE TO CYC-QJ-DATE.
            MOVE CYC-HLU-JDT-TIME TO CYC-QJ-TIME.
            MOVE "CYCHLDU" TO CYC-QJ-PROGRAM.
            MOVE CYC-HLU-JRN-OPERATOR TO CYC-QJ-OPERATOR.
            SET CYC-QJ-UPDATE TO TRUE.
            MOVE CYC-HLU-Q-BEFORE TO CYC-QJ-BEFORE.
            MOVE CYCQ-RECORD TO CYC-QJ-AFTER.
            WRITE CYCQJRN-RECORD.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN WRITE FAILED, STATUS " CYC-QJ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        7600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - REPORT ANY POSTING THAT TOUCHED NO CYCQ
      * RECORD, THEN THE SWEEP SUMMARY.
            IF NOT CYC-HLD-NOTFOUND AND CYC-HLU-ENTRY-COUNT > 0
                CLOSE CYCQ-FILE
                CLOSE AUDIT-FILE
                CLOSE CYCQJRN-FILE
                PERFORM 8100-REPORT-ORPHAN THRU 8100-EXIT
                    VARYING CYC-HLU-IDX FROM 1 BY 1
                    UNTIL CYC-HLU-IDX > CYC-HLU-ENTRY-COUNT
