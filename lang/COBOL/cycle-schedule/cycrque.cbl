      *                    TELL A REQUEUE FROM A GENERATED CYCLE
      *                    INSTEAD OF COUNTING IT AS A ZERO-ELAPSED
      *                    CYCLE OR A FALSE SLA MISS.
      *   2026-10-15  RJS  THE AUDIT RECORDS WRITTEN HERE NOW CARRY
      *                    THE CALENDAR DATE OF THE ACTION FOR THE
      *                    CYCOACT OPERATOR-ACTIVITY REPORT.
      *   2026-10-15  RJS  EVERY REQUEUE IS NOW JOURNALLED TO CYCQJRN
      *                    (BEFORE AND AFTER IMAGES, WITH THE
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
            05  CYC-RQU-CDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * CYCQ RECORD AS READ, KEPT AS THE JOURNAL BEFORE IMAGE, AND
      * THE TIME STAMPED ON EACH JOURNAL ENTRY
      *-----------------------------------------------------------------
        01  CYC-RQU-Q-BEFORE            PIC X(80)      VALUE SPACES.
        01  CYC-RQU-JRN-DATETIME        PIC X(21).
        01  CYC-RQU-JRN-DT-R REDEFINES
                CYC-RQU-JRN-DATETIME.
            05  CYC-RQU-JDT-DATE        PIC 9(08).
            05  CYC-RQU-JDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * WORK FIELDS FOR THE REQUEST BEING PROCESSED
      *-----------------------------------------------------------------
                88  CYC-Q-OK                           VALUE "00".
            05  CYC-AUD-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-AUD-OK                         VALUE "00".
            05  CYC-QJ-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-QJ-OK                          VALUE "00".

        PROCEDURE DIVISION.


      *-----------------------------------------------------------------
      * 1000-INITIALIZE-RUN - PICK UP THE RETRY LIMIT, OPEN THE
      * REQUEST SWEEP, CYCQ FOR KEYED UPDATE AND THE AUDIT LOG AND
      * THE CYCQJRN JOURNAL FOR APPEND.  NO CYCRQT FILE MEANS THE
      * BRIDGE HAS REQUESTED NOTHING - NOTHING TO DO.
      *-----------------------------------------------------------------
        1000-INITIALIZE-RUN.
            MOVE FUNCTION CURRENT-DATE TO CYC-RQU-CURRENT-DATETIME.
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

      *-----------------------------------------------------------------
        4000-APPLY-REQUEUE.
            SET CYC-RQU-W-MATCHED TO TRUE.
            MOVE CYCQ-RECORD TO CYC-RQU-Q-BEFORE.
            IF CYC-Q-RETRY-COUNT IS NOT NUMERIC
                MOVE ZERO TO CYC-Q-RETRY-COUNT
            END-IF.
                DISPLAY "CYCQ REWRITE FAILED " CYC-Q-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 7600-JOURNAL-CYCQ THRU 7600-EXIT.
            PERFORM 5000-WRITE-AUDIT-RECORD THRU 5000-EXIT.
            ADD 1 TO CYC-RQU-DONE-COUNT.
            DISPLAY "CYCLE REQUEUED - REGION " CYC-Q-REGION
            MOVE CYC-Q-GEN-DATE TO CYC-AUD-RUN-DATE.
            MOVE CYC-Q-REGION TO CYC-AUD-REGION.
            MOVE CYC-Q-NUMBER TO CYC-AUD-CYCLE.
            MOVE CYC-RQU-CDT-DATE TO CYC-AUD-ACTION-DATE.
            MOVE CYC-RQU-CDT-TIME TO CYC-AUD-TIME.
            MOVE CYC-RQU-CDT-TIME TO CYC-AUD-START-TIME.
            MOVE "Q" TO CYC-AUD-Q-ACTION.
        5000-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 7600-JOURNAL-CYCQ - APPEND THE REQUEUE JUST MADE TO CYCQJRN:
      * THE RECORD AS READ AND AS REWRITTEN, WITH THE OPERATOR WHO
      * ORDERED IT.  A CHANGE THAT CANNOT BE JOURNALLED STOPS THE
      * RUN - AN UNJOURNALLED CHANGE WOULD BE LOST BY THE NEXT
      * RECOVERY.
      *-----------------------------------------------------------------
        7600-JOURNAL-CYCQ.
            MOVE FUNCTION CURRENT-DATE TO CYC-RQU-JRN-DATETIME.
            MOVE SPACES TO CYCQJRN-RECORD.
            MOVE CYC-RQU-JDT-DATE TO CYC-QJ-DATE.
            MOVE CYC-RQU-JDT-TIME TO CYC-QJ-TIME.
            MOVE "CYCRQUE" TO CYC-QJ-PROGRAM.
            MOVE CYC-RQU-W-OPERATOR TO CYC-QJ-OPERATOR.
            SET CYC-QJ-UPDATE TO TRUE.
            MOVE CYC-RQU-Q-BEFORE TO CYC-QJ-BEFORE.
            MOVE CYCQ-RECORD TO CYC-QJ-AFTER.
            WRITE CYCQJRN-RECORD.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN WRITE FAILED, STATUS " CYC-QJ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        7600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 8000-TERMINATE-RUN - RUN SUMMARY.  A REFUSED OR UNMATCHED
      * REQUEST LEAVES RC=8 SO THE BRIDGE KNOWS TO LOOK AT SYSOUT.
                CLOSE CYCRQT-FILE
                CLOSE CYCQ-FILE
                CLOSE AUDIT-FILE
                CLOSE CYCQJRN-FILE
            END-IF.
            MOVE CYC-RQU-REQ-COUNT TO CYC-RQU-REQ-OUT.
            MOVE CYC-RQU-DONE-COUNT TO CYC-RQU-DONE-OUT.
