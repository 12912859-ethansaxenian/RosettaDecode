      * REPORT IS ARCHIVED AND THE LIVE REPORT FILE LEFT EMPTY - A
      * FRESH REPORT IS PRODUCED BY EVERY GENERATION RUN.
      *
      * CYCJOB, THE PER-JOB STATUS OF EACH CYCLE FOR A REGION WITH A
      * DOWNSTREAM JOB CATALOGUE, IS SPLIT ON ITS GENERATION DATE
      * LIKE CYCQ.
      *
      * THE ARCHIVE FILES (CYCSEQA, CHKPTA, AUDITA, CYCQA, CYCJOBA,
      * CYCRPTA) ARE OPENED EXTEND; THE JCL IS EXPECTED TO POINT EACH
      * ONE AT THE DATED RETENTION DATASET (GDG) FOR THE DAY BEING
      * ARCHIVED.
      *
      * A RECORD WHOSE DATE STAMP IS NOT NUMERIC (WRITTEN BEFORE THE
      * STAMPS WERE INTRODUCED) CANNOT BE TIED TO A BUSINESS DATE AND
      *                    TABLING EVERY CERT EVER WRITTEN OVERFLOWED
      *                    THE 100-ENTRY TABLE AFTER A FEW MONTHS OF
      *                    NORMAL OPERATION AND ABENDED EVERY PURGE.
      *   2026-10-15  RJS  THE CYCJOB PER-JOB STATUS FILE IS NOW
      *                    SPLIT ON THE GENERATION DATE THE SAME WAY
      *                    AS CYCQ, THE PRIOR DAYS GOING TO CYCJOBA.
      *   2026-10-15  RJS  EVERY CYCQ RECORD ARCHIVED OFF THE LIVE
      *                    QUEUE IS NOW JOURNALLED TO CYCQJRN AS A
      *                    REMOVAL ("D", BEFORE IMAGE ONLY), SO A
      *                    CYCQRCV REBUILD FROM A BACKUP TAKEN BEFORE
      *                    THE PURGE DROPS THE SAME RECORDS.
      ******************************************************************

        IDENTIFICATION DIVISION.
            SELECT CYCQA-FILE ASSIGN TO "CYCQA"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-QA-STATUS.
            SELECT CYCQJRN-FILE ASSIGN TO "CYCQJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-QJ-STATUS.
            SELECT CYCJOB-FILE ASSIGN TO "CYCJOB"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CYC-JB-KEY
                FILE STATUS IS CYC-JB-STATUS.
            SELECT CYCJOBA-FILE ASSIGN TO "CYCJOBA"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-JBA-STATUS.
            SELECT CYCDONE-FILE ASSIGN TO "CYCDONE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-DONE-STATUS.
        FD  CYCQA-FILE
                RECORDING MODE IS F.
        01  CYCQA-RECORD            PIC X(80).
        FD  CYCQJRN-FILE
                RECORDING MODE IS F.
            COPY CYCQJRN.
        FD  CYCJOB-FILE.
            COPY CYCJOB.
        FD  CYCJOBA-FILE
                RECORDING MODE IS F.
        01  CYCJOBA-RECORD          PIC X(80).
        FD  CYCDONE-FILE
                RECORDING MODE IS F.
            COPY CYCDONE.
            05  CYC-PRG-CDT-DATE        PIC 9(08).
            05  FILLER                  PIC X(13).

      *-----------------------------------------------------------------
      * TIME STAMPED ON EACH CYCQJRN REMOVAL ENTRY
      *-----------------------------------------------------------------
        01  CYC-PRG-JRN-DATETIME        PIC X(21).
        01  CYC-PRG-JRN-DT-R REDEFINES
                CYC-PRG-JRN-DATETIME.
            05  CYC-PRG-JDT-DATE        PIC 9(08).
            05  CYC-PRG-JDT-TIME        PIC 9(08).
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * PER-FILE SPLIT COUNTERS, RESET BEFORE EACH FILE IS PURGED
      *-----------------------------------------------------------------
                88  CYC-Q-NOTFOUND                     VALUE "35".
            05  CYC-QA-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-QA-OK                          VALUE "00".
            05  CYC-QJ-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-QJ-OK                          VALUE "00".
            05  CYC-JB-STATUS           PIC X(02)      VALUE SPACES.
                88  CYC-JB-OK                          VALUE "00".
                88  CYC-JB-NOTFOUND                    VALUE "35".
            05  CYC-JBA-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-JBA-OK                         VALUE "00".
            05  CYC-DONE-STATUS         PIC X(02)      VALUE SPACES.
                88  CYC-DONE-OK                        VALUE "00".
                88  CYC-DONE-NOTFOUND                  VALUE "35".
            PERFORM 3200-PURGE-CHKPT THRU 3200-EXIT.
            PERFORM 3300-PURGE-AUDIT THRU 3300-EXIT.
            PERFORM 3400-PURGE-CYCQ THRU 3400-EXIT.
            PERFORM 3440-PURGE-CYCJOB THRU 3440-EXIT.
            PERFORM 3450-PURGE-CYCDONE THRU 3450-EXIT.
            PERFORM 3500-PURGE-CYCRPT THRU 3500-EXIT.
            STOP RUN.

      *-----------------------------------------------------------------
      * 3400-PURGE-CYCQ - SPLIT THE SCHEDULER INTERFACE FILE ON THE
      * GENERATION DATE.  EACH RECORD ARCHIVED IS JOURNALLED TO
      * CYCQJRN AS A REMOVAL, LIKE ANY OTHER CHANGE TO THE QUEUE.
      *-----------------------------------------------------------------
        3400-PURGE-CYCQ.
            MOVE "CYCQ" TO CYC-PRG-FILE-NAME.
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
            OPEN OUTPUT CYCWORK-FILE.
            IF NOT CYC-WORK-OK
                DISPLAY "CYCWORK OPEN FAILED " CYC-WORK-STATUS
                UNTIL CYC-PRG-EOF.
            CLOSE CYCQ-FILE.
            CLOSE CYCQA-FILE.
            CLOSE CYCQJRN-FILE.
            CLOSE CYCWORK-FILE.
            PERFORM 3420-RELOAD-CYCQ THRU 3420-EXIT.
            PERFORM 7000-DISPLAY-FILE-TOTALS THRU 7000-EXIT.
                MOVE CYCQ-RECORD TO CYCQA-RECORD
                WRITE CYCQA-RECORD
                ADD 1 TO CYC-PRG-ARCH-COUNT
                PERFORM 3415-JOURNAL-CYCQ-REMOVAL THRU 3415-EXIT
            END-IF.
        3410-EXIT.
            EXIT.

        3415-JOURNAL-CYCQ-REMOVAL.
            MOVE FUNCTION CURRENT-DATE TO CYC-PRG-JRN-DATETIME.
            MOVE SPACES TO CYCQJRN-RECORD.
            MOVE CYC-PRG-JDT-DATE TO CYC-QJ-DATE.
            MOVE CYC-PRG-JDT-TIME TO CYC-QJ-TIME.
            MOVE "CYCPURGE" TO CYC-QJ-PROGRAM.
            MOVE SPACES TO CYC-QJ-OPERATOR.
            SET CYC-QJ-DELETE TO TRUE.
            MOVE CYCQ-RECORD TO CYC-QJ-BEFORE.
            MOVE SPACES TO CYC-QJ-AFTER.
            WRITE CYCQJRN-RECORD.
            IF NOT CYC-QJ-OK
                DISPLAY "CYCQJRN WRITE FAILED, STATUS " CYC-QJ-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
        3415-EXIT.
            EXIT.

        3420-RELOAD-CYCQ.
            MOVE "N" TO CYC-PRG-WORK-EOF-SW.
            OPEN INPUT CYCWORK-FILE.
        3430-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3440-PURGE-CYCJOB - SPLIT THE PER-JOB STATUS FILE ON THE
      * GENERATION DATE, AS CYCQ.  NO CYCJOB FILE MEANS NO REGION
      * HAS A JOB CATALOGUE YET.
      *-----------------------------------------------------------------
        3440-PURGE-CYCJOB.
            MOVE "CYCJOB" TO CYC-PRG-FILE-NAME.
            MOVE ZERO TO CYC-PRG-ARCH-COUNT CYC-PRG-KEEP-COUNT.
            MOVE "N" TO CYC-PRG-EOF-SW.
            OPEN INPUT CYCJOB-FILE.
            IF CYC-JB-NOTFOUND
                DISPLAY "CYCJOB NOT FOUND - NOTHING TO PURGE"
                GO TO 3440-EXIT
            END-IF.
            IF NOT CYC-JB-OK
                DISPLAY "CYCJOB OPEN FAILED, STATUS " CYC-JB-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN EXTEND CYCJOBA-FILE.
            IF NOT CYC-JBA-OK
                OPEN OUTPUT CYCJOBA-FILE
                IF NOT CYC-JBA-OK
                    DISPLAY "CYCJOBA OPEN FAILED " CYC-JBA-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
            END-IF.
            OPEN OUTPUT CYCWORK-FILE.
            IF NOT CYC-WORK-OK
                DISPLAY "CYCWORK OPEN FAILED " CYC-WORK-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 3441-SPLIT-NEXT-CYCJOB THRU 3441-EXIT
                UNTIL CYC-PRG-EOF.
            CLOSE CYCJOB-FILE.
            CLOSE CYCJOBA-FILE.
            CLOSE CYCWORK-FILE.
            PERFORM 3442-RELOAD-CYCJOB THRU 3442-EXIT.
            PERFORM 7000-DISPLAY-FILE-TOTALS THRU 7000-EXIT.
        3440-EXIT.
            EXIT.

        3441-SPLIT-NEXT-CYCJOB.
            READ CYCJOB-FILE
                AT END
                    SET CYC-PRG-EOF TO TRUE
                    GO TO 3441-EXIT
            END-READ.
            IF CYC-JB-GEN-DATE IS NUMERIC
                    AND CYC-JB-GEN-DATE = CYC-PRG-RUN-DATE
                MOVE CYCJOB-RECORD TO CYCWORK-RECORD
                WRITE CYCWORK-RECORD
                ADD 1 TO CYC-PRG-KEEP-COUNT
            ELSE
                MOVE CYCJOB-RECORD TO CYCJOBA-RECORD
                WRITE CYCJOBA-RECORD
                ADD 1 TO CYC-PRG-ARCH-COUNT
            END-IF.
        3441-EXIT.
            EXIT.

        3442-RELOAD-CYCJOB.
            MOVE "N" TO CYC-PRG-WORK-EOF-SW.
            OPEN INPUT CYCWORK-FILE.
            IF NOT CYC-WORK-OK
                DISPLAY "CYCWORK OPEN FAILED " CYC-WORK-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            OPEN OUTPUT CYCJOB-FILE.
            IF NOT CYC-JB-OK
                DISPLAY "CYCJOB OPEN FAILED, STATUS " CYC-JB-STATUS
                GO TO 9000-ABEND-EXIT
            END-IF.
            PERFORM 3443-RELOAD-NEXT-CYCJOB THRU 3443-EXIT
                UNTIL CYC-PRG-WORK-EOF.
            CLOSE CYCWORK-FILE.
            CLOSE CYCJOB-FILE.
        3442-EXIT.
            EXIT.

        3443-RELOAD-NEXT-CYCJOB.
            READ CYCWORK-FILE
                AT END
                    SET CYC-PRG-WORK-EOF TO TRUE
                    GO TO 3443-EXIT
            END-READ.
            MOVE CYCWORK-RECORD TO CYCJOB-RECORD.
            WRITE CYCJOB-RECORD.
        3443-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 3450-PURGE-CYCDONE - SPLIT THE COMPLETION POSTINGS ON THE
      * GENERATION DATE, NOW THAT CYCDONE CARRIES ONE.  KEEPING ONLY
