      * SITTING IN READY OR TAKEN - AND TWICE CYCPURGE ARCHIVED A
      * DATE THAT LATER TURNED OUT TO HAVE AN OPEN EXCEPTION.
      *
      * FOR THE REQUESTED DATE (CYCCLSP, DEFAULT TODAY) THE FIVE
      * CHECKS ARE PERFORMED AGAINST THE LIVE FILES:
      *     BAL     CYCSEQ AND CYCQ BALANCE TO THEIR CONTROL-TOTAL
      *             TRAILERS FOR THE DATE
      *             SKIPPED
      *     QUEUE   NO CYCQ POST OF THE DATE IS STILL READY, TAKEN
      *             OR HELD
      *     SUPP    EVERY SUPPLEMENTAL CYCLE OF THE DATE (CYCSUPP)
      *             HAS BEEN APPROVED ON THE CYCSUPL REGISTER
      * A CERTIFICATION RECORD (EACH RESULT, TIMESTAMP, OPERATOR)
      * GOES TO CYCCERT AND A ONE-PAGE MORNING CERTIFICATE PRINTS TO
      * CYCCLSR.  CYCPURGE REFUSES TO ARCHIVE A DATE WITH NO CLEAN
      *                    THROUGH AND STAMPING WHATEVER SAT IN THE
      *                    UNFILLED RECORD AREA ONTO THE
      *                    CERTIFICATION AS THE OPERATOR.
      *   2026-10-15  RJS  ADDED THE FIFTH CHECK, SUPP.  A DATE WITH
      *                    A SUPPLEMENTAL CYCLE (FLAGGED ON CYCSEQ OR
      *                    ENTERED ON THE CYCSUPL REGISTER) THAT NO
      *                    SECOND OPERATOR HAS APPROVED IS NOT CLEAN.
      ******************************************************************

        IDENTIFICATION DIVISION.
            SELECT CYCCLSR-FILE ASSIGN TO "CYCCLSR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-CLR-STATUS.
            SELECT CYCSUPL-FILE ASSIGN TO "CYCSUPL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CYC-SPL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CYCCLSR-FILE
                RECORDING MODE IS F.
            COPY CYCCLSR.
        FD  CYCSUPL-FILE
                RECORDING MODE IS F.
            COPY CYCSUPL.

        WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
            05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * THE FIVE CHECK RESULTS ("P"/"F") AND THE OVERALL CLEAN FLAG
      *-----------------------------------------------------------------
        01  CYC-CLS-RESULTS.
            05  CYC-CLS-BAL-RESULT      PIC X(01)      VALUE "F".
            05  CYC-CLS-RECON-RESULT    PIC X(01)      VALUE "F".
            05  CYC-CLS-RSTAT-RESULT    PIC X(01)      VALUE "F".
            05  CYC-CLS-QUEUE-RESULT    PIC X(01)      VALUE "F".
            05  CYC-CLS-SUPP-RESULT     PIC X(01)      VALUE "F".
            05  CYC-CLS-CLEAN-SW        PIC X(01)      VALUE "N".
                88  CYC-CLS-CLEAN                      VALUE "Y".


      *-----------------------------------------------------------------
      * GENERATED-CYCLE TABLE FOR THE RECONCILIATION CHECK - EVERY
      * CYCSEQ DETAIL OF THE TARGET DATE, WITH ITS SUPPLEMENTAL FLAG
      * FOR THE APPROVAL CHECK.
      *-----------------------------------------------------------------
        01  CYC-GEN-TABLE.
            05  CYC-GEN-ENTRY OCCURS 50000 TIMES.
                10  CYC-GEN-TBL-REGION      PIC X(03).
                10  CYC-GEN-TBL-CYCLE       PIC 9(03).
                10  CYC-GEN-TBL-SUPP-FLAG   PIC X(01).
                    88  CYC-GEN-TBL-SUPPLEMENTAL         VALUE "S".
        01  CYC-GEN-CTRS.
            05  CYC-GEN-ENTRY-COUNT     PIC 9(05)      VALUE ZERO.
            05  CYC-GEN-IDX             PIC 9(05)      VALUE ZERO.
            05  CYC-CAN-IDX             PIC 9(05)      VALUE ZERO.
            05  CYC-CAN-FOUND-IDX       PIC 9(05)      VALUE ZERO.

      *-----------------------------------------------------------------
      * SUPPLEMENTAL-CYCLE REGISTER ENTRIES FOR THE TARGET DATE, ONE
      * PER REGION AND CYCLE: WHETHER CYCSUPL SHOWS IT GENERATED AND
      * WHETHER IT SHOWS IT APPROVED.
      *-----------------------------------------------------------------
        01  CYC-SPL-TABLE.
            05  CYC-SPL-ENTRY OCCURS 500 TIMES.
                10  CYC-SPL-TBL-REGION      PIC X(03).
                10  CYC-SPL-TBL-CYCLE       PIC 9(03).
                10  CYC-SPL-TBL-GEN-SW      PIC X(01).
                    88  CYC-SPL-TBL-GENERATED            VALUE "Y".
                10  CYC-SPL-TBL-APPR-SW     PIC X(01).
                    88  CYC-SPL-TBL-APPROVED             VALUE "Y".
        01  CYC-SPL-CTRS.
            05  CYC-SPL-ENTRY-COUNT     PIC 9(03)      VALUE ZERO.
            05  CYC-SPL-IDX             PIC 9(03)      VALUE ZERO.
            05  CYC-SPL-FOUND-IDX       PIC 9(03)      VALUE ZERO.
            05  CYC-SPL-W-REGION        PIC X(03)      VALUE SPACES.
            05  CYC-SPL-W-CYCLE         PIC 9(03)      VALUE ZERO.

      *-----------------------------------------------------------------
      * CHECK COUNTERS - OPEN QUEUE POSTS, RECONCILIATION MISSES,
      * RUNSTAT RECORDS SEEN AND NOT-FINISHED, UNAPPROVED SUPPLEMENTS
      *-----------------------------------------------------------------
        01  CYC-CLS-COUNTERS.
            05  CYC-CLS-OPEN-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-CLS-MISS-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-CLS-RS-SEEN-COUNT   PIC 9(05)      VALUE ZERO.
            05  CYC-CLS-RS-BAD-COUNT    PIC 9(05)      VALUE ZERO.
            05  CYC-CLS-SUPP-BAD-COUNT  PIC 9(05)      VALUE ZERO.
        01  CYC-CLS-OPEN-OUT         PIC ZZZZ9.
        01  CYC-CLS-MISS-OUT         PIC ZZZZ9.
        01  CYC-CLS-CYCLE-OUT        PIC ZZ9.
                88  CYC-DONE-EOF                       VALUE "Y".
            05  CYC-RS-EOF-SW           PIC X          VALUE "N".
                88  CYC-RS-EOF                         VALUE "Y".
            05  CYC-SPL-EOF-SW          PIC X          VALUE "N".
                88  CYC-SPL-EOF                        VALUE "Y".

      *-----------------------------------------------------------------
      * FILE STATUS SWITCHES
                88  CYC-CERT-OK                        VALUE "00".
            05  CYC-CLR-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-CLR-OK                         VALUE "00".
            05  CYC-SPL-STATUS          PIC X(02)      VALUE SPACES.
                88  CYC-SPL-OK                         VALUE "00".
                88  CYC-SPL-NOTFOUND                   VALUE "35".

        PROCEDURE DIVISION.

            PERFORM 3000-CHECK-CYCQ THRU 3000-EXIT.
            PERFORM 4000-CHECK-RECONCILIATION THRU 4000-EXIT.
            PERFORM 5000-CHECK-RUNSTAT THRU 5000-EXIT.
            PERFORM 5500-CHECK-SUPPLEMENTS THRU 5500-EXIT.
            PERFORM 6000-WRITE-CERTIFICATION THRU 6000-EXIT.
            PERFORM 7000-PRINT-CERTIFICATE THRU 7000-EXIT.
            PERFORM 8000-TERMINATE-RUN THRU 8000-EXIT.
                    CYC-GEN-TBL-REGION (CYC-GEN-IDX)
                MOVE CYC-SEQ-NUMBER TO
                    CYC-GEN-TBL-CYCLE (CYC-GEN-IDX)
                MOVE CYC-SEQ-SUPP-FLAG TO
                    CYC-GEN-TBL-SUPP-FLAG (CYC-GEN-IDX)
            END-IF.
        2100-EXIT.
            EXIT.
        5100-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5500-CHECK-SUPPLEMENTS - LOAD THE TARGET DATE'S ENTRIES FROM
      * THE CYCSUPL SUPPLEMENTAL-CYCLE REGISTER, THEN PROVE EVERY
      * SUPPLEMENTAL CYCLE HAS BEEN APPROVED: EVERY CYCLE THE
      * REGISTER SHOWS GENERATED, AND EVERY CYCSEQ DETAIL FLAGGED
      * SUPPLEMENTAL, MUST HAVE AN APPROVAL ON THE REGISTER.  NO
      * REGISTER AND NO FLAGGED DETAIL MEANS THE DATE HAD NO
      * SUPPLEMENTS AND PASSES.
      *-----------------------------------------------------------------
        5500-CHECK-SUPPLEMENTS.
            OPEN INPUT CYCSUPL-FILE.
            IF NOT CYC-SPL-NOTFOUND
                IF NOT CYC-SPL-OK
                    DISPLAY "CYCSUPL OPEN FAILED " CYC-SPL-STATUS
                    GO TO 9000-ABEND-EXIT
                END-IF
                PERFORM 5510-LOAD-NEXT-SUPPLEMENT THRU 5510-EXIT
                    UNTIL CYC-SPL-EOF
                CLOSE CYCSUPL-FILE
            END-IF.
            PERFORM 5600-CHECK-REGISTER-ENTRY THRU 5600-EXIT
                VARYING CYC-SPL-IDX FROM 1 BY 1
                UNTIL CYC-SPL-IDX > CYC-SPL-ENTRY-COUNT.
            PERFORM 5700-CHECK-FLAGGED-CYCLE THRU 5700-EXIT
                VARYING CYC-GEN-IDX FROM 1 BY 1
                UNTIL CYC-GEN-IDX > CYC-GEN-ENTRY-COUNT.
            IF CYC-CLS-SUPP-BAD-COUNT = ZERO
                MOVE "P" TO CYC-CLS-SUPP-RESULT
            END-IF.
        5500-EXIT.
            EXIT.

        5510-LOAD-NEXT-SUPPLEMENT.
            READ CYCSUPL-FILE
                AT END
                    SET CYC-SPL-EOF TO TRUE
                    GO TO 5510-EXIT
            END-READ.
            IF CYC-SPL-GEN-DATE IS NOT NUMERIC
                    OR CYC-SPL-GEN-DATE NOT = CYC-CLS-TGT-DATE
                GO TO 5510-EXIT
            END-IF.
            IF NOT CYC-SPL-GENERATED AND NOT CYC-SPL-APPROVED
                GO TO 5510-EXIT
            END-IF.
            MOVE CYC-SPL-REGION TO CYC-SPL-W-REGION.
            MOVE CYC-SPL-CYCLE TO CYC-SPL-W-CYCLE.
            PERFORM 5520-FIND-SUPPLEMENT THRU 5520-EXIT.
            IF CYC-SPL-FOUND-IDX = 0
                IF CYC-SPL-ENTRY-COUNT >= 500
                    DISPLAY "CYCSUPL HAS MORE THAN 500 CYCLES FOR "
                        CYC-CLS-TGT-DATE " - TABLE FULL"
                    GO TO 9000-ABEND-EXIT
                END-IF
                ADD 1 TO CYC-SPL-ENTRY-COUNT
                MOVE CYC-SPL-ENTRY-COUNT TO CYC-SPL-FOUND-IDX
                MOVE CYC-SPL-REGION TO
                    CYC-SPL-TBL-REGION (CYC-SPL-FOUND-IDX)
                MOVE CYC-SPL-CYCLE TO
                    CYC-SPL-TBL-CYCLE (CYC-SPL-FOUND-IDX)
                MOVE "N" TO CYC-SPL-TBL-GEN-SW (CYC-SPL-FOUND-IDX)
                MOVE "N" TO CYC-SPL-TBL-APPR-SW (CYC-SPL-FOUND-IDX)
            END-IF.
            IF CYC-SPL-GENERATED
                MOVE "Y" TO CYC-SPL-TBL-GEN-SW (CYC-SPL-FOUND-IDX)
            ELSE
                MOVE "Y" TO CYC-SPL-TBL-APPR-SW (CYC-SPL-FOUND-IDX)
            END-IF.
        5510-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5520-FIND-SUPPLEMENT - LOCATE CYC-SPL-W-REGION/CYCLE IN THE
      * REGISTER TABLE; CYC-SPL-FOUND-IDX IS ZERO WHEN IT IS NOT
      * THERE.
      *-----------------------------------------------------------------
        5520-FIND-SUPPLEMENT.
            MOVE ZERO TO CYC-SPL-FOUND-IDX.
            PERFORM 5530-CHECK-SUPPLEMENT THRU 5530-EXIT
                VARYING CYC-SPL-IDX FROM 1 BY 1
                UNTIL CYC-SPL-IDX > CYC-SPL-ENTRY-COUNT
                OR CYC-SPL-FOUND-IDX > 0.
        5520-EXIT.
            EXIT.

        5530-CHECK-SUPPLEMENT.
            IF CYC-SPL-TBL-REGION (CYC-SPL-IDX) = CYC-SPL-W-REGION
                    AND CYC-SPL-TBL-CYCLE (CYC-SPL-IDX)
                        = CYC-SPL-W-CYCLE
                MOVE CYC-SPL-IDX TO CYC-SPL-FOUND-IDX
            END-IF.
        5530-EXIT.
            EXIT.

        5600-CHECK-REGISTER-ENTRY.
            IF NOT CYC-SPL-TBL-GENERATED (CYC-SPL-IDX)
                    OR CYC-SPL-TBL-APPROVED (CYC-SPL-IDX)
                GO TO 5600-EXIT
            END-IF.
            ADD 1 TO CYC-CLS-SUPP-BAD-COUNT.
            MOVE CYC-SPL-TBL-CYCLE (CYC-SPL-IDX) TO CYC-CLS-CYCLE-OUT.
            DISPLAY "*** SUPPLEMENTAL CYCLE NOT APPROVED - REGION "
                CYC-SPL-TBL-REGION (CYC-SPL-IDX)
                " CYCLE " CYC-CLS-CYCLE-OUT.
        5600-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 5700-CHECK-FLAGGED-CYCLE - A CYCSEQ DETAIL FLAGGED
      * SUPPLEMENTAL WITH NO REGISTER ENTRY AT ALL (A PENDING ONE
      * WAS ALREADY REPORTED BY 5600) HAS NO APPROVAL AND FAILS.
      *-----------------------------------------------------------------
        5700-CHECK-FLAGGED-CYCLE.
            IF NOT CYC-GEN-TBL-SUPPLEMENTAL (CYC-GEN-IDX)
                GO TO 5700-EXIT
            END-IF.
            MOVE CYC-GEN-TBL-REGION (CYC-GEN-IDX) TO CYC-SPL-W-REGION.
            MOVE CYC-GEN-TBL-CYCLE (CYC-GEN-IDX) TO CYC-SPL-W-CYCLE.
            PERFORM 5520-FIND-SUPPLEMENT THRU 5520-EXIT.
            IF CYC-SPL-FOUND-IDX > 0
                GO TO 5700-EXIT
            END-IF.
            ADD 1 TO CYC-CLS-SUPP-BAD-COUNT.
            MOVE CYC-GEN-TBL-CYCLE (CYC-GEN-IDX) TO CYC-CLS-CYCLE-OUT.
            DISPLAY "*** SUPPLEMENTAL CYCLE NOT ON CYCSUPL - REGION "
                CYC-GEN-TBL-REGION (CYC-GEN-IDX)
                " CYCLE " CYC-CLS-CYCLE-OUT.
        5700-EXIT.
            EXIT.

      *-----------------------------------------------------------------
      * 6000-WRITE-CERTIFICATION - THE PERMANENT RECORD: EACH
      * CHECK'S RESULT, THE OVERALL CLEAN FLAG, TIMESTAMP AND
                    AND CYC-CLS-RECON-RESULT = "P"
                    AND CYC-CLS-RSTAT-RESULT = "P"
                    AND CYC-CLS-QUEUE-RESULT = "P"
                    AND CYC-CLS-SUPP-RESULT = "P"
                SET CYC-CLS-CLEAN TO TRUE
            END-IF.
            OPEN EXTEND CYCCERT-FILE.
            MOVE CYC-CLS-CDT-DATE TO CYC-CERT-RUN-DATE.
            MOVE CYC-CLS-CDT-TIME TO CYC-CERT-RUN-TIME.
            MOVE CYC-CLS-OPERATOR TO CYC-CERT-OPERATOR.
            MOVE CYC-CLS-SUPP-RESULT TO CYC-CERT-SUPP-RESULT.
            WRITE CYCCERT-RECORD.
            IF NOT CYC-CERT-OK
                DISPLAY "CYCCERT WRITE FAILED " CYC-CERT-STATUS
            MOVE "QUEUE" TO CYC-CLS-CERT-LABEL.
            MOVE CYC-CLS-QUEUE-RESULT TO CYC-CLS-CERT-RESULT.
            PERFORM 7100-PRINT-CHECK-LINE THRU 7100-EXIT.
            MOVE "SUPP " TO CYC-CLS-CERT-LABEL.
            MOVE CYC-CLS-SUPP-RESULT TO CYC-CLS-CERT-RESULT.
            PERFORM 7100-PRINT-CHECK-LINE THRU 7100-EXIT.
            MOVE SPACES TO CYCCLSR-RECORD.
            MOVE SPACE TO CYC-CLR-CC.
            WRITE CYCCLSR-RECORD.
            DISPLAY "BAL " CYC-CLS-BAL-RESULT
                "  RECON " CYC-CLS-RECON-RESULT
                "  RSTAT " CYC-CLS-RSTAT-RESULT
                "  QUEUE " CYC-CLS-QUEUE-RESULT
                "  SUPP " CYC-CLS-SUPP-RESULT.
            IF CYC-CLS-CLEAN
                DISPLAY "BUSINESS DATE " CYC-CLS-TGT-DATE
                    " CERTIFIED CLEAN"
