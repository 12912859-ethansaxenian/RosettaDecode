      *
      * A REGION THE PROCESSING CALENDAR SKIPPED SHOWS AS A SKIP
      * LINE (ITS AUDIT RECORD CARRIES CYCLE ZERO AND FLAG "S").
      * A SUPPLEMENTAL CYCLE IS FLAGGED "SUPP" AND NEVER "LATE".
      *
      * MODIFICATION HISTORY
      *   2026-08-22  RJS  ORIGINAL PROGRAM.
      *                    ARE NOW SKIPPED - THEY ARE NOT CYCLES AND
      *                    WERE SHOWING AS ZERO-ELAPSED LINES WITH
      *                    FALSE LATE FLAGS.
      *   2026-10-15  RJS  A SUPPLEMENTAL CYCLE ADDED AFTER THE
      *                    NIGHT'S RUN BY CYCSUPP (AUDIT RUN MODE "S")
      *                    IS FLAGGED "SUPP" INSTEAD OF BEING TESTED
      *                    AGAINST THE SLA TARGET - IT WAS ASKED FOR
      *                    AFTER THE FACT AND IS NEVER ON TIME.  THE
      *                    SUMMARY COUNTS THEM.
      ******************************************************************

        IDENTIFICATION DIVISION.
        01  CYC-SLA-COUNTERS.
            05  CYC-SLA-CYC-COUNT       PIC 9(05)      VALUE ZERO.
            05  CYC-SLA-LATE-COUNT      PIC 9(05)      VALUE ZERO.
            05  CYC-SLA-SUPP-COUNT      PIC 9(05)      VALUE ZERO.
        01  CYC-SLA-CYC-OUT          PIC ZZZZ9.
        01  CYC-SLA-LATE-OUT         PIC ZZZZ9.
        01  CYC-SLA-SUPP-OUT         PIC ZZZZ9.
        01  CYC-SLA-CYCLE-OUT        PIC ZZ9.
        01  CYC-SLA-ELAPSED-OUT      PIC ZZZZZ9.
        01  CYC-SLA-GAP-OUT          PIC ZZZZZ9.
      * START AND END STAMPS, GAP SECONDS SINCE THE PREVIOUS CYCLE
      * OF THIS GROUP, AND THE LATE TEST OF THE END TIME AGAINST THE
      * REGION'S TARGET.  A RUN THAT CROSSES MIDNIGHT WRAPS FORWARD.
      * A SUPPLEMENTAL CYCLE IS NOT TESTED - IT IS FLAGGED "SUPP".
      *-----------------------------------------------------------------
        3300-COMPUTE-CYCLE-TIMES.
            IF CYC-AUD-START-TIME IS NUMERIC
            MOVE CYC-SLA-END-SECS TO CYC-SLA-PREV-END-SECS.
            SET CYC-SLA-HAS-PREV TO TRUE.
            MOVE SPACES TO CYC-SLA-LATE-FLAG.
            IF CYC-AUD-SUPPLEMENTAL-RUN
                MOVE "SUPP" TO CYC-SLA-LATE-FLAG
                ADD 1 TO CYC-SLA-SUPP-COUNT
                GO TO 3300-EXIT
            END-IF.
            IF CYC-SLA-HAS-TARGET
                    AND CYC-SLA-END-TOD > CYC-SLA-CUR-TARGET
                MOVE "LATE" TO CYC-SLA-LATE-FLAG
        8000-TERMINATE-RUN.
            MOVE CYC-SLA-CYC-COUNT TO CYC-SLA-CYC-OUT.
            MOVE CYC-SLA-LATE-COUNT TO CYC-SLA-LATE-OUT.
            MOVE CYC-SLA-SUPP-COUNT TO CYC-SLA-SUPP-OUT.
            MOVE SPACES TO CYCSLAR-RECORD.
            MOVE SPACE TO CYC-SLAR-CC.
            WRITE CYCSLAR-RECORD.
                   CYC-SLA-CYC-OUT DELIMITED BY SIZE
                   "   LATE: " DELIMITED BY SIZE
                   CYC-SLA-LATE-OUT DELIMITED BY SIZE
                   "   SUPPLEMENTAL: " DELIMITED BY SIZE
                   CYC-SLA-SUPP-OUT DELIMITED BY SIZE
            INTO CYC-SLAR-DATA.
            WRITE CYCSLAR-RECORD.
            DISPLAY "CYCLES REPORTED: " CYC-SLA-CYC-OUT
                "   LATE: " CYC-SLA-LATE-OUT
                "   SUPPLEMENTAL: " CYC-SLA-SUPP-OUT.
            IF NOT CYC-AUD-NOTFOUND
                CLOSE AUDIT-FILE
            END-IF.
