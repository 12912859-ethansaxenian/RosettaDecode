      *                    HASH FIELDS EIGHT, AND THE DATE/REGION
      *                    BALANCE TABLE HOLDS 200 GROUPS FOR THE
      *                    CAPACITY RAISE.
      *   2026-10-15  RJS  THE DATE/REGION BALANCE TABLE NOW HOLDS
      *                    500 GROUPS (50 REGIONS X THE 10 RUN
      *                    DATES) - A CATCH-UP RUN OF MISSED DATES
      *                    CAN LEAVE SEVERAL DATES ON THE LIVE FILES
      *                    AT ONCE, EACH TO BE BALANCED LIKE A
      *                    NORMAL NIGHT.
      ******************************************************************

        IDENTIFICATION DIVISION.
      * ONE DATE ENTRY PER RUN DATE, RESET BETWEEN THE TWO FILES.
      *-----------------------------------------------------------------
        01  CYC-BAL-RGN-TABLE.
            05  CYC-BAL-RGN-ENTRY OCCURS 500 TIMES.
                10  CYC-BAL-RGN-DATE        PIC 9(08).
                10  CYC-BAL-RGN-CODE        PIC X(03).
                10  CYC-BAL-RGN-DET-COUNT   PIC 9(05).
            IF CYC-BAL-RGN-FOUND > 0
                GO TO 4100-EXIT
            END-IF.
            IF CYC-BAL-RGN-COUNT >= 500
                DISPLAY CYC-BAL-W-FILE
                    " HAS MORE THAN 500 DATE/REGION GROUPS - TABLE FULL"
                GO TO 9000-ABEND-EXIT
            END-IF.
            ADD 1 TO CYC-BAL-RGN-COUNT.
