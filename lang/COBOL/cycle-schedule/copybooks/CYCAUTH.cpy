      *
      * MODIFICATION HISTORY
      *   2026-09-02  RJS  ORIGINAL COPYBOOK.
      *   2026-10-15  RJS  ALSO CHECKED BY THE CYCINQ STATUS INQUIRY,
      *                    WHERE ANY LEVEL ON A REGION (OR "ALL")
      *                    LETS THE OPERATOR SEE IT.
      *   2026-10-15  RJS  ALSO CHECKED BY CYCCALM: A CALENDAR ADD,
      *                    CHANGE OR DELETE NEEDS LEVEL "C" FOR THE
      *                    REGION, THE YEAR-END ROLLOVER NEEDS "A"
      *                    ON "ALL", A LISTING NEEDS "V" ON "ALL".
      *   2026-10-15  RJS  ALSO CHECKED BY CYCSUPP: REQUESTING A
      *                    SUPPLEMENTAL CYCLE NEEDS LEVEL "C" FOR THE
      *                    REGION, APPROVING ONE NEEDS "A".
      *****************************************************************
       01  CYCAUTH-RECORD.
           05  CYC-AUTH-OPERATOR       PIC X(08).
