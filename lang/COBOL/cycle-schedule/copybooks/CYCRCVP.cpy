      *****************************************************************
      * CYCRCVP.CPY
      *
      * RECORD LAYOUT FOR THE CYCRCVP PARAMETER FILE READ BY THE
      * CYCQRCV CYCQ FORWARD-RECOVERY UTILITY.  ONE RECORD, KEYED BY
      * THE OPERATOR RUNNING THE RECOVERY:
      *
      *     BACKUP DATE/TIME   WHEN THE CYCQBKP BACKUP BEING RESTORED
      *                        WAS TAKEN.  JOURNAL ENTRIES STAMPED AT
      *                        OR BEFORE IT ARE ALREADY IN THE BACKUP
      *                        AND ARE SKIPPED.  REQUIRED.
      *     REPLAY-TO DATE/    OPTIONAL CUT-OFF: JOURNAL ENTRIES
      *     TIME               STAMPED AFTER IT ARE NOT REPLAYED, SO
      *                        THE QUEUE CAN BE REBUILT AS IT STOOD
      *                        BEFORE A BAD CHANGE.  ZERO REPLAYS THE
      *                        WHOLE JOURNAL.
      *     OPERATOR           WHO ORDERED THE RECOVERY.  REQUIRED.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCRCVP-RECORD.
           05  CYC-RCP-BKP-STAMP.
               10  CYC-RCP-BKP-DATE    PIC 9(08).
               10  CYC-RCP-BKP-TIME    PIC 9(08).
           05  CYC-RCP-TO-STAMP.
               10  CYC-RCP-TO-DATE     PIC 9(08).
               10  CYC-RCP-TO-TIME     PIC 9(08).
           05  CYC-RCP-OPERATOR        PIC X(08).
           05  FILLER                  PIC X(40).
