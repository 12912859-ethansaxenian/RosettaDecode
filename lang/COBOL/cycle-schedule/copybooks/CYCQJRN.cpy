      *****************************************************************
      * CYCQJRN.CPY
      *
      * RECORD LAYOUT FOR THE CYCQJRN CHANGE JOURNAL OF THE CYCQ
      * SCHEDULER INTERFACE FILE.  EVERY PROGRAM THAT WRITES,
      * REWRITES OR REMOVES A CYCQ RECORD (THE GENERATOR, CYCQUPD,
      * CYCHLDU, CYCRQUE, CYCPURGE AND CYCSUPP) APPENDS ONE ENTRY
      * HERE, IN THE ORDER THE CHANGES WERE MADE, WITH THE FULL
      * 80-BYTE RECORD IMAGE BEFORE AND AFTER THE CHANGE.  THE
      * JOURNAL IS WHAT CYCQRCV REPLAYS ON TOP OF THE LAST CYCQ
      * BACKUP TO REBUILD THE QUEUE AFTER THE KEYED FILE IS LOST OR
      * DAMAGED.
      *
      * ACTION CODES
      *     A   RECORD ADDED     (BEFORE IMAGE IS SPACES)
      *     U   RECORD UPDATED
      *     D   RECORD REMOVED   (AFTER IMAGE IS SPACES)
      *
      * THE PROGRAM IS THE FIRST EIGHT CHARACTERS OF THE PROGRAM-ID
      * (THE GENERATOR JOURNALS AS "LOOP-1P5").  THE OPERATOR IS THE
      * ONE WHO ASKED FOR THE CHANGE WHERE THERE IS ONE (A HOLD/
      * RELEASE/CANCEL POSTING, A REQUEUE, A CATCH-UP REQUEST);
      * SPACES FOR THE UNATTENDED BATCH CHANGES.  THE JOURNAL IS
      * ONLY EVER APPENDED TO; IT IS CLEARED (OR RENAMED) BY THE JCL
      * THAT TAKES THE NEXT CYCQ BACKUP, SO IT NORMALLY HOLDS JUST
      * THE CHANGES SINCE THAT BACKUP - ANY OLDER ENTRIES LEFT ON IT
      * ARE SKIPPED BY THE REPLAY ON THEIR STAMP.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *   2026-10-15  RJS  CYCSUPP ADDED TO THE WRITERS: IT JOURNALS
      *                    EACH SUPPLEMENTAL CYCQ POST AND THE TWO
      *                    TRAILER REWRITES.
      *****************************************************************
       01  CYCQJRN-RECORD.
           05  CYC-QJ-STAMP.
               10  CYC-QJ-DATE         PIC 9(08).
               10  CYC-QJ-TIME         PIC 9(08).
           05  CYC-QJ-PROGRAM          PIC X(08).
           05  CYC-QJ-OPERATOR         PIC X(08).
           05  CYC-QJ-ACTION           PIC X(01).
               88  CYC-QJ-ADD                         VALUE "A".
               88  CYC-QJ-UPDATE                      VALUE "U".
               88  CYC-QJ-DELETE                      VALUE "D".
           05  CYC-QJ-BEFORE           PIC X(80).
           05  CYC-QJ-AFTER            PIC X(80).
           05  FILLER                  PIC X(07).
