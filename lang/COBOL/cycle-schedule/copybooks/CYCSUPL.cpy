      *****************************************************************
      * CYCSUPL.CPY
      *
      * RECORD LAYOUT FOR THE CYCSUPL SUPPLEMENTAL-CYCLE REGISTER
      * KEPT BY CYCSUPP.  ONE "G" RECORD IS APPENDED FOR EVERY
      * SUPPLEMENTAL CYCLE GENERATED, WITH THE OPERATOR WHO ASKED
      * FOR IT AND WHY, AND ONE "A" RECORD WHEN A SECOND OPERATOR
      * APPROVES IT.  A "G" RECORD WITH NO MATCHING "A" RECORD (SAME
      * DATE, REGION AND CYCLE) IS A SUPPLEMENT STILL PENDING
      * APPROVAL, AND CYCCLOSE WILL NOT CERTIFY ITS DATE.
      *
      * RECORD TYPES
      *     G   SUPPLEMENTAL CYCLE GENERATED (OPERATOR = REQUESTER)
      *     A   SUPPLEMENTAL CYCLE APPROVED  (OPERATOR = APPROVER)
      *
      * THE ACTION DATE AND TIME ARE WHEN THE OPERATOR ACTED; THE
      * GENERATION DATE IS THE BUSINESS DATE OF THE CYCLE.  THE
      * REGISTER IS ONLY EVER APPENDED TO AND IS NOT SPLIT BY
      * CYCPURGE.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCSUPL-RECORD.
           05  CYC-SPL-REC-TYPE        PIC X(01).
               88  CYC-SPL-GENERATED                  VALUE "G".
               88  CYC-SPL-APPROVED                   VALUE "A".
           05  CYC-SPL-GEN-DATE        PIC 9(08).
           05  CYC-SPL-REGION          PIC X(03).
           05  CYC-SPL-CYCLE           PIC 9(03).
           05  CYC-SPL-OPERATOR        PIC X(08).
           05  CYC-SPL-ACTION-DATE     PIC 9(08).
           05  CYC-SPL-ACTION-TIME     PIC 9(08).
           05  CYC-SPL-REASON          PIC X(30).
           05  FILLER                  PIC X(11).
