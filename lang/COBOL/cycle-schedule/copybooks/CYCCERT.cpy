      *
      * RECORD LAYOUT FOR THE CYCCERT CLOSE-OUT CERTIFICATION FILE
      * WRITTEN BY CYCCLOSE.  ONE RECORD PER CERTIFIED BUSINESS
      * DATE: THE RESULT OF EACH OF THE FIVE CLOSE-OUT CHECKS
      * ("P" PASSED / "F" FAILED), THE OVERALL CLEAN FLAG, WHEN THE
      * CERTIFICATION RAN AND WHO RAN IT.  CYCPURGE REFUSES TO
      * ARCHIVE A DATE THAT HAS NO CLEAN CERTIFICATION RECORD HERE
      *             COMPLETE OR SKIPPED
      *     QUEUE   NO CYCQ POST OF THE DATE STILL READY, TAKEN OR
      *             HELD
      *     SUPP    EVERY SUPPLEMENTAL CYCLE OF THE DATE (CYCSUPP)
      *             APPROVED ON THE CYCSUPL REGISTER
      *
      * MODIFICATION HISTORY
      *   2026-09-02  RJS  ORIGINAL COPYBOOK.
      *   2026-10-15  RJS  ADDED THE FIFTH CHECK, SUPP: A DATE WITH A
      *                    SUPPLEMENTAL CYCLE NOT YET APPROVED IS NOT
      *                    CLEAN.
      *****************************************************************
       01  CYCCERT-RECORD.
           05  CYC-CERT-DATE           PIC 9(08).
           05  CYC-CERT-RUN-DATE       PIC 9(08).
           05  CYC-CERT-RUN-TIME       PIC 9(08).
           05  CYC-CERT-OPERATOR       PIC X(08).
           05  CYC-CERT-SUPP-RESULT    PIC X(01).
               88  CYC-CERT-SUPP-PASSED               VALUE "P".
           05  FILLER                  PIC X(42).
