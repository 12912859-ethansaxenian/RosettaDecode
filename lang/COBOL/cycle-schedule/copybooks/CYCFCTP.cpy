      *****************************************************************
      * CYCFCTP.CPY
      *
      * RECORD LAYOUT FOR THE CYCFCTP PARAMETER FILE READ BY THE
      * CYCFACT WAREHOUSE EXTRACT.  ONE RECORD: THE BUSINESS DATE TO
      * EXTRACT (ZERO OR NO FILE = THE CURRENT DATE) AND THE FORCE
      * FLAG.  A DATE WITH NO CLEAN CYCCLOSE CERTIFICATION IS REFUSED
      * UNLESS THE FORCE FLAG IS "Y"; A FORCED EXTRACT IS MARKED AS
      * UNCERTIFIED IN ITS HEADER SO THE WAREHOUSE CAN TELL.
      *
      * MODIFICATION HISTORY
      *   2026-10-15  RJS  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CYCFCTP-RECORD.
           05  CYC-FTP-RUN-DATE        PIC 9(08).
           05  CYC-FTP-FORCE           PIC X(01).
               88  CYC-FTP-FORCED                     VALUE "Y".
           05  FILLER                  PIC X(71).
