      * ORIGINATOR CONTROL RECORD FOR THE DIRECT-DEPOSIT (ACH) FILE -
      * THE BANK-ASSIGNED IDENTIFIERS THAT GO ON THE FILE AND BATCH
      * HEADERS, AND THE SETTLEMENT (EFFECTIVE ENTRY) DATE, YYMMDD.
       01 ACHPARM-RECORD.
           03 AHP-DESTINATION-ROUTING  PIC 9(9).
           03 AHP-DESTINATION-NAME     PIC X(23).
           03 AHP-ORIGIN-ID            PIC X(10).
           03 AHP-ORIGIN-NAME          PIC X(23).
           03 AHP-COMPANY-NAME         PIC X(16).
           03 AHP-COMPANY-ID           PIC X(10).
           03 AHP-ORIGINATING-DFI      PIC 9(8).
           03 AHP-EFFECTIVE-DATE       PIC 9(6).
           03 FILLER                   PIC X(10).
