      * WORKING-STORAGE VIEW OF THE 94-BYTE NACHA RECORD FORMATS THE
      * BANK ACCEPTS: FILE HEADER (1), BATCH HEADER (5), ENTRY DETAIL
      * (6), BATCH CONTROL (8), AND FILE CONTROL (9). THE FILE IS
      * PADDED TO A FULL BLOCK OF TEN WITH ALL-NINES RECORDS.
       01 NACHA-RECORD                 PIC X(94).
       01 NACHA-FILE-HEADER REDEFINES NACHA-RECORD.
           03 NCH-FH-RECORD-TYPE       PIC X.
           03 NCH-FH-PRIORITY-CODE     PIC 9(2).
           03 NCH-FH-DESTINATION       PIC X(10).
           03 NCH-FH-ORIGIN            PIC X(10).
           03 NCH-FH-CREATION-DATE     PIC 9(6).
           03 NCH-FH-CREATION-TIME     PIC 9(4).
           03 NCH-FH-FILE-ID-MODIFIER  PIC X.
           03 NCH-FH-RECORD-SIZE       PIC 9(3).
           03 NCH-FH-BLOCKING-FACTOR   PIC 9(2).
           03 NCH-FH-FORMAT-CODE       PIC X.
           03 NCH-FH-DESTINATION-NAME  PIC X(23).
           03 NCH-FH-ORIGIN-NAME       PIC X(23).
           03 NCH-FH-REFERENCE-CODE    PIC X(8).
       01 NACHA-BATCH-HEADER REDEFINES NACHA-RECORD.
           03 NCH-BH-RECORD-TYPE       PIC X.
           03 NCH-BH-SERVICE-CLASS     PIC 9(3).
           03 NCH-BH-COMPANY-NAME      PIC X(16).
           03 NCH-BH-DISCRETIONARY     PIC X(20).
           03 NCH-BH-COMPANY-ID        PIC X(10).
           03 NCH-BH-ENTRY-CLASS       PIC X(3).
           03 NCH-BH-ENTRY-DESCRIPTION PIC X(10).
           03 NCH-BH-DESCRIPTIVE-DATE  PIC X(6).
           03 NCH-BH-EFFECTIVE-DATE    PIC 9(6).
           03 NCH-BH-SETTLEMENT-DATE   PIC X(3).
           03 NCH-BH-ORIGINATOR-STATUS PIC X.
           03 NCH-BH-ORIGINATING-DFI   PIC 9(8).
           03 NCH-BH-BATCH-NUMBER      PIC 9(7).
       01 NACHA-ENTRY-DETAIL REDEFINES NACHA-RECORD.
           03 NCH-ED-RECORD-TYPE       PIC X.
           03 NCH-ED-TRANSACTION-CODE  PIC 9(2).
               88 NCH-ED-CHECKING-CREDIT   VALUE 22.
               88 NCH-ED-SAVINGS-CREDIT    VALUE 32.
           03 NCH-ED-RECEIVING-DFI     PIC 9(8).
           03 NCH-ED-CHECK-DIGIT       PIC 9.
           03 NCH-ED-DFI-ACCOUNT       PIC X(17).
           03 NCH-ED-AMOUNT            PIC 9(8)V99.
           03 NCH-ED-INDIVIDUAL-ID     PIC X(15).
           03 NCH-ED-INDIVIDUAL-NAME   PIC X(22).
           03 NCH-ED-DISCRETIONARY     PIC X(2).
           03 NCH-ED-ADDENDA-IND       PIC 9.
           03 NCH-ED-TRACE-NUMBER.
               05 NCH-ED-TRACE-DFI     PIC 9(8).
               05 NCH-ED-TRACE-SEQUENCE PIC 9(7).
       01 NACHA-BATCH-CONTROL REDEFINES NACHA-RECORD.
           03 NCH-BC-RECORD-TYPE       PIC X.
           03 NCH-BC-SERVICE-CLASS     PIC 9(3).
           03 NCH-BC-ENTRY-COUNT       PIC 9(6).
           03 NCH-BC-ENTRY-HASH        PIC 9(10).
           03 NCH-BC-TOTAL-DEBIT       PIC 9(10)V99.
           03 NCH-BC-TOTAL-CREDIT      PIC 9(10)V99.
           03 NCH-BC-COMPANY-ID        PIC X(10).
           03 NCH-BC-AUTH-CODE         PIC X(19).
           03 FILLER                   PIC X(6).
           03 NCH-BC-ORIGINATING-DFI   PIC 9(8).
           03 NCH-BC-BATCH-NUMBER      PIC 9(7).
       01 NACHA-FILE-CONTROL REDEFINES NACHA-RECORD.
           03 NCH-FC-RECORD-TYPE       PIC X.
           03 NCH-FC-BATCH-COUNT       PIC 9(6).
           03 NCH-FC-BLOCK-COUNT       PIC 9(6).
           03 NCH-FC-ENTRY-COUNT       PIC 9(8).
           03 NCH-FC-ENTRY-HASH        PIC 9(10).
           03 NCH-FC-TOTAL-DEBIT       PIC 9(10)V99.
           03 NCH-FC-TOTAL-CREDIT      PIC 9(10)V99.
           03 FILLER                   PIC X(39).
