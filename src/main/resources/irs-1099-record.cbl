      * WORKING-STORAGE VIEW OF THE 750-BYTE IRS INFORMATION RETURN
      * RECORD FORMATS (PUBLICATION 1220): TRANSMITTER (T), PAYER (A),
      * PAYEE (B), END OF PAYER (C), AND END OF TRANSMISSION (F). ONLY
      * PAYMENT AMOUNT 1 IS USED FOR FORM 1099-INT (INTEREST INCOME);
      * THE OTHER AMOUNT FIELDS MUST STILL BE ZERO-FILLED.
       01 IRS-RECORD                   PIC X(750).
       01 IRS-TRANSMITTER-RECORD REDEFINES IRS-RECORD.
           03 IRS-T-RECORD-TYPE        PIC X.
           03 IRS-T-PAYMENT-YEAR       PIC 9(4).
           03 IRS-T-PRIOR-YEAR-IND     PIC X.
           03 IRS-T-TRANSMITTER-TIN    PIC X(9).
           03 IRS-T-CONTROL-CODE       PIC X(5).
           03 FILLER                   PIC X(7).
           03 IRS-T-TEST-FILE-IND      PIC X.
           03 IRS-T-FOREIGN-ENTITY-IND PIC X.
           03 IRS-T-TRANSMITTER-NAME   PIC X(40).
           03 IRS-T-TRANSMITTER-NAME-2 PIC X(40).
           03 IRS-T-COMPANY-NAME       PIC X(40).
           03 IRS-T-COMPANY-NAME-2     PIC X(40).
           03 IRS-T-COMPANY-ADDRESS    PIC X(40).
           03 IRS-T-COMPANY-CITY       PIC X(40).
           03 IRS-T-COMPANY-STATE      PIC X(2).
           03 IRS-T-COMPANY-ZIP        PIC X(9).
           03 FILLER                   PIC X(15).
           03 IRS-T-PAYEE-COUNT        PIC 9(8).
           03 IRS-T-CONTACT-NAME       PIC X(40).
           03 IRS-T-CONTACT-PHONE      PIC X(15).
           03 IRS-T-CONTACT-EMAIL      PIC X(50).
           03 FILLER                   PIC X(91).
           03 IRS-T-SEQUENCE-NUMBER    PIC 9(8).
           03 FILLER                   PIC X(10).
           03 IRS-T-VENDOR-IND         PIC X.
           03 FILLER                   PIC X(232).
       01 IRS-PAYER-RECORD REDEFINES IRS-RECORD.
           03 IRS-A-RECORD-TYPE        PIC X.
           03 IRS-A-PAYMENT-YEAR       PIC 9(4).
           03 IRS-A-COMBINED-FED-STATE PIC X.
           03 FILLER                   PIC X(5).
           03 IRS-A-PAYER-TIN          PIC X(9).
           03 IRS-A-PAYER-NAME-CONTROL PIC X(4).
           03 IRS-A-LAST-FILING-IND    PIC X.
           03 IRS-A-TYPE-OF-RETURN     PIC X(2).
           03 IRS-A-AMOUNT-CODES       PIC X(18).
           03 FILLER                   PIC X(6).
           03 IRS-A-FOREIGN-ENTITY-IND PIC X.
           03 IRS-A-PAYER-NAME         PIC X(40).
           03 IRS-A-PAYER-NAME-2       PIC X(40).
           03 IRS-A-TRANSFER-AGENT-IND PIC X.
           03 IRS-A-PAYER-ADDRESS      PIC X(40).
           03 IRS-A-PAYER-CITY         PIC X(40).
           03 IRS-A-PAYER-STATE        PIC X(2).
           03 IRS-A-PAYER-ZIP          PIC X(9).
           03 IRS-A-PAYER-PHONE        PIC X(15).
           03 FILLER                   PIC X(260).
           03 IRS-A-SEQUENCE-NUMBER    PIC 9(8).
           03 FILLER                   PIC X(243).
       01 IRS-PAYEE-RECORD REDEFINES IRS-RECORD.
           03 IRS-B-RECORD-TYPE        PIC X.
           03 IRS-B-PAYMENT-YEAR       PIC 9(4).
           03 IRS-B-CORRECTED-IND      PIC X.
           03 IRS-B-NAME-CONTROL       PIC X(4).
           03 IRS-B-TYPE-OF-TIN        PIC X.
           03 IRS-B-PAYEE-TIN          PIC X(9).
           03 IRS-B-ACCOUNT-NUMBER     PIC X(20).
           03 IRS-B-OFFICE-CODE        PIC X(4).
           03 FILLER                   PIC X(10).
           03 IRS-B-PAYMENT-AMOUNTS.
               05 IRS-B-PAYMENT-AMOUNT PIC 9(10)V99
                                        OCCURS 16 TIMES.
           03 IRS-B-FOREIGN-COUNTRY-IND PIC X.
           03 IRS-B-PAYEE-NAME         PIC X(40).
           03 IRS-B-PAYEE-NAME-2       PIC X(40).
           03 FILLER                   PIC X(40).
           03 IRS-B-PAYEE-ADDRESS      PIC X(40).
           03 FILLER                   PIC X(40).
           03 IRS-B-PAYEE-CITY-STATE-ZIP.
               05 IRS-B-PAYEE-CITY     PIC X(40).
               05 IRS-B-PAYEE-STATE    PIC X(2).
               05 IRS-B-PAYEE-ZIP      PIC X(9).
           03 FILLER                   PIC X.
           03 IRS-B-SEQUENCE-NUMBER    PIC 9(8).
           03 FILLER                   PIC X(36).
           03 IRS-B-SECOND-TIN-NOTICE  PIC X.
           03 FILLER                   PIC X(2).
           03 IRS-B-FATCA-IND          PIC X.
           03 FILLER                   PIC X(203).
       01 IRS-END-OF-PAYER-RECORD REDEFINES IRS-RECORD.
           03 IRS-C-RECORD-TYPE        PIC X.
           03 IRS-C-PAYEE-COUNT        PIC 9(8).
           03 FILLER                   PIC X(6).
           03 IRS-C-CONTROL-TOTALS.
               05 IRS-C-CONTROL-TOTAL  PIC 9(16)V99
                                        OCCURS 16 TIMES.
           03 FILLER                   PIC X(196).
           03 IRS-C-SEQUENCE-NUMBER    PIC 9(8).
           03 FILLER                   PIC X(243).
       01 IRS-END-OF-TRANSMISSION REDEFINES IRS-RECORD.
           03 IRS-F-RECORD-TYPE        PIC X.
           03 IRS-F-PAYER-COUNT        PIC 9(8).
           03 IRS-F-ZERO-FILL          PIC 9(21).
           03 FILLER                   PIC X(19).
           03 IRS-F-PAYEE-COUNT        PIC 9(8).
           03 FILLER                   PIC X(442).
           03 IRS-F-SEQUENCE-NUMBER    PIC 9(8).
           03 FILLER                   PIC X(243).
