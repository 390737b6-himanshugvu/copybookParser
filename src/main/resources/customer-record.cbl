               ==DATE-FLD== BY ==LAST-TRANSACTION-DATE==.
           03 CUST-REFERRED-BY-EMP-ID PIC 9(8) COMP.
           03 EMAIL-ADDRESS        PIC X(50).
           03 OVERDRAFT-LIMIT      PIC 9(5)V99 COMP-3.
           03 LAST-ACCRUED-PERIOD.
               05 LAST-ACCRUED-YEAR  PIC 9(4).
               05 LAST-ACCRUED-MONTH PIC 9(2).
           03 HOUSEHOLD-ID         PIC 9(6).
           03 PRODUCT-CODE         PIC X(02).
           COPY "date-fields.cbl" REPLACING
               ==DATE-FLD-YEAR== BY ==ACCOUNT-OPEN-DATE-YEAR==
               ==DATE-FLD-MONTH== BY ==ACCOUNT-OPEN-DATE-MONTH==
               ==DATE-FLD-DAY== BY ==ACCOUNT-OPEN-DATE-DAY==
               ==DATE-FLD== BY ==ACCOUNT-OPEN-DATE==.
           03 CUSTOMER-TIN-TYPE    PIC X.
               88 CUSTOMER-TIN-EIN     VALUE '1'.
               88 CUSTOMER-TIN-SSN     VALUE '2'.
           03 CUSTOMER-TIN         PIC 9(9).
           03 PHONE-COUNT          PIC 9(2) COMP.
           03 PHONE-ENTRIES        OCCURS 0 TO 5 TIMES
                                    DEPENDING ON PHONE-COUNT.
