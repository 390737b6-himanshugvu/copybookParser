      * ONE-TIME EARNINGS HANDOFF TO THE NEXT PAYROLL REGISTER RUN.
      * PAYBON0 ADDS ROWS TO THE END OF THE FILE. EACH ROW IS PAID ONCE
      * BY PAYREG0 ON TOP OF THE EMPLOYEE'S PERIOD GROSS; AFTER A GOOD
      * REGISTER PAYREG0 REWRITES THE FILE WITH ONLY THE ROWS IT COULD
      * NOT PAY, WHICH CARRY TO THE NEXT RUN. OTE-REFERENCE IDENTIFIES
      * WHAT THE PAYMENT IS FOR (THE CUSTOMER-ID ON A REFERRAL BONUS).
       01 ONE-TIME-EARNINGS-RECORD.
           03 OTE-EMP-ID                   PIC 9(8) COMP.
           03 OTE-EARNINGS-TYPE            PIC X(3).
               88 OTE-REFERRAL-BONUS           VALUE 'REF'.
           03 OTE-AMOUNT                   PIC 9(7)V99 COMP-3.
           03 OTE-REFERENCE                PIC X(10).
           03 OTE-SOURCE-DATE              PIC 9(8).
           03 FILLER                       PIC X(10).
