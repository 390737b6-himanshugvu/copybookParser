      * PAID-REFERRAL FILE - ONE ROW PER REFERRED CUSTOMER WHOSE BONUS
      * HAS BEEN PAID, KEYED BY CUSTOMER-ID. PAYBON0 WRITES THE ROW IN
      * THE SAME RUN THAT HANDS THE BONUS TO PAYROLL, WITH A ZERO PAID
      * DATE, AND NEVER PAYS A CUSTOMER THAT IS ALREADY HERE. PAYREG0
      * STAMPS PRF-PAID-DATE WITH THE PAY DATE OF THE REGISTER THAT
      * PAYS THE BONUS. THE FILE IS PERMANENT; NOTHING PURGES IT.
      * YEARCMP0 READS IT FOR THE YEAR-END STATEMENT BY PAID YEAR.
       01 PAID-REFERRAL-RECORD.
           03 PRF-CUSTOMER-ID              PIC 9(6).
           03 PRF-EMP-ID                   PIC 9(8) COMP.
           03 PRF-BONUS-AMOUNT             PIC 9(7)V99 COMP-3.
           03 PRF-PAID-DATE.
               05 PRF-PAID-YEAR            PIC 9(4).
               05 PRF-PAID-MONTH           PIC 9(2).
               05 PRF-PAID-DAY             PIC 9(2).
           03 FILLER                       PIC X(10).
