      * PAY-CYCLE CONTROL. PPM-PERIODS-PER-YEAR DIVIDES ANNUAL FIGURES
      * INTO ONE PAY PERIOD; PPM-PAY-DATE IS THE PAY DATE OF THE
      * PERIOD BEING RUN, WHICH LVEACR0 STAMPS ON EACH LEAVE BALANCE
      * IT ACCRUES.
       01 PAYPARM-RECORD.
           03 PPM-PERIODS-PER-YEAR     PIC 9(2).
           03 PPM-PAY-DATE.
               05 PPM-PAY-YEAR         PIC 9(4).
               05 PPM-PAY-MONTH        PIC 9(2).
               05 PPM-PAY-DAY          PIC 9(2).
