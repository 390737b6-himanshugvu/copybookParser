      * PAID-TIME-OFF BALANCE, KEYED BY EMP-ID AND LEAVE TYPE - ONE ROW
      * PER EMPLOYEE PER TYPE (V VACATION, S SICK). HOURS ARE SIGNED SO
      * A BAD ADJUSTMENT SHOWS UP AS A NEGATIVE RATHER THAN WRAPPING.
      * THE YEAR-TO-DATE FIGURES BELONG TO LVB-YTD-YEAR; THE FIRST
      * ACCRUAL (BY PAY DATE) OR POSTING (BY EFFECTIVE DATE) IN A LATER
      * YEAR ZEROES THEM AND MOVES LVB-YTD-YEAR UP TO THAT YEAR, AND
      * TIME TAKEN IN AN EARLIER YEAR IS NOT COUNTED IN THEM. THE LAST
      * ACCRUAL DATE IS THE PAYPARM PAY DATE OF THE
      * LATEST ACCRUAL; LVEACR0 WILL NOT ACCRUE AGAIN FOR THAT PAY DATE
      * OR AN EARLIER ONE. A TERMINATION CLOSES THE BALANCE OUT TO THE
      * PAYOUT LIST AND RECORDS THE HOURS AND DATE HERE.
       01 LEAVE-BALANCE-RECORD.
           03 LVB-KEY.
               05 LVB-EMP-ID               PIC 9(8) COMP.
               05 LVB-LEAVE-TYPE           PIC X.
                   88 LVB-VACATION             VALUE 'V'.
                   88 LVB-SICK                 VALUE 'S'.
           03 LVB-BALANCE-HOURS            PIC S9(5)V99 COMP-3.
           03 LVB-YTD-ACCRUED-HOURS        PIC 9(5)V99 COMP-3.
           03 LVB-YTD-TAKEN-HOURS          PIC 9(5)V99 COMP-3.
           03 LVB-LAST-ACCRUAL-DATE.
               05 LVB-LAST-ACCRUAL-YEAR    PIC 9(4).
               05 LVB-LAST-ACCRUAL-MONTH   PIC 9(2).
               05 LVB-LAST-ACCRUAL-DAY     PIC 9(2).
           03 LVB-PAYOUT-HOURS             PIC 9(5)V99 COMP-3.
           03 LVB-PAYOUT-DATE              PIC 9(8).
           03 LVB-YTD-YEAR                 PIC 9(4).
           03 FILLER                       PIC X(06).
