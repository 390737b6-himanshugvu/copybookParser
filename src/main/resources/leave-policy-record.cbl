      * PAID-TIME-OFF ACCRUAL POLICY - ONE ROW PER LEAVE TYPE PER
      * SERVICE TIER. AN EMPLOYEE EARNS THE ANNUAL HOURS OF THE TIER
      * WITH THE HIGHEST MINIMUM SERVICE YEARS ALREADY COMPLETED
      * (COUNTED FROM EMP-HIRE-DATE), SPREAD EVENLY OVER THE PAY
      * PERIODS IN THE YEAR. THE BALANCE IS NEVER ACCRUED PAST THE
      * TIER'S MAXIMUM CARRYOVER; A ZERO MAXIMUM MEANS NO CAP.
       01 LEAVE-POLICY-RECORD.
           03 LVP-LEAVE-TYPE               PIC X.
               88 LVP-VACATION                 VALUE 'V'.
               88 LVP-SICK                     VALUE 'S'.
           03 LVP-MIN-SERVICE-YEARS        PIC 9(2).
           03 LVP-ANNUAL-HOURS             PIC 9(3)V99.
           03 LVP-MAX-CARRYOVER-HOURS      PIC 9(4)V99.
           03 FILLER                       PIC X(10).
