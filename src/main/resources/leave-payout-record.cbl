      * TERMINATION LEAVE PAYOUT - ONE ROW PER LEAVE TYPE WITH HOURS
      * REMAINING WHEN THE MAINTENANCE RUN TERMINATES AN EMPLOYEE. THE
      * HOURS ARE VALUED AT EMP-SALARY OVER THE 2080-HOUR STANDARD
      * WORK YEAR AS OF THE TERMINATION.
       01 LEAVE-PAYOUT-RECORD.
           03 LPO-EMP-ID               PIC 9(8).
           03 LPO-EMP-NAME             PIC X(50).
           03 LPO-EMP-DEPT             PIC X(10).
           03 LPO-LEAVE-TYPE           PIC X.
           03 LPO-TERMINATION-DATE     PIC 9(8).
           03 LPO-HOURS                PIC 9(5)V99 COMP-3.
           03 LPO-HOURLY-RATE          PIC 9(5)V99 COMP-3.
           03 LPO-PAYOUT-AMOUNT        PIC 9(7)V99 COMP-3.
           03 FILLER                   PIC X(10).
