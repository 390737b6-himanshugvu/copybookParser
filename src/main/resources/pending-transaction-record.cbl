      * FUTURE-DATED EMPLOYEE MAINTENANCE TRANSACTION, PARKED BY
      * EMPUPDT0 UNTIL ITS EFFECTIVE DATE COMES DUE. KEYED BY THE
      * EFFECTIVE DATE FIRST SO EACH RUN RELEASES WITH ONE FORWARD
      * READ THAT STOPS AT THE FIRST ROW NOT YET DUE; THE SEQUENCE
      * SEPARATES SEVERAL TRANSACTIONS FOR ONE EMPLOYEE AND DATE.
      * PND-TRANSACTION IS THE EMP-TRANSACTION-RECORD AS RECEIVED AND
      * PND-HELD-DATE IS THE RUN DATE THAT PARKED IT.
       01 PENDING-TRANSACTION-RECORD.
           03 PND-KEY.
               05 PND-EFFECTIVE-DATE       PIC 9(8).
               05 PND-EMP-ID               PIC 9(8).
               05 PND-SEQUENCE             PIC 9(4).
           03 PND-HELD-DATE                PIC 9(8).
           03 PND-TRANSACTION.
               05 PND-TRN-FUNCTION-CODE    PIC X.
               05 FILLER                   PIC X(109).
           03 FILLER                       PIC X(10).
