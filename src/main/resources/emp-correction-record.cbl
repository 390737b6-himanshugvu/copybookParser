      * EMP-ID. BLANK FIELDS MEAN NO CHANGE. A NUMERIC BENEFIT COUNT
      * REPLACES THE EMPLOYEE'S WHOLE BENEFIT TABLE FROM THE SLOTS
      * BELOW, WHICH IS HOW THE BT/BC QUARANTINE CASES GET REPAIRED;
      * A NUMERIC MANAGER-ID REPAIRS THE MG CASE, AND A NON-BLANK
      * DEPARTMENT CODE THE DP CASE.
       01 EMP-CORRECTION-RECORD.
           03 ECR-EMP-ID               PIC 9(8).
           03 ECR-EMP-STATUS           PIC X.
               05 ECR-BENEFIT-CODE     PIC XX.
               05 ECR-BENEFIT-TYPE     PIC X.
               05 ECR-BENEFIT-AMOUNT   PIC X(7).
           03 ECR-EMP-DEPT             PIC X(10).
           03 FILLER                   PIC X(03).
