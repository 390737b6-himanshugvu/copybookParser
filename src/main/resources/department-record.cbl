      * DEPARTMENT REFERENCE MASTER, KEYED BY DEPARTMENT CODE - THE
      * ONLY VALID VALUES OF EMP-DEPT. THE MAINTENANCE STREAM AND THE
      * FRONT-DOOR VALIDATION REJECT A CODE THAT IS NOT HERE OR IS
      * CLOSED; THE REGISTER POSTS GROSS PAY AND EMPLOYER CONTRIBUTION
      * EXPENSE TO THE EXPENSE ACCOUNT AND EVERY PAYROLL LIABILITY
      * (DEDUCTIONS, TAXES, NET PAY, CONTRIBUTIONS) TO THE LIABILITY
      * ACCOUNT. THE REPORTS PRINT DPT-NAME BESIDE THE CODE.
       01 DEPARTMENT-RECORD.
           03 DPT-CODE                 PIC X(10).
           03 DPT-NAME                 PIC X(30).
           03 DPT-MANAGER-ID           PIC 9(8).
           03 DPT-GL-EXPENSE-ACCOUNT   PIC X(10).
           03 DPT-GL-LIABILITY-ACCOUNT PIC X(10).
           03 DPT-STATUS               PIC X.
               88 DPT-ACTIVE               VALUE 'A'.
               88 DPT-CLOSED               VALUE 'C'.
           03 FILLER                   PIC X(11).
