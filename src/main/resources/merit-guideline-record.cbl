      * MERIT INCREASE GUIDELINE - ONE ROW PER EMP-DEPT. THE RAISE IS
      * MGL-RAISE-PERCENT OF THE CURRENT SALARY, ROUNDED TO THE CENT,
      * AND NEVER MORE THAN MGL-RAISE-CAP; A ZERO CAP MEANS NO CAP.
      * AN EMPLOYEE WHOSE DEPARTMENT HAS NO ROW GETS NO RAISE.
       01 MERIT-GUIDELINE-RECORD.
           03 MGL-DEPT                     PIC X(10).
           03 MGL-RAISE-PERCENT            PIC 9(2)V99.
           03 MGL-RAISE-CAP                PIC 9(7)V99.
           03 FILLER                       PIC X(10).
