      * EACH RATE WAS IN FORCE DURING THE STATEMENT YEAR; DEDUCTIONS
      * AND CONTRIBUTIONS ARE THE ANNUAL BENEFIT VALUES FROM BENCALC0
      * SPLIT BY BENEFIT-TYPE-CODE THE WAY THE PAYROLL REGISTER SPLITS
      * THEM. ONE-TIME EARNINGS ARE THE REFERRAL BONUSES PAID IN THE
      * STATEMENT YEAR, SHOWN APART FROM THE PRORATED SALARY.
       01 COMP-STATEMENT-RECORD.
           03 CST-EMP-ID               PIC 9(8) COMP.
           03 CST-STATEMENT-YEAR       PIC 9(4).
           03 CST-PRORATED-EARNINGS    PIC 9(9)V99 COMP-3.
           03 CST-EMPLOYEE-DEDUCTIONS  PIC 9(7)V99 COMP-3.
           03 CST-EMPLOYER-CONTRIB     PIC 9(7)V99 COMP-3.
           03 CST-ONE-TIME-EARNINGS    PIC 9(7)V99 COMP-3.
           03 FILLER                   PIC X(05).
