      * MERIT CYCLE RUN CONTROL. MRP-RUN-MODE 'P' PRINTS THE PROPOSED
      * RAISES AND DEPARTMENT BUDGETS FOR APPROVAL; 'G' REPRINTS THEM
      * AND, WHEN MRP-APPROVED-BUDGET EQUALS THE RECOMPUTED COMPANY
      * RAISE TOTAL, WRITES THE EMPUPDT0 SALARY CHANGES DATED
      * MRP-EFFECTIVE-DATE. ANYONE HIRED AFTER MRP-HIRE-CUTOFF-DATE
      * IS LEFT OUT OF THE CYCLE.
       01 MERIT-PARM-RECORD.
           03 MRP-RUN-MODE                 PIC X.
               88 MRP-PROPOSE                  VALUE 'P'.
               88 MRP-GENERATE                 VALUE 'G'.
           03 MRP-EFFECTIVE-DATE.
               05 MRP-EFF-YEAR             PIC 9(4).
               05 MRP-EFF-MONTH            PIC 9(2).
               05 MRP-EFF-DAY              PIC 9(2).
           03 MRP-HIRE-CUTOFF-DATE.
               05 MRP-CUTOFF-YEAR          PIC 9(4).
               05 MRP-CUTOFF-MONTH         PIC 9(2).
               05 MRP-CUTOFF-DAY           PIC 9(2).
           03 MRP-APPROVED-BUDGET          PIC 9(9)V99.
           03 FILLER                       PIC X(10).
