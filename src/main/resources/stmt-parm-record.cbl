      * MONTH-END STATEMENT CONTROL RECORD - THE CALENDAR MONTH THE
      * STATEMENTS COVER. WHEN ABSENT THE RUN COVERS THE PRIOR MONTH.
       01 STMT-PARM-RECORD.
           03 STP-STATEMENT-PERIOD.
               05 STP-STATEMENT-YEAR   PIC 9(4).
               05 STP-STATEMENT-MONTH  PIC 9(2).
           03 FILLER                   PIC X(10).
