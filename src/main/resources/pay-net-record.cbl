      * NET-PAY HANDOFF FROM THE PAYROLL REGISTER TO THE PAYMENT RUN.
      * ONE DETAIL ROW PER REGISTERED EMPLOYEE CARRYING THE PERIOD NET
      * PAY, THEN ONE TRAILER WHOSE COUNT AND NET-PAY TOTAL ARE THE
      * REGISTER'S COMPANY FIGURES - THE PAYMENT RUN MUST TIE TO THEM
      * BEFORE ANYTHING GOES TO THE BANK.
       01 PAY-NET-RECORD.
           03 PNT-RECORD-TYPE          PIC X.
               88 PNT-TYPE-DETAIL          VALUE 'D'.
               88 PNT-TYPE-TRAILER         VALUE 'T'.
           03 PNT-EMP-ID               PIC 9(8).
           03 PNT-EMP-NAME             PIC X(50).
           03 PNT-EMP-DEPT             PIC X(10).
           03 PNT-NET-PAY              PIC 9(7)V99.
           03 PNT-PAY-DATE             PIC 9(8).
           03 PNT-RECORD-COUNT         PIC 9(7).
           03 PNT-NET-PAY-TOTAL        PIC 9(9)V99.
           03 FILLER                   PIC X(10).
