      * MAINTENANCE STREAM VALIDATES BENEFIT TRANSACTIONS AGAINST IT
      * AND THE REPORT/EXPORT PROGRAMS DECODE BENEFIT-CODE TO THE PLAN
      * NAME. A ZERO MAXIMUM MEANS THE PLAN CARRIES NO UPPER LIMIT.
      * BPL-CARRIER-CODE NAMES THE INSURANCE CARRIER THE PLAN IS
      * ENROLLED WITH AND BPL-FEED-FILE-NBR (01-08) THE CARRFDNN FILE
      * THE CARRIER'S ENROLLMENT FEED GOES OUT ON; EVERY PLAN OF ONE
      * CARRIER CARRIES THE SAME NUMBER. A BLANK CARRIER MEANS THE
      * PLAN IS NOT SENT TO ANY CARRIER.
       01 BENEFIT-PLAN-RECORD.
           03 BPL-PLAN-CODE            PIC XX.
           03 BPL-PLAN-NAME            PIC X(30).
               88 BPL-TYPE-PERCENT         VALUE 'P'.
           03 BPL-MINIMUM-AMOUNT       PIC 9(5)V99.
           03 BPL-MAXIMUM-AMOUNT       PIC 9(5)V99.
           03 BPL-CARRIER-CODE         PIC X(05).
               88 BPL-NO-CARRIER           VALUE SPACES.
           03 BPL-FEED-FILE-NBR        PIC 9(02).
           03 FILLER                   PIC X(02).
