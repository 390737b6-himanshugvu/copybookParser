      * DAILY MONETARY ACTIVITY FEED. A REVERSAL ('R') BACKS OUT THE
      * EARLIER DEBIT OR CREDIT POSTED TO THE SAME CUSTOMER UNDER THE
      * SAME ACT-ITEM-REFERENCE; ITS AMOUNT MAY BE ZERO (TAKE THE
      * ORIGINAL AMOUNT) OR MUST MATCH THE ORIGINAL.
       01 CUST-ACTIVITY-RECORD.
           03 ACT-CUSTOMER-ID          PIC 9(6).
           03 ACT-TRANSACTION-CODE     PIC X.
               88 ACT-DEBIT                VALUE 'D'.
               88 ACT-CREDIT               VALUE 'C'.
               88 ACT-REVERSAL             VALUE 'R'.
           03 ACT-AMOUNT               PIC 9(7)V99.
           03 ACT-TRANSACTION-DATE.
               05 ACT-TRANS-YEAR       PIC 9(4).
               05 ACT-TRANS-MONTH      PIC 9(2).
               05 ACT-TRANS-DAY        PIC 9(2).
           03 ACT-ITEM-REFERENCE       PIC X(08).
