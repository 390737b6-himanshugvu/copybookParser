      * DEPOSIT RATE SCHEDULE ROW - ONE BALANCE BAND OF ONE PRODUCT.
      * CUSTACR0 GIVES AN ACTIVE ACCOUNT THE RATE OF THE BAND WITH THE
      * HIGHEST FLOOR AT OR BELOW ITS BALANCE, APPLIED TO THE WHOLE
      * BALANCE (ONE TWELFTH OF THE ANNUAL PERCENTAGE PER CYCLE); A
      * BALANCE BELOW THE PRODUCT'S LOWEST FLOOR EARNS NOTHING. ROWS
      * MAY ARRIVE IN ANY ORDER. THE DORMANT FEE IS THE PRODUCT'S FLAT
      * MONTHLY CHARGE AND MUST BE THE SAME ON EVERY ROW OF A PRODUCT.
      * CUSTUPDT0 ACCEPTS ONLY PRODUCT CODES THAT HAVE A ROW HERE; AN
      * ACCOUNT WITH A BLANK PRODUCT CODE STAYS ON THE CUSTPARM RATE
      * AND FEE.
       01 RATE-SCHEDULE-RECORD.
           03 RSC-PRODUCT-CODE         PIC X(02).
           03 RSC-BAND-FLOOR           PIC 9(7)V99.
           03 RSC-ANNUAL-RATE          PIC 9(2)V9(4).
           03 RSC-DORMANT-FEE          PIC 9(3)V99.
           03 FILLER                   PIC X(10).
