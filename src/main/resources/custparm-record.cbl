      * DEPOSIT-SIDE CONTROL RECORD. THE ANNUAL INTEREST RATE IS A
      * PERCENTAGE (025000 MEANS 2.5000 PERCENT PER YEAR, ACCRUED
      * MONTHLY); THE DORMANT FEE IS THE FLAT MONTHLY CARRYING CHARGE
      * ASSESSED ON DORMANT ACCOUNTS; THE NSF FEE IS THE RETURNED-ITEM
      * CHARGE CUSTPOST0 ASSESSES ON A DEBIT IT RETURNS. THE ACCRUAL
      * PERIOD (YYYYMM) NAMES THE MONTH CUSTACR0 IS ACCRUING; LEFT BLANK
      * IT DEFAULTS TO THE MONTH OF THE RUN DATE. THE MATCH THRESHOLD
      * IS THE SCORE AT WHICH CUSTDUP0 REPORTS TWO CUSTOMERS AS A
      * LIKELY DUPLICATE; LEFT BLANK OR ZERO IT DEFAULTS TO 70.
       01 CUSTPARM-RECORD.
           03 CPM-DORMANCY-THRESHOLD-DAYS  PIC 9(5).
           03 CPM-NOTICE-THRESHOLD-DAYS    PIC 9(5).
           03 CPM-ESCHEAT-THRESHOLD-DAYS   PIC 9(5).
           03 CPM-ANNUAL-INTEREST-RATE     PIC 9(2)V9(4).
           03 CPM-DORMANT-FEE-AMOUNT       PIC 9(3)V99.
           03 CPM-NSF-FEE-AMOUNT           PIC 9(3)V99.
           03 CPM-ACCRUAL-PERIOD.
               05 CPM-ACCRUAL-YEAR         PIC 9(4).
               05 CPM-ACCRUAL-MONTH        PIC 9(2).
           03 CPM-MATCH-THRESHOLD          PIC 9(3).
