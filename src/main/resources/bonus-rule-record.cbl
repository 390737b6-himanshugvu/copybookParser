      * REFERRAL BONUS RULES FOR PAYBON0 - ONE CONTROL RECORD. A
      * REFERRED CUSTOMER QUALIFIES WHEN ITS ACCOUNT-STATUS IS ONE OF
      * BRL-ACCOUNT-STATUS, ITS ACCOUNT-BALANCE IS AT LEAST
      * BRL-MIN-BALANCE, AND ITS ACCOUNT-OPEN-DATE IS AT LEAST
      * BRL-MIN-ACCOUNT-AGE-DAYS BEFORE THE RUN DATE. THE REFERRING
      * EMPLOYEE IS PAID BRL-BONUS-AMOUNT ONLY WHEN EMP-STATUS IS ONE
      * OF BRL-EMPLOYEE-STATUS; A TERMINATED EMPLOYEE IS NEVER PAID.
      * UNUSED STATUS SLOTS ARE LEFT BLANK; ALL SLOTS BLANK MEANS
      * ACTIVE ('A') ONLY.
       01 BONUS-RULE-RECORD.
           03 BRL-BONUS-AMOUNT             PIC 9(5)V99.
           03 BRL-MIN-BALANCE              PIC 9(7)V99.
           03 BRL-MIN-ACCOUNT-AGE-DAYS     PIC 9(5).
           03 BRL-ACCOUNT-STATUS           PIC X OCCURS 4 TIMES.
           03 BRL-EMPLOYEE-STATUS          PIC X OCCURS 3 TIMES.
           03 FILLER                       PIC X(10).
