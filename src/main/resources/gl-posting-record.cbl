      * BATCH HEADER, BALANCED DEBIT/CREDIT DETAIL ROWS SUMMARIZED BY
      * EMP-DEPT AND ACCOUNT CLASS, AND A TRAILER WHOSE HASH TOTAL
      * (ALL DEBITS PLUS ALL CREDITS) TIES TO THE REGISTER'S COMPANY
      * TOTALS SO THE GL LOAD CAN BALANCE MECHANICALLY. EMPLOYEE TAX
      * WITHHOLDING POSTS TO ITS OWN LIABILITY CLASSES (FEDERAL,
      * STATE, FICA) AND COMES OUT OF NET PAY PAYABLE. ONE-TIME
      * EARNINGS (REFERRAL BONUSES) ARE PART OF GROSS PAY BUT DEBIT
      * THEIR OWN EXPENSE CLASS, SO GRS CARRIES REGULAR PAY ONLY.
      * GLP-GL-ACCOUNT IS THE DEPARTMENT MASTER'S EXPENSE ACCOUNT ON
      * GRS/OTE/CEX ROWS AND ITS LIABILITY ACCOUNT ON EVERY OTHER
      * DETAIL ROW.
       01 GL-POSTING-RECORD.
           03 GLP-RECORD-TYPE          PIC X.
               88 GLP-TYPE-HEADER          VALUE 'H'.
               88 GLP-CLASS-NET-PAYABLE    VALUE 'NET'.
               88 GLP-CLASS-CONTRIB-EXP    VALUE 'CEX'.
               88 GLP-CLASS-CONTRIB-LIAB   VALUE 'CLB'.
               88 GLP-CLASS-FED-TAX-LIAB   VALUE 'FIT'.
               88 GLP-CLASS-STATE-TAX-LIAB VALUE 'SIT'.
               88 GLP-CLASS-FICA-LIAB      VALUE 'FCA'.
               88 GLP-CLASS-ONE-TIME-EXP   VALUE 'OTE'.
           03 GLP-DEBIT-AMOUNT         PIC 9(11)V99 COMP-3.
           03 GLP-CREDIT-AMOUNT        PIC 9(11)V99 COMP-3.
           03 GLP-BATCH-DATE           PIC 9(8).
           03 GLP-HASH-TOTAL           PIC 9(13)V99 COMP-3.
           03 GLP-GL-ACCOUNT           PIC X(10).
