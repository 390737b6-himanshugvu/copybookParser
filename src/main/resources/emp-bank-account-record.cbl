      * EMPLOYEE DIRECT-DEPOSIT ACCOUNTS, KEYED BY EMP-ID. NET PAY GOES
      * TO THE PRIMARY ACCOUNT UNLESS A SPLIT IS ON FILE, IN WHICH CASE
      * THE SPLIT PORTION (A FLAT AMOUNT PER PERIOD, OR A PERCENT OF
      * NET WITH TWO DECIMALS) GOES TO THE SECONDARY ACCOUNT AND THE
      * REMAINDER TO THE PRIMARY. ACCOUNT TYPE IS C (CHECKING) OR
      * S (SAVINGS).
       01 EMP-BANK-ACCOUNT-RECORD.
           03 EBA-EMP-ID               PIC 9(8) COMP.
           03 EBA-PRIMARY-ACCOUNT.
               05 EBA-PRI-ROUTING      PIC 9(9).
               05 EBA-PRI-ACCOUNT-NBR  PIC X(17).
               05 EBA-PRI-ACCOUNT-TYPE PIC X.
                   88 EBA-PRI-CHECKING     VALUE 'C'.
                   88 EBA-PRI-SAVINGS      VALUE 'S'.
           03 EBA-SPLIT-CODE           PIC X.
               88 EBA-NO-SPLIT             VALUE SPACE.
               88 EBA-SPLIT-AMOUNT         VALUE 'A'.
               88 EBA-SPLIT-PERCENT        VALUE 'P'.
           03 EBA-SPLIT-VALUE          PIC 9(5)V99.
           03 EBA-SECONDARY-ACCOUNT.
               05 EBA-SEC-ROUTING      PIC 9(9).
               05 EBA-SEC-ACCOUNT-NBR  PIC X(17).
               05 EBA-SEC-ACCOUNT-TYPE PIC X.
                   88 EBA-SEC-CHECKING     VALUE 'C'.
                   88 EBA-SEC-SAVINGS      VALUE 'S'.
           03 FILLER                   PIC X(10).
