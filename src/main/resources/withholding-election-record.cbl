      * PER-EMPLOYEE WITHHOLDING ELECTION (THE W-4 AND STATE FORM ON
      * FILE), KEYED BY EMP-ID. THE STATE CODE NAMES THE STATE
      * JURISDICTION ON THE WITHHOLDING TABLE; BLANK MEANS NO STATE
      * INCOME TAX IS WITHHELD. THE ADDITIONAL AMOUNT IS A FLAT EXTRA
      * FEDERAL WITHHOLDING PER PAY PERIOD. AN EXEMPT EMPLOYEE HAS NO
      * FEDERAL INCOME TAX WITHHELD BUT STILL PAYS FICA.
       01 WITHHOLDING-ELECTION-RECORD.
           03 WHE-EMP-ID               PIC 9(8) COMP.
           03 WHE-FILING-STATUS        PIC X.
               88 WHE-SINGLE               VALUE 'S'.
               88 WHE-MARRIED              VALUE 'M'.
               88 WHE-HEAD-OF-HOUSEHOLD    VALUE 'H'.
           03 WHE-FED-ALLOWANCES       PIC 9(2).
           03 WHE-STATE-CODE           PIC XX.
           03 WHE-STATE-ALLOWANCES     PIC 9(2).
           03 WHE-ADDITIONAL-FED       PIC 9(5)V99.
           03 WHE-FED-EXEMPT-SW        PIC X.
               88 WHE-FED-EXEMPT           VALUE 'Y'.
           03 FILLER                   PIC X(10).
