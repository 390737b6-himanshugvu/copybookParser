      * WITHHOLDING TABLE ROW - ONE TAX BRACKET FOR ONE JURISDICTION
      * AND FILING STATUS. THE JURISDICTION IS 'FED ' FOR FEDERAL
      * INCOME TAX, 'FICA' FOR SOCIAL SECURITY AND MEDICARE, OR A
      * TWO-LETTER STATE CODE. A BLANK FILING STATUS APPLIES TO EVERY
      * STATUS (FICA IS NORMALLY CARRIED THAT WAY). AMOUNTS ARE ANNUAL:
      * THE REGISTER ANNUALIZES THE PERIOD GROSS, TAKES THE ROW WITH
      * THE HIGHEST FLOOR AT OR BELOW THE TAXABLE WAGE, AND DIVIDES THE
      * ANNUAL TAX (BASE TAX PLUS RATE ON THE EXCESS OVER THE FLOOR)
      * BACK DOWN TO THE PERIOD. THE ALLOWANCE AMOUNT IS THE ANNUAL
      * VALUE OF ONE ELECTED ALLOWANCE AND SHOULD BE THE SAME ON EVERY
      * ROW OF A JURISDICTION (ZERO FOR FICA).
       01 WITHHOLDING-TABLE-RECORD.
           03 WHT-JURISDICTION         PIC X(4).
               88 WHT-FEDERAL              VALUE 'FED '.
               88 WHT-FICA                 VALUE 'FICA'.
           03 WHT-FILING-STATUS        PIC X.
               88 WHT-ANY-STATUS           VALUE SPACE.
           03 WHT-BRACKET-FLOOR        PIC 9(7)V99.
           03 WHT-BASE-TAX             PIC 9(7)V99.
           03 WHT-RATE-PERCENT         PIC 9(2)V9(4).
           03 WHT-ALLOWANCE-AMOUNT     PIC 9(5)V99.
           03 FILLER                   PIC X(10).
