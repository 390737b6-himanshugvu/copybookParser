      * PAID-TIME-OFF TRANSACTION. TAKEN (T) REMOVES HOURS USED AND
      * MAY NOT EXCEED THE BALANCE. ADJUSTMENT (A) ADDS (+) OR REMOVES
      * (-) HOURS FOR A CORRECTION AND MAY NOT LEAVE THE BALANCE BELOW
      * ZERO; THE REASON IS REQUIRED ON AN ADJUSTMENT.
       01 LEAVE-TRANSACTION-RECORD.
           03 LVT-FUNCTION-CODE        PIC X.
               88 LVT-TAKEN                VALUE 'T'.
               88 LVT-ADJUSTMENT           VALUE 'A'.
           03 LVT-EMP-ID               PIC 9(8).
           03 LVT-LEAVE-TYPE           PIC X.
               88 LVT-VACATION             VALUE 'V'.
               88 LVT-SICK                 VALUE 'S'.
           03 LVT-EFFECTIVE-DATE.
               05 LVT-EFF-YEAR         PIC 9(4).
               05 LVT-EFF-MONTH        PIC 9(2).
               05 LVT-EFF-DAY          PIC 9(2).
           03 LVT-HOURS                PIC 9(4)V99.
           03 LVT-ADJUSTMENT-SIGN      PIC X.
               88 LVT-ADD-HOURS            VALUE '+'.
               88 LVT-REMOVE-HOURS         VALUE '-'.
           03 LVT-REASON               PIC X(30).
           03 FILLER                   PIC X(07).
