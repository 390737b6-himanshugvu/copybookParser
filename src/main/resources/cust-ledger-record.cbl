      * PERMANENT CUSTOMER LEDGER HISTORY - ONE ROW PER MOVEMENT ON
      * ACCOUNT-BALANCE, KEYED BY CUSTOMER-ID, POSTING DATE, AND A
      * SEQUENCE WITHIN THE DAY. CLG-AMOUNT IS SIGNED BY ITS EFFECT ON
      * THE BALANCE (DEBITS AND FEES NEGATIVE) AND CLG-RUNNING-BALANCE
      * IS ACCOUNT-BALANCE IMMEDIATELY AFTER THE MOVEMENT. A REVERSAL
      * ROW CARRIES THE CLG-REFERENCE OF THE POSTING IT BACKED OUT.
      * THE POSTING DATE IS THE RUN DATE OF THE JOB THAT WROTE THE ROW,
      * SO ROWS STAY IN THE ORDER THE RUNNING BALANCE WAS BUILT;
      * CLG-ACTIVITY-DATE IS THE DATE THE CUSTOMER'S ITEM CARRIED.
       01 CUST-LEDGER-RECORD.
           03 CLG-KEY.
               05 CLG-CUSTOMER-ID          PIC 9(6).
               05 CLG-POSTING-DATE.
                   07 CLG-POST-YEAR        PIC 9(4).
                   07 CLG-POST-MONTH       PIC 9(2).
                   07 CLG-POST-DAY         PIC 9(2).
               05 CLG-SEQUENCE             PIC 9(5).
           03 CLG-MOVEMENT-TYPE            PIC X.
               88 CLG-DEBIT                    VALUE 'D'.
               88 CLG-CREDIT                   VALUE 'C'.
               88 CLG-INTEREST                 VALUE 'I'.
               88 CLG-FEE                      VALUE 'F'.
               88 CLG-NSF-FEE                  VALUE 'N'.
               88 CLG-REVERSAL                 VALUE 'R'.
           03 CLG-AMOUNT                   PIC S9(7)V99 COMP-3.
           03 CLG-RUNNING-BALANCE          PIC S9(7)V99 COMP-3.
           03 CLG-SOURCE-JOB               PIC X(08).
           03 CLG-REFERENCE                PIC X(08).
           03 CLG-ACTIVITY-DATE            PIC 9(8).
           03 FILLER                       PIC X(04).
