      * RETURNED-ITEM (NSF) ROW - ONE PER DEBIT CUSTPOST0 RETURNED
      * UNPOSTED BECAUSE IT WOULD HAVE TAKEN THE ACCOUNT PAST ITS
      * OVERDRAFT LIMIT, WITH THE RETURNED-ITEM FEE CHARGED FOR IT.
       01 NSF-RETURN-RECORD.
           03 NSR-CUSTOMER-ID          PIC 9(6).
           03 NSR-CUSTOMER-NAME        PIC X(45).
           03 NSR-ITEM-REFERENCE       PIC X(08).
           03 NSR-TRANSACTION-DATE     PIC 9(8).
           03 NSR-ITEM-AMOUNT          PIC 9(7)V99 COMP-3.
           03 NSR-BALANCE-BEFORE       PIC S9(7)V99 COMP-3.
           03 NSR-OVERDRAFT-LIMIT      PIC 9(5)V99 COMP-3.
           03 NSR-FEE-AMOUNT           PIC 9(3)V99 COMP-3.
           03 FILLER                   PIC X(10).
