           03 CTR-PHONE-TYPE           PIC X.
           03 CTR-PHONE-NUMBER         PIC X(10).
           03 CTR-PHONE-EXTENSION      PIC X(5).
           03 CTR-OVERDRAFT-LIMIT      PIC X(07).
           03 CTR-OVERDRAFT-LIMIT-N    REDEFINES CTR-OVERDRAFT-LIMIT
                                        PIC 9(5)V99.
           03 CTR-PRODUCT-CODE         PIC X(02).
           03 CTR-TIN-TYPE             PIC X.
           03 CTR-TIN                  PIC X(09).
           03 FILLER                   PIC X(02).
