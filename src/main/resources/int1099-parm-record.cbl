      * YEAR-END 1099-INT CONTROL RECORD. THE TAX YEAR DEFAULTS TO THE
      * YEAR BEFORE THE RUN DATE AND THE REPORTING THRESHOLD TO 10.00
      * WHEN LEFT BLANK OR ZERO. THE PAYER FIELDS GO ON THE TRANSMITTER
      * AND PAYER RECORDS OF THE IRS FILE AND ON EVERY RECIPIENT COPY;
      * A TEST INDICATOR OF 'T' MARKS THE FILE AS A TEST SUBMISSION.
      * THE TWELVE JOURNAL TOTALS ARE THE INTEREST ACCRUED (A) FIGURES
      * FROM THAT YEAR'S ACRJRNL ACCRUAL JOURNALS, JANUARY THROUGH
      * DECEMBER, ENTERED ZERO FOR A MONTH WITH NO ACCRUAL RUN.
       01 INT1099-PARM-RECORD.
           03 IPM-TAX-YEAR                 PIC 9(4).
           03 IPM-THRESHOLD                PIC 9(5)V99.
           03 IPM-TEST-FILE-IND            PIC X.
               88 IPM-TEST-FILE                VALUE 'T'.
           03 IPM-TRANSMITTER-CONTROL-CODE PIC X(05).
           03 IPM-PAYER-TIN                PIC X(09).
           03 IPM-PAYER-NAME-CONTROL       PIC X(04).
           03 IPM-PAYER-NAME               PIC X(40).
           03 IPM-PAYER-ADDRESS            PIC X(40).
           03 IPM-PAYER-CITY               PIC X(40).
           03 IPM-PAYER-STATE              PIC X(02).
           03 IPM-PAYER-ZIP                PIC X(09).
           03 IPM-PAYER-PHONE              PIC X(15).
           03 IPM-CONTACT-NAME             PIC X(40).
           03 IPM-CONTACT-EMAIL            PIC X(50).
           03 IPM-JOURNAL-INTEREST         PIC 9(11)V99
                                            OCCURS 12 TIMES.
           03 FILLER                       PIC X(10).
