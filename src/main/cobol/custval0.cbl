001696*                 REPROCESSING JOB AGES STUCK ROWS BY THAT DATE.
001697* 2026-08-22 DS   LOG THE RUN TO THE SHARED RUNLOG FACILITY FOR
001698*                 THE MORNING OPERATIONS REPORT.
001699* 2026-10-15 DS   GOOD CUSTOMER RECORD WIDENED FROM 280 TO 316
001703*                 BYTES FOR THE NEW CUSTOMER-RECORD FIELDS
001707*                 OVERDRAFT-LIMIT, LAST-ACCRUED-PERIOD,
001711*                 HOUSEHOLD-ID, PRODUCT-CODE, ACCOUNT-OPEN-DATE,
001715*                 CUSTOMER-TIN-TYPE AND CUSTOMER-TIN.
001719*----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER. IBM-370.
003900 FD  CUSTGOOD
003950     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100 01  CVL-CUSTGOOD-RECORD        PIC X(316).
004300 FD  CUSTQUAR
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
