002000*                 ROUND TRIP. THE REPORT ENDS WITH AN AGING
002100*                 SUMMARY BY CQR-REASON-CODE INCLUDING HOW MANY
002200*                 ROWS HAVE BEEN STUCK MORE THAN A WEEK.
002250* 2026-10-15 DS   GOOD CUSTOMER RECORD WIDENED FROM 280 TO 316
002260*                 BYTES FOR THE NEW CUSTOMER-RECORD FIELDS
002270*                 OVERDRAFT-LIMIT, LAST-ACCRUED-PERIOD,
002280*                 HOUSEHOLD-ID, PRODUCT-CODE, ACCOUNT-OPEN-DATE,
002290*                 CUSTOMER-TIN-TYPE AND CUSTOMER-TIN.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005500 FD  CUSTGOOD
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  RPR-CUSTGOOD-RECORD        PIC X(316).
005900 FD  CUSTQNEW
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
