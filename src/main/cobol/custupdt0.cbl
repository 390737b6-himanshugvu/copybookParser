002200*                 EACH TRANSACTION IS REPORTED AS APPLIED OR
002300*                 REJECTED (WITH THE REASON) THE WAY THE EMPLOYEE
002400*                 MAINTENANCE REPORT WORKS TODAY.
002420* 2026-10-15 DS   MAINTAIN OVERDRAFT-LIMIT ON ADD AND CHANGE.
002440*                 A BLANK LIMIT IS ZERO ON AN ADD AND NO CHANGE ON
002460*                 A CHANGE; ANYTHING ELSE MUST BE NUMERIC. MASTER
002480*                 RECORD AREAS WIDENED FOR THE LONGER RECORD.
002486* 2026-10-15 DS   A NEW CUSTOMER STARTS WITH NO ACCRUAL PERIOD
002492*                 (LAST-ACCRUED-PERIOD ZERO). AREAS WIDENED.
002494* 2026-10-15 DS   A NEW CUSTOMER STARTS WITH NO HOUSEHOLD (ZERO)
002496*                 UNTIL CUSTDUP0 ASSIGNS ONE. AREAS WIDENED.
002497* 2026-10-15 DS   MAINTAIN PRODUCT-CODE ON ADD AND CHANGE; A CODE
002498*                 MUST BE ON THE RATESCHD RATE SCHEDULE, AND BLANK
002499*                 MEANS NONE OR NO CHANGE. AREAS WIDENED.
002500* 2026-10-15 DS   A NEW CUSTOMER'S ACCOUNT-OPEN-DATE IS THE ADD'S
002501*                 EFFECTIVE DATE. AREAS WIDENED.
002502* 2026-10-15 DS   MAINTAIN THE CUSTOMER'S TAXPAYER ID (CTR-TIN AND
002503*                 CTR-TIN-TYPE, 1 = EIN, 2 = SSN) ON ADD AND
002504*                 CHANGE FOR THE 1099-INT FILING. BOTH BLANK MEANS
002505*                 NONE OR NO CHANGE; OTHERWISE THE TIN MUST BE
002506*                 NINE DIGITS, NOT ALL ZERO, WITH A TYPE OF 1 OR
002507*                 2. AREAS WIDENED.
002508*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
004100     SELECT CMNTRPT ASSIGN TO CMNTRPT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CUP-CMNTRPT-STATUS.
004325     SELECT RATESCHD ASSIGN TO RATESCHD
004350         ORGANIZATION IS SEQUENTIAL
004375         FILE STATUS IS CUP-RATESCHD-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CUSTMSTR
005400 FD  CUSTMSTN
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  CUP-NEWMSTR-RECORD         PIC X(316).
005800 FD  CMNTRPT
005900     LABEL RECORDS ARE OMITTED.
006000 01  CUP-REPORT-LINE            PIC X(80).
006020 FD  RATESCHD
006040     RECORDING MODE IS F
006060     LABEL RECORDS ARE STANDARD.
006080     COPY "src/main/resources/rate-schedule-record.cbl".
006100 WORKING-STORAGE SECTION.
006200*----------------------------------------------------------------
006300* FILE STATUS AND SWITCHES
007000     88  CUP-CUSTMSTN-OK            VALUE '00'.
007100 77  CUP-CMNTRPT-STATUS         PIC XX.
007200     88  CUP-CMNTRPT-OK             VALUE '00'.
007220 77  CUP-RATESCHD-STATUS        PIC XX.
007240     88  CUP-RATESCHD-OK            VALUE '00'.
007260 77  CUP-END-OF-RATESCHD-SW     PIC X       VALUE 'N'.
007280     88  CUP-END-OF-RATESCHD        VALUE 'Y'.
007300*----------------------------------------------------------------
007400* MATCH-MERGE CONTROL KEYS - SET TO THE EOF SENTINEL WHEN THE
007500* FILE BEHIND THEM RUNS OUT SO THE BALANCE LOOP DRAINS WHATEVER
009400* (THE ONLY PLACE THE RECORD LAYOUT LIVES), SO THE PENDING OLD-
009500* MASTER ROW IS PARKED HERE AND RESTORED AFTER THE ADD IS WRITTEN
009600*----------------------------------------------------------------
009700 77  CUP-MASTER-HOLD            PIC X(316).
009800*----------------------------------------------------------------
009900* KEY OF THE LAST ADD WRITTEN THIS RUN - A SECOND TRANSACTION
010000* CARRYING THE SAME KEY IS STILL UNMATCHED AGAINST THE OLD
012100 77  CUP-PHONE-FOUND-SW         PIC X.
012200     88  CUP-PHONE-FOUND            VALUE 'Y'.
012300 77  CUP-PHONE-NUMBER-WORK      PIC 9(10).
012306*----------------------------------------------------------------
012312* PRODUCT CODE TABLE - ONE ENTRY PER PRODUCT ON THE RATE SCHEDULE
012318* (A PRODUCT HAS ONE ROW PER BALANCE BAND, SO REPEATS ARE
012324* DROPPED). A RUN WITHOUT THE SCHEDULE STILL APPLIES EVERYTHING
012330* ELSE BUT REJECTS ANY TRANSACTION THAT CARRIES A PRODUCT CODE
012336*----------------------------------------------------------------
012342 77  CUP-MAX-PRODUCTS           PIC 9(3)    COMP  VALUE 50.
012348 77  CUP-PRODUCT-COUNT          PIC 9(3)    COMP  VALUE ZERO.
012354 77  CUP-PRODUCT-IDX            PIC 9(3)    COMP.
012360 01  CUP-PRODUCT-TABLE.
012366     03  CUP-PRODUCT-ENTRY      OCCURS 50 TIMES.
012372         05  CUP-PRD-CODE       PIC X(02).
012378 77  CUP-PRODUCT-FOUND-SW       PIC X.
012384     88  CUP-PRODUCT-FOUND          VALUE 'Y'.
012390 77  CUP-PRODUCT-CODE-WORK      PIC X(02).
012400*----------------------------------------------------------------
012500* SUBPROGRAM LINKAGE WORK AREAS
012600*----------------------------------------------------------------
015500             CUP-CUSTTRAN-STATUS
015600         GO TO 9999-EXIT
015700     END-IF.
015750     PERFORM 1100-LOAD-PRODUCT-CODES THRU 1100-EXIT.
015800     OPEN OUTPUT CUSTMSTN.
015900     OPEN OUTPUT CMNTRPT.
016000     MOVE SPACES TO CUP-REPORT-LINE.
016500     PERFORM 7100-READ-TRAN THRU 7100-EXIT.
016600 1000-EXIT.
016700     EXIT.
016702*----------------------------------------------------------------
016704* 1100-LOAD-PRODUCT-CODES - PULL THE PRODUCT CODES OFF THE RATE
016706* SCHEDULE; A MISSING FILE IS REPORTED AND LEAVES THE TABLE EMPTY,
016708* WHICH REJECTS EVERY TRANSACTION CARRYING A PRODUCT CODE
016710*----------------------------------------------------------------
016712 1100-LOAD-PRODUCT-CODES.
016714     OPEN INPUT RATESCHD.
016716     IF NOT CUP-RATESCHD-OK
016718         DISPLAY 'CUSTUPDT0 - NO RATE SCHEDULE FILE - PRODUCT '
016720             'CODES WILL REJECT'
016722         SET CUP-END-OF-RATESCHD TO TRUE
016724         GO TO 1100-EXIT
016726     END-IF.
016728     PERFORM 1110-LOAD-ONE-PRODUCT THRU 1110-EXIT
016730         UNTIL CUP-END-OF-RATESCHD.
016732     CLOSE RATESCHD.
016734 1100-EXIT.
016736     EXIT.
016738*----------------------------------------------------------------
016740* 1110-LOAD-ONE-PRODUCT - A CODE ALREADY IN THE TABLE IS ANOTHER
016742* BAND OF THE SAME PRODUCT
016744*----------------------------------------------------------------
016746 1110-LOAD-ONE-PRODUCT.
016748     READ RATESCHD
016750         AT END
016752             SET CUP-END-OF-RATESCHD TO TRUE
016754             GO TO 1110-EXIT
016756     END-READ.
016758     IF RSC-PRODUCT-CODE = SPACES
016760         GO TO 1110-EXIT
016762     END-IF.
016764     MOVE RSC-PRODUCT-CODE TO CUP-PRODUCT-CODE-WORK.
016766     PERFORM 4600-FIND-PRODUCT THRU 4600-EXIT.
016768     IF CUP-PRODUCT-FOUND
016770         GO TO 1110-EXIT
016772     END-IF.
016774     IF CUP-PRODUCT-COUNT < CUP-MAX-PRODUCTS
016776         ADD 1 TO CUP-PRODUCT-COUNT
016778         MOVE RSC-PRODUCT-CODE
016780             TO CUP-PRD-CODE (CUP-PRODUCT-COUNT)
016782     ELSE
016784         DISPLAY 'CUSTUPDT0 - PRODUCT TABLE FULL - PRODUCT '
016786             RSC-PRODUCT-CODE ' IGNORED'
016788     END-IF.
016790 1110-EXIT.
016792     EXIT.
016800*----------------------------------------------------------------
016900* 2000-BALANCE-ONE-KEY - CLASSIC BALANCED-LINE STEP. A TRANSACTION
017000* KEY BELOW THE MASTER KEY IS AN UNMATCHED TRANSACTION (ONLY AN
023060         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
023070         GO TO 3000-EXIT
023080     END-IF.
023082     IF CTR-OVERDRAFT-LIMIT NOT = SPACES
023084             AND CTR-OVERDRAFT-LIMIT-N NOT NUMERIC
023086         MOVE 'NON-NUMERIC OVERDRAFT LIMIT' TO CUP-REJECT-REASON
023088         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
023090         GO TO 3000-EXIT
023092     END-IF.
023093     PERFORM 4650-CHECK-PRODUCT-CODE THRU 4650-EXIT.
023094     IF CUP-REJECT-REASON NOT = SPACES
023095         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
023096         GO TO 3000-EXIT
023097     END-IF.
023098     PERFORM 4660-CHECK-TIN THRU 4660-EXIT.
023099     IF CUP-REJECT-REASON NOT = SPACES
023100         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
023101         GO TO 3000-EXIT
023102     END-IF.
023103     PERFORM 3100-BUILD-AND-WRITE-ADD THRU 3100-EXIT.
023200     MOVE CUP-TRAN-KEY TO CUP-LAST-ADD-KEY.
023300     PERFORM 5000-WRITE-APPLIED THRU 5000-EXIT.
023400 3000-EXIT.
023600*----------------------------------------------------------------
023700* 3100-BUILD-AND-WRITE-ADD - PARK THE PENDING MASTER ROW, BUILD
023800* THE NEW CUSTOMER IN THE FD BUFFER (ZERO BALANCE, ACTIVE STATUS,
023900* THE EFFECTIVE DATE AS THE OPEN AND FIRST ACTIVITY DATE), WRITE,
024000* AND RESTORE THE PARKED ROW
024100*----------------------------------------------------------------
024200 3100-BUILD-AND-WRITE-ADD.
024300     MOVE CUSTOMER-RECORD TO CUP-MASTER-HOLD.
026400     MOVE ZERO TO ACCOUNT-BALANCE.
026500     MOVE 'A' TO ACCOUNT-STATUS.
026600     MOVE ZERO TO CUST-REFERRED-BY-EMP-ID.
026608     MOVE ZERO TO LAST-ACCRUED-PERIOD.
026612     MOVE ZERO TO HOUSEHOLD-ID.
026614     MOVE CTR-PRODUCT-CODE TO PRODUCT-CODE.
026616     IF CTR-OVERDRAFT-LIMIT-N NUMERIC
026632         MOVE CTR-OVERDRAFT-LIMIT-N TO OVERDRAFT-LIMIT
026648     ELSE
026664         MOVE ZERO TO OVERDRAFT-LIMIT
026680     END-IF.
026682     IF CTR-TIN = SPACES
026684         MOVE SPACE TO CUSTOMER-TIN-TYPE
026686         MOVE ZERO TO CUSTOMER-TIN
026688     ELSE
026690         MOVE CTR-TIN-TYPE TO CUSTOMER-TIN-TYPE
026692         MOVE CTR-TIN TO CUSTOMER-TIN
026694     END-IF.
026700     MOVE CTR-EFFECTIVE-DATE TO LAST-TRANSACTION-DATE.
026750     MOVE CTR-EFFECTIVE-DATE TO ACCOUNT-OPEN-DATE.
026800     IF CTR-PHONE-ADD
026900         PERFORM 4300-ADD-ONE-PHONE THRU 4300-EXIT
027000     END-IF.
031100         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
031200         GO TO 4100-EXIT
031300     END-IF.
031314     IF CTR-OVERDRAFT-LIMIT NOT = SPACES
031328             AND CTR-OVERDRAFT-LIMIT-N NOT NUMERIC
031342         MOVE 'NON-NUMERIC OVERDRAFT LIMIT' TO CUP-REJECT-REASON
031356         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
031370         GO TO 4100-EXIT
031384     END-IF.
031386     PERFORM 4650-CHECK-PRODUCT-CODE THRU 4650-EXIT.
031388     IF CUP-REJECT-REASON NOT = SPACES
031390         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
031392         GO TO 4100-EXIT
031394     END-IF.
031395     PERFORM 4660-CHECK-TIN THRU 4660-EXIT.
031396     IF CUP-REJECT-REASON NOT = SPACES
031397         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
031398         GO TO 4100-EXIT
031399     END-IF.
031400     IF NOT CTR-NO-PHONE-ACTION
031500         PERFORM 4400-CHECK-PHONE-ACTION THRU 4400-EXIT
031600         IF CUP-REJECT-REASON NOT = SPACES
034500     IF CTR-EMAIL-ADDRESS NOT = SPACES
034600         MOVE CTR-EMAIL-ADDRESS TO EMAIL-ADDRESS
034700     END-IF.
034725     IF CTR-OVERDRAFT-LIMIT NOT = SPACES
034750         MOVE CTR-OVERDRAFT-LIMIT-N TO OVERDRAFT-LIMIT
034775     END-IF.
034781     IF CTR-PRODUCT-CODE NOT = SPACES
034787         MOVE CTR-PRODUCT-CODE TO PRODUCT-CODE
034793     END-IF.
034794     IF CTR-TIN NOT = SPACES
034795         MOVE CTR-TIN-TYPE TO CUSTOMER-TIN-TYPE
034796         MOVE CTR-TIN TO CUSTOMER-TIN
034797     END-IF.
034800     EVALUATE TRUE
034900         WHEN CTR-PHONE-ADD
035000             PERFORM 4300-ADD-ONE-PHONE THRU 4300-EXIT
048700         CTR-EFF-DAY CUP-DATE-RETURN-CODE.
048800 4500-EXIT.
048900     EXIT.
048902*----------------------------------------------------------------
048904* 4600-FIND-PRODUCT - LINEAR SEARCH OF THE PRODUCT CODE TABLE FOR
048906* CUP-PRODUCT-CODE-WORK
048908*----------------------------------------------------------------
048910 4600-FIND-PRODUCT.
048912     MOVE 'N' TO CUP-PRODUCT-FOUND-SW.
048914     MOVE 1 TO CUP-PRODUCT-IDX.
048916 4610-CHECK-PRODUCT-ENTRY.
048918     IF CUP-PRODUCT-IDX > CUP-PRODUCT-COUNT
048920         GO TO 4600-EXIT
048922     END-IF.
048924     IF CUP-PRD-CODE (CUP-PRODUCT-IDX) = CUP-PRODUCT-CODE-WORK
048926         SET CUP-PRODUCT-FOUND TO TRUE
048928         GO TO 4600-EXIT
048930     END-IF.
048932     ADD 1 TO CUP-PRODUCT-IDX.
048934     GO TO 4610-CHECK-PRODUCT-ENTRY.
048936 4600-EXIT.
048938     EXIT.
048940*----------------------------------------------------------------
048942* 4650-CHECK-PRODUCT-CODE - A NON-BLANK CODE MUST BE ON THE
048944* RATE SCHEDULE. LEAVES CUP-REJECT-REASON BLANK WHEN IT IS LEGAL
048946*----------------------------------------------------------------
048948 4650-CHECK-PRODUCT-CODE.
048950     MOVE SPACES TO CUP-REJECT-REASON.
048952     IF CTR-PRODUCT-CODE = SPACES
048954         GO TO 4650-EXIT
048956     END-IF.
048958     MOVE CTR-PRODUCT-CODE TO CUP-PRODUCT-CODE-WORK.
048960     PERFORM 4600-FIND-PRODUCT THRU 4600-EXIT.
048962     IF NOT CUP-PRODUCT-FOUND
048964         MOVE 'PRODUCT CODE NOT ON SCHEDULE' TO CUP-REJECT-REASON
048966     END-IF.
048968 4650-EXIT.
048970     EXIT.
048971*----------------------------------------------------------------
048972* 4660-CHECK-TIN - A TAXPAYER ID, WHEN GIVEN, IS NINE DIGITS AND
048973* NOT ALL ZERO, WITH A TYPE OF 1 (EIN) OR 2 (SSN); A TYPE WITH NO
048974* TIN IS AN ERROR. LEAVES CUP-REJECT-REASON BLANK WHEN IT IS LEGAL
048975*----------------------------------------------------------------
048976 4660-CHECK-TIN.
048977     MOVE SPACES TO CUP-REJECT-REASON.
048978     IF CTR-TIN = SPACES
048979         IF CTR-TIN-TYPE NOT = SPACE
048980             MOVE 'TIN TYPE WITHOUT TIN' TO CUP-REJECT-REASON
048981         END-IF
048982         GO TO 4660-EXIT
048983     END-IF.
048984     IF CTR-TIN NOT NUMERIC OR CTR-TIN = ZEROS
048985         MOVE 'INVALID TAXPAYER ID' TO CUP-REJECT-REASON
048986         GO TO 4660-EXIT
048987     END-IF.
048988     IF CTR-TIN-TYPE NOT = '1' AND CTR-TIN-TYPE NOT = '2'
048989         MOVE 'INVALID TIN TYPE' TO CUP-REJECT-REASON
048990     END-IF.
048991 4660-EXIT.
048992     EXIT.
049000*----------------------------------------------------------------
049100* 5000-WRITE-APPLIED - ONE REPORT LINE PER APPLIED TRANSACTION
049200*----------------------------------------------------------------
