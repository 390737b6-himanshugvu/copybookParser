002200*                 TOTALS BY ACCOUNT-STATUS SO THE GENERAL LEDGER
002300*                 ENTRY CAN BE TIED OUT. THE RUN IS LOGGED TO THE
002400*                 SHARED RUNLOG FACILITY.
002416* 2026-10-15 DS   EACH INTEREST CREDIT AND DORMANT FEE IS ALSO
002432*                 LOGGED TO THE PERMANENT CUSTOMER LEDGER THROUGH
002448*                 CUSTLDG0, DATED THE RUN DATE, WITH THE RUNNING
002464*                 BALANCE IT LEFT, FOR THE MONTH-END STATEMENT RUN
002480*                 (CUSTSTM0). A FAILED LEDGER WRITE FAILS THE RUN.
002482* 2026-10-15 DS   RERUN PROTECTION. EACH ACCOUNT CHARGED OR
002484*                 CREDITED IS STAMPED WITH THE ACCRUAL PERIOD
002486*                 (CPM-ACCRUAL-PERIOD, DEFAULT THE RUN MONTH) IN
002488*                 THE SAME REWRITE, SO A RERUN AFTER AN ABEND
002490*                 SKIPS ACCOUNTS ALREADY DONE AND FINISHES THE
002492*                 REST. THE JOURNAL COUNTS SKIPPED AND PROCESSED
002494*                 ACCOUNTS. A RUN FOR A PERIOD EARLIER THAN ONE
002496*                 ALREADY ON THE MASTER IS REFUSED OUTRIGHT.
002497* 2026-10-15 DS   PRODUCT RATE SCHEDULE. AN ACCOUNT WITH A
002498*                 PRODUCT-CODE ACCRUES AT THE RATE OF THE RATESCHD
002499*                 BAND WITH THE HIGHEST FLOOR AT OR BELOW ITS
002500*                 BALANCE AND, WHEN DORMANT, PAYS THAT PRODUCT'S
002501*                 FEE; AN ACCOUNT WITH NO PRODUCT STAYS ON THE
002502*                 CUSTPARM RATE AND FEE. A BAD SCHEDULE FAILS THE
002503*                 RUN BEFORE ANY BALANCE IS TOUCHED; AN ACCOUNT
002504*                 WHOSE PRODUCT IS NOT ON THE SCHEDULE IS LISTED
002505*                 AND LEFT ALONE (RETURN CODE 4). THE JOURNAL
002506*                 ECHOES THE SCHEDULE AND TOTALS BY PRODUCT AS
002507*                 WELL AS BY ACCOUNT-STATUS.
002508* 2026-10-15 DS   THE LEDGER ROW IS NOW WRITTEN BEFORE THE
002509*                 ACCOUNT IS REWRITTEN AND STAMPED; A FAILED
002510*                 LEDGER WRITE LEAVES THE ACCOUNT UNTOUCHED FOR
002511*                 THE RERUN. LEDGER ROWS STAY DATED THE RUN DATE
002512*                 SO CUSTLDG0'S RUNNING BALANCE CHAIN HOLDS; THE
002513*                 ACCRUAL PERIOD (YYYYMM) RIDES IN THE REFERENCE.
002514*                 AN ACCRUAL HAS NO ITEM DATE OF ITS OWN, SO THE
002515*                 ROW'S ACTIVITY DATE IS THE RUN DATE AS WELL.
002516*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
003800     SELECT ACRJRNL ASSIGN TO ACRJRNL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS ACR-ACRJRNL-STATUS.
004025     SELECT RATESCHD ASSIGN TO RATESCHD
004050         ORGANIZATION IS SEQUENTIAL
004075         FILE STATUS IS ACR-RATESCHD-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CUSTMSTR
005100 FD  ACRJRNL
005200     LABEL RECORDS ARE OMITTED.
005300 01  ACR-JOURNAL-LINE           PIC X(80).
005320 FD  RATESCHD
005340     RECORDING MODE IS F
005360     LABEL RECORDS ARE STANDARD.
005380     COPY "src/main/resources/rate-schedule-record.cbl".
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600* FILE STATUS AND SWITCHES
006300     88  ACR-ACRJRNL-OK             VALUE '00'.
006400 77  ACR-END-OF-CUSTMSTR-SW     PIC X       VALUE 'N'.
006500     88  ACR-END-OF-CUSTMSTR        VALUE 'Y'.
006501 77  ACR-RATESCHD-STATUS        PIC XX.
006502     88  ACR-RATESCHD-OK            VALUE '00'.
006503 77  ACR-END-OF-RATESCHD-SW     PIC X       VALUE 'N'.
006504     88  ACR-END-OF-RATESCHD        VALUE 'Y'.
006505 77  ACR-SCHEDULE-ERROR-SW      PIC X       VALUE 'N'.
006506     88  ACR-SCHEDULE-ERROR         VALUE 'Y'.
006507*----------------------------------------------------------------
006512* ACCRUAL PERIOD (YYYYMM) - STAMPED INTO LAST-ACCRUED-PERIOD ON
006518* EVERY ACCOUNT THE CYCLE CHANGES. THE PRE-SCAN LEAVES THE LATEST
006524* PERIOD ALREADY ON THE MASTER IN ACR-HIGHEST-PERIOD
006530*----------------------------------------------------------------
006536 01  ACR-ACCRUAL-PERIOD.
006542     05  ACR-ACCRUAL-YEAR       PIC 9(4).
006548     05  ACR-ACCRUAL-MONTH      PIC 9(2).
006554 01  ACR-ACCRUAL-PERIOD-N       REDEFINES ACR-ACCRUAL-PERIOD
006560                                PIC 9(6).
006566 77  ACR-HIGHEST-PERIOD         PIC X(06)   VALUE '000000'.
006572 77  ACR-BAD-PERIOD-SW          PIC X       VALUE 'N'.
006578     88  ACR-BAD-PERIOD             VALUE 'Y'.
006584 77  ACR-ALREADY-ACCRUED-COUNT  PIC 9(7)    VALUE ZERO.
006590 77  ACR-PROCESSED-COUNT        PIC 9(7)    VALUE ZERO.
006600*----------------------------------------------------------------
006700* ACCRUAL CONTROLS (DEFAULTED, OVERRIDDEN BY CUSTPARM) - THE
006800* RATE IS AN ANNUAL PERCENTAGE ACCRUED AT ONE TWELFTH PER CYCLE
006900*----------------------------------------------------------------
007000 77  ACR-ANNUAL-INTEREST-RATE   PIC 9(2)V9(4) VALUE 02.0000.
007100 77  ACR-DORMANT-FEE-AMOUNT     PIC 9(3)V99   VALUE 005.00.
007103*----------------------------------------------------------------
007106* RATE SCHEDULE - EVERY RATESCHD BAND, LOADED ONCE AT START. THE
007109* PRODUCT TABLE HOLDS ONE ENTRY PER PRODUCT WITH ITS DORMANT FEE
007112* AND ITS JOURNAL TOTALS; ENTRY 1 IS THE BLANK PRODUCT, WHICH
007115* TAKES THE CUSTPARM RATE AND FEE ABOVE
007118*----------------------------------------------------------------
007121 77  ACR-MAX-BANDS              PIC 9(3)    COMP  VALUE 200.
007124 77  ACR-BAND-COUNT             PIC 9(3)    COMP  VALUE ZERO.
007127 77  ACR-BND-IDX                PIC 9(3)    COMP.
007130 77  ACR-BEST-IDX               PIC 9(3)    COMP.
007133 01  ACR-BAND-TABLE.
007136     03  ACR-BAND-ENTRY         OCCURS 200 TIMES.
007139         05  ACR-BND-PRODUCT        PIC X(02).
007142         05  ACR-BND-FLOOR          PIC 9(7)V99 COMP-3.
007145         05  ACR-BND-RATE           PIC 9(2)V9(4) COMP-3.
007148 77  ACR-MAX-PRODUCTS           PIC 9(3)    COMP  VALUE 50.
007151 77  ACR-PRODUCT-COUNT          PIC 9(3)    COMP  VALUE ZERO.
007154 77  ACR-PRD-IDX                PIC 9(3)    COMP.
007157 01  ACR-PRODUCT-TABLE.
007160     03  ACR-PRODUCT-ENTRY      OCCURS 50 TIMES.
007163         05  ACR-PRD-CODE           PIC X(02).
007166         05  ACR-PRD-FEE            PIC 9(3)V99 COMP-3.
007169         05  ACR-PRD-ACTIVE-COUNT   PIC 9(7).
007172         05  ACR-PRD-INTEREST       PIC 9(11)V99 COMP-3.
007175         05  ACR-PRD-DORMANT-COUNT  PIC 9(7).
007178         05  ACR-PRD-FEES           PIC 9(11)V99 COMP-3.
007181 77  ACR-PRODUCT-FOUND-SW       PIC X.
007184     88  ACR-PRODUCT-FOUND          VALUE 'Y'.
007187 77  ACR-PRODUCT-CODE-WORK      PIC X(02).
007190 77  ACR-PRODUCT-LABEL          PIC X(06).
007193 77  ACR-NO-SCHEDULE-COUNT      PIC 9(7)    VALUE ZERO.
007200*----------------------------------------------------------------
007300* PER-ACCOUNT WORK AREAS
007400*----------------------------------------------------------------
007500 77  ACR-INTEREST-AMOUNT        PIC 9(7)V99 COMP-3.
007600 77  ACR-FEE-AMOUNT             PIC 9(7)V99 COMP-3.
007604 77  ACR-ACCOUNT-RATE           PIC 9(2)V9(4).
007609*----------------------------------------------------------------
007618* LEDGER HISTORY - THE MOVEMENT HANDED TO CUSTLDG0, SIGNED BY ITS
007627* EFFECT ON ACCOUNT-BALANCE, DATED THE RUN DATE AND REFERENCED
007630* WITH THE ACCRUAL PERIOD (YYYYMM) IT BELONGS TO
007636*----------------------------------------------------------------
007645 77  ACR-TODAY-DATE             PIC 9(8).
007647 77  ACR-ACTIVITY-DATE          PIC 9(8).
007649 77  ACR-LEDGER-FUNCTION        PIC X       VALUE 'W'.
007654 77  ACR-LEDGER-TYPE            PIC X.
007663 77  ACR-LEDGER-AMOUNT          PIC S9(7)V99 COMP-3.
007667 77  ACR-LEDGER-REFERENCE       PIC X(08)   VALUE SPACES.
007672 77  ACR-LEDGER-RETURN-CODE     PIC 9(2)    COMP.
007681     88  ACR-LEDGER-SUCCESSFUL      VALUE 0.
007690 77  ACR-LEDGER-FAIL-COUNT      PIC 9(7)    VALUE ZERO.
007700*----------------------------------------------------------------
007800* CONTROL TOTALS BY ACCOUNT-STATUS FOR THE LEDGER TIE-OUT
007900*----------------------------------------------------------------
008900 77  ACR-AMOUNT-DISPLAY         PIC Z,ZZZ,ZZ9.99.
009000 77  ACR-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
009100 77  ACR-RATE-DISPLAY           PIC Z9.9999.
009150 77  ACR-FEE-DISPLAY            PIC ZZ9.99.
009200*----------------------------------------------------------------
009300* RUN-LOG WORK AREAS
009400*----------------------------------------------------------------
011000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
011100     GOBACK.
011200*----------------------------------------------------------------
011300* 1000-INITIALIZE - LOAD THE RATE, FEE, AND ACCRUAL PERIOD,
011350* LOAD THE RATE SCHEDULE, REFUSE A PERIOD EARLIER THAN ONE
011375* ALREADY APPLIED, OPEN FILES
011400*----------------------------------------------------------------
011500 1000-INITIALIZE.
011550     ACCEPT ACR-TODAY-DATE FROM DATE YYYYMMDD.
011575     MOVE ACR-TODAY-DATE TO ACR-ACTIVITY-DATE.
011600     MOVE 'S' TO ACR-RLG-FUNCTION.
011700     CALL 'RUNLOG0' USING ACR-RLG-FUNCTION ACR-JOB-NAME
011800         ACR-READ-COUNT ACR-REWRITE-COUNT ACR-RLG-COMPLETION
011900         ACR-RLG-RETURN-CODE.
012700     DIVIDE ACR-TODAY-DATE BY 100 GIVING ACR-ACCRUAL-PERIOD-N.
012750     OPEN INPUT CUSTPARM.
012800     IF ACR-CUSTPARM-OK
012900         READ CUSTPARM
013000             AT END
013800                     MOVE CPM-DORMANT-FEE-AMOUNT
013900                         TO ACR-DORMANT-FEE-AMOUNT
014000                 END-IF
014009                 IF CPM-ACCRUAL-PERIOD NOT = SPACES
014018                     IF CPM-ACCRUAL-PERIOD NUMERIC
014027                             AND CPM-ACCRUAL-MONTH >= 1
014036                             AND CPM-ACCRUAL-MONTH <= 12
014045                         MOVE CPM-ACCRUAL-PERIOD
014054                             TO ACR-ACCRUAL-PERIOD
014063                     ELSE
014072                         SET ACR-BAD-PERIOD TO TRUE
014075                         MOVE CPM-ACCRUAL-PERIOD
014078                             TO ACR-ACCRUAL-PERIOD
014081                     END-IF
014090                 END-IF
014100         END-READ
014200         CLOSE CUSTPARM
014300     END-IF.
014304     IF ACR-BAD-PERIOD
014308         DISPLAY 'CUSTACR0 - INVALID CPM-ACCRUAL-PERIOD '
014312             ACR-ACCRUAL-PERIOD ' - RUN FAILED'
014316         MOVE 8 TO RETURN-CODE
014320         GO TO 9999-EXIT
014324     END-IF.
014325     PERFORM 1200-LOAD-RATE-SCHEDULE THRU 1200-EXIT.
014326     IF ACR-SCHEDULE-ERROR
014327         DISPLAY 'CUSTACR0 - RATE SCHEDULE UNUSABLE - RUN FAILED'
014328         MOVE 8 TO RETURN-CODE
014329         GO TO 9999-EXIT
014330     END-IF.
014331     PERFORM 1100-FIND-HIGHEST-PERIOD THRU 1100-EXIT.
014332     IF NOT ACR-CUSTMSTR-OK
014336         GO TO 9999-EXIT
014340     END-IF.
014344     IF ACR-HIGHEST-PERIOD > ACR-ACCRUAL-PERIOD
014348         DISPLAY 'CUSTACR0 - PERIOD ' ACR-ACCRUAL-PERIOD
014352             ' IS EARLIER THAN ' ACR-HIGHEST-PERIOD
014356             ' ALREADY APPLIED - RUN REFUSED'
014360         MOVE 8 TO RETURN-CODE
014364         GO TO 9999-EXIT
014368     END-IF.
014370     MOVE ACR-ACCRUAL-PERIOD TO ACR-LEDGER-REFERENCE.
014372     OPEN I-O CUSTMSTR.
014376     IF NOT ACR-CUSTMSTR-OK
014380         DISPLAY 'CUSTACR0 - UNABLE TO OPEN CUSTMSTR '
014384             ACR-CUSTMSTR-STATUS
014388         GO TO 9999-EXIT
014392     END-IF.
014396     OPEN OUTPUT ACRJRNL.
014400     MOVE ACR-ANNUAL-INTEREST-RATE TO ACR-RATE-DISPLAY.
014500     MOVE SPACES TO ACR-JOURNAL-LINE.
014600     STRING 'MONTH-END ACCRUAL JOURNAL - DEFAULT RATE '
014700         ACR-RATE-DISPLAY ' PCT'
014750         ' - PERIOD ' ACR-ACCRUAL-YEAR '-' ACR-ACCRUAL-MONTH
014800         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
014900     WRITE ACR-JOURNAL-LINE.
014950     PERFORM 8200-WRITE-RATE-SCHEDULE THRU 8200-EXIT.
015000 1000-EXIT.
015100     EXIT.
015102*----------------------------------------------------------------
015104* 1100-FIND-HIGHEST-PERIOD - READ-ONLY PASS OVER THE MASTER FOR
015106* THE LATEST PERIOD ALREADY ACCRUED, SO A RUN FOR AN EARLIER
015108* PERIOD IS REFUSED BEFORE ANY BALANCE IS REWRITTEN
015110*----------------------------------------------------------------
015112 1100-FIND-HIGHEST-PERIOD.
015114     OPEN INPUT CUSTMSTR.
015116     IF NOT ACR-CUSTMSTR-OK
015118         DISPLAY 'CUSTACR0 - UNABLE TO OPEN CUSTMSTR '
015120             ACR-CUSTMSTR-STATUS
015122         GO TO 1100-EXIT
015124     END-IF.
015126     PERFORM 1110-SCAN-ONE-ACCOUNT THRU 1110-EXIT
015128         UNTIL ACR-END-OF-CUSTMSTR.
015130     CLOSE CUSTMSTR.
015132     MOVE 'N' TO ACR-END-OF-CUSTMSTR-SW.
015134 1100-EXIT.
015136     EXIT.
015138*----------------------------------------------------------------
015140* 1110-SCAN-ONE-ACCOUNT
015142*----------------------------------------------------------------
015144 1110-SCAN-ONE-ACCOUNT.
015146     READ CUSTMSTR
015148         AT END
015150             SET ACR-END-OF-CUSTMSTR TO TRUE
015152             GO TO 1110-EXIT
015154     END-READ.
015156     IF LAST-ACCRUED-PERIOD NUMERIC
015158             AND LAST-ACCRUED-PERIOD > ACR-HIGHEST-PERIOD
015160         MOVE LAST-ACCRUED-PERIOD TO ACR-HIGHEST-PERIOD
015162     END-IF.
015164 1110-EXIT.
015166     EXIT.
015167*----------------------------------------------------------------
015168* 1200-LOAD-RATE-SCHEDULE - ENTRY 1 OF THE PRODUCT TABLE IS THE
015169* BLANK PRODUCT; EVERY RATESCHD ROW ADDS A BAND AND, THE FIRST
015170* TIME ITS PRODUCT IS SEEN, A PRODUCT ENTRY. A MISSING SCHEDULE
015171* LEAVES ONLY ENTRY 1, SO EVERY PRODUCT ACCOUNT IS AN EXCEPTION
015172*----------------------------------------------------------------
015173 1200-LOAD-RATE-SCHEDULE.
015174     INITIALIZE ACR-PRODUCT-TABLE.
015175     MOVE 1 TO ACR-PRODUCT-COUNT.
015176     MOVE SPACES TO ACR-PRD-CODE (1).
015177     MOVE ACR-DORMANT-FEE-AMOUNT TO ACR-PRD-FEE (1).
015178     OPEN INPUT RATESCHD.
015179     IF NOT ACR-RATESCHD-OK
015180         DISPLAY 'CUSTACR0 - NO RATE SCHEDULE FILE - PRODUCT '
015181             'ACCOUNTS WILL NOT ACCRUE'
015182         GO TO 1200-EXIT
015183     END-IF.
015184     PERFORM 1210-LOAD-ONE-BAND THRU 1210-EXIT
015185         UNTIL ACR-END-OF-RATESCHD.
015186     CLOSE RATESCHD.
015187 1200-EXIT.
015188     EXIT.
015189*----------------------------------------------------------------
015190* 1210-LOAD-ONE-BAND - ONE RATESCHD ROW INTO THE TABLES. A BAD
015191* ROW, A FEE THAT DISAGREES WITH THE PRODUCT'S EARLIER ROWS, A
015192* REPEATED FLOOR, OR A FULL TABLE WOULD LEAVE SOMEONE'S INTEREST
015193* WRONG, SO ANY OF THEM FAILS THE RUN RATHER THAN BEING SKIPPED
015194*----------------------------------------------------------------
015195 1210-LOAD-ONE-BAND.
015196     READ RATESCHD
015197         AT END
015198             SET ACR-END-OF-RATESCHD TO TRUE
015199             GO TO 1210-EXIT
015200     END-READ.
015201     IF RSC-PRODUCT-CODE = SPACES
015202             OR RSC-BAND-FLOOR NOT NUMERIC
015203             OR RSC-ANNUAL-RATE NOT NUMERIC
015204             OR RSC-DORMANT-FEE NOT NUMERIC
015205         DISPLAY 'CUSTACR0 - INVALID RATE SCHEDULE ROW FOR '
015206             'PRODUCT ' RSC-PRODUCT-CODE
015207         GO TO 1210-REJECT-SCHEDULE
015208     END-IF.
015209     MOVE RSC-PRODUCT-CODE TO ACR-PRODUCT-CODE-WORK.
015210     PERFORM 2100-FIND-PRODUCT THRU 2100-EXIT.
015211     IF ACR-PRODUCT-FOUND
015212         IF RSC-DORMANT-FEE NOT = ACR-PRD-FEE (ACR-PRD-IDX)
015213             DISPLAY 'CUSTACR0 - DORMANT FEE DIFFERS BETWEEN '
015214                 'ROWS OF PRODUCT ' RSC-PRODUCT-CODE
015215             GO TO 1210-REJECT-SCHEDULE
015216         END-IF
015217     ELSE
015218         IF ACR-PRODUCT-COUNT >= ACR-MAX-PRODUCTS
015219             DISPLAY 'CUSTACR0 - PRODUCT TABLE FULL AT PRODUCT '
015220                 RSC-PRODUCT-CODE
015221             GO TO 1210-REJECT-SCHEDULE
015222         END-IF
015223         ADD 1 TO ACR-PRODUCT-COUNT
015224         MOVE RSC-PRODUCT-CODE TO ACR-PRD-CODE (ACR-PRODUCT-COUNT)
015225         MOVE RSC-DORMANT-FEE TO ACR-PRD-FEE (ACR-PRODUCT-COUNT)
015226     END-IF.
015227     PERFORM 1220-CHECK-DUPLICATE-FLOOR THRU 1220-EXIT
015228         VARYING ACR-BND-IDX FROM 1 BY 1
015229         UNTIL ACR-BND-IDX > ACR-BAND-COUNT.
015230     IF ACR-SCHEDULE-ERROR
015231         GO TO 1210-REJECT-SCHEDULE
015232     END-IF.
015233     IF ACR-BAND-COUNT >= ACR-MAX-BANDS
015234         DISPLAY 'CUSTACR0 - RATE BAND TABLE FULL AT PRODUCT '
015235             RSC-PRODUCT-CODE
015236         GO TO 1210-REJECT-SCHEDULE
015237     END-IF.
015238     ADD 1 TO ACR-BAND-COUNT.
015239     MOVE RSC-PRODUCT-CODE TO ACR-BND-PRODUCT (ACR-BAND-COUNT).
015240     MOVE RSC-BAND-FLOOR TO ACR-BND-FLOOR (ACR-BAND-COUNT).
015241     MOVE RSC-ANNUAL-RATE TO ACR-BND-RATE (ACR-BAND-COUNT).
015242     GO TO 1210-EXIT.
015243 1210-REJECT-SCHEDULE.
015244     SET ACR-SCHEDULE-ERROR TO TRUE.
015245     SET ACR-END-OF-RATESCHD TO TRUE.
015246 1210-EXIT.
015247     EXIT.
015248*----------------------------------------------------------------
015249* 1220-CHECK-DUPLICATE-FLOOR - TWO BANDS OF ONE PRODUCT WITH THE
015250* SAME FLOOR WOULD MAKE THE RATE DEPEND ON ROW ORDER
015251*----------------------------------------------------------------
015252 1220-CHECK-DUPLICATE-FLOOR.
015253     IF ACR-BND-PRODUCT (ACR-BND-IDX) = RSC-PRODUCT-CODE
015254             AND ACR-BND-FLOOR (ACR-BND-IDX) = RSC-BAND-FLOOR
015255         DISPLAY 'CUSTACR0 - DUPLICATE BAND FLOOR FOR PRODUCT '
015256             RSC-PRODUCT-CODE
015257         SET ACR-SCHEDULE-ERROR TO TRUE
015258     END-IF.
015259 1220-EXIT.
015260     EXIT.
015279*----------------------------------------------------------------
015300* 2000-PROCESS-CUSTOMER - ACCRUE OR CHARGE ONE ACCOUNT. AN
015333* ACCOUNT ALREADY STAMPED WITH THIS PERIOD WAS DONE BY A RUN THAT
015366* DID NOT FINISH AND IS SKIPPED. AN ACCOUNT WHOSE PRODUCT IS NOT
015383* ON THE RATE SCHEDULE IS LISTED AND LEFT ALONE
015400*----------------------------------------------------------------
015500 2000-PROCESS-CUSTOMER.
015600     READ CUSTMSTR
015900             GO TO 2000-EXIT
016000     END-READ.
016100     ADD 1 TO ACR-READ-COUNT.
016116     IF LAST-ACCRUED-PERIOD = ACR-ACCRUAL-PERIOD
016132         ADD 1 TO ACR-ALREADY-ACCRUED-COUNT
016148         GO TO 2000-EXIT
016164     END-IF.
016180     ADD 1 TO ACR-PROCESSED-COUNT.
016182     IF ACCOUNT-ACTIVE OR ACCOUNT-DORMANT
016184         MOVE PRODUCT-CODE TO ACR-PRODUCT-CODE-WORK
016186         PERFORM 2100-FIND-PRODUCT THRU 2100-EXIT
016188         IF NOT ACR-PRODUCT-FOUND
016190             PERFORM 2200-LIST-NO-SCHEDULE THRU 2200-EXIT
016192             GO TO 2000-EXIT
016194         END-IF
016196     END-IF.
016200     EVALUATE TRUE
016300         WHEN ACCOUNT-ACTIVE
016400             PERFORM 3000-ACCRUE-INTEREST THRU 3000-EXIT
016900     END-EVALUATE.
017000 2000-EXIT.
017100     EXIT.
017102*----------------------------------------------------------------
017104* 2100-FIND-PRODUCT - LINEAR SEARCH OF THE PRODUCT TABLE FOR
017106* ACR-PRODUCT-CODE-WORK; LEAVES THE ENTRY IN ACR-PRD-IDX ON A HIT
017108*----------------------------------------------------------------
017110 2100-FIND-PRODUCT.
017112     MOVE 'N' TO ACR-PRODUCT-FOUND-SW.
017114     MOVE 1 TO ACR-PRD-IDX.
017116 2110-CHECK-PRODUCT-ENTRY.
017118     IF ACR-PRD-IDX > ACR-PRODUCT-COUNT
017120         GO TO 2100-EXIT
017122     END-IF.
017124     IF ACR-PRD-CODE (ACR-PRD-IDX) = ACR-PRODUCT-CODE-WORK
017126         SET ACR-PRODUCT-FOUND TO TRUE
017128         GO TO 2100-EXIT
017130     END-IF.
017132     ADD 1 TO ACR-PRD-IDX.
017134     GO TO 2110-CHECK-PRODUCT-ENTRY.
017136 2100-EXIT.
017138     EXIT.
017140*----------------------------------------------------------------
017142* 2200-LIST-NO-SCHEDULE - THE ACCOUNT'S PRODUCT HAS NO RATE
017144* SCHEDULE ROW; IT IS NEITHER ACCRUED NOR CHARGED NOR STAMPED, SO
017146* A RERUN AFTER THE SCHEDULE IS CORRECTED PICKS IT UP
017148*----------------------------------------------------------------
017150 2200-LIST-NO-SCHEDULE.
017152     ADD 1 TO ACR-NO-SCHEDULE-COUNT.
017154     MOVE SPACES TO ACR-JOURNAL-LINE.
017156     STRING 'NO RATE  ' CUSTOMER-ID ' PRODUCT ' PRODUCT-CODE
017158         ' NOT ON RATE SCHEDULE - NOT ACCRUED'
017160         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
017162     WRITE ACR-JOURNAL-LINE.
017164 2200-EXIT.
017166     EXIT.
017200*----------------------------------------------------------------
017300* 3000-ACCRUE-INTEREST - ONE TWELFTH OF THE ANNUAL RATE ON A
017400* POSITIVE ACTIVE BALANCE; A ZERO OR OVERDRAWN BALANCE EARNS
017500* NOTHING. THE RATE IS THE CUSTPARM RATE FOR AN ACCOUNT WITH NO
017550* PRODUCT, OTHERWISE THE PRODUCT'S BAND FOR THE BALANCE
017600*----------------------------------------------------------------
017700 3000-ACCRUE-INTEREST.
017800     IF ACCOUNT-BALANCE NOT > ZERO
017900         ADD 1 TO ACR-SKIPPED-COUNT
018000         GO TO 3000-EXIT
018100     END-IF.
018116     IF ACR-PRD-IDX = 1
018132         MOVE ACR-ANNUAL-INTEREST-RATE TO ACR-ACCOUNT-RATE
018148     ELSE
018164         PERFORM 3100-FIND-RATE-BAND THRU 3100-EXIT
018180     END-IF.
018200     COMPUTE ACR-INTEREST-AMOUNT ROUNDED =
018300         ACCOUNT-BALANCE * ACR-ACCOUNT-RATE / 1200.
018400     IF ACR-INTEREST-AMOUNT = ZERO
018500         ADD 1 TO ACR-SKIPPED-COUNT
018600         GO TO 3000-EXIT
018700     END-IF.
018800     ADD ACR-INTEREST-AMOUNT TO ACCOUNT-BALANCE.
018825     MOVE 'I' TO ACR-LEDGER-TYPE.
018850     MOVE ACR-INTEREST-AMOUNT TO ACR-LEDGER-AMOUNT.
018875     PERFORM 5000-WRITE-LEDGER THRU 5000-EXIT.
018880     IF NOT ACR-LEDGER-SUCCESSFUL
018885         GO TO 3000-EXIT
018890     END-IF.
018895     MOVE ACR-ACCRUAL-PERIOD TO LAST-ACCRUED-PERIOD.
018900     REWRITE CUSTOMER-RECORD.
019000     ADD 1 TO ACR-REWRITE-COUNT.
019100     ADD 1 TO ACR-ACTIVE-COUNT.
019200     ADD ACR-INTEREST-AMOUNT TO ACR-INTEREST-TOTAL.
019208     ADD 1 TO ACR-PRD-ACTIVE-COUNT (ACR-PRD-IDX).
019216     ADD ACR-INTEREST-AMOUNT TO ACR-PRD-INTEREST (ACR-PRD-IDX).
019300     MOVE ACR-INTEREST-AMOUNT TO ACR-AMOUNT-DISPLAY.
019400     MOVE SPACES TO ACR-JOURNAL-LINE.
019500     STRING 'INTEREST ' CUSTOMER-ID ' ' ACR-AMOUNT-DISPLAY
019550         ' ' PRODUCT-CODE
019600         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
019700     WRITE ACR-JOURNAL-LINE.
019800 3000-EXIT.
019900     EXIT.
019902*----------------------------------------------------------------
019904* 3100-FIND-RATE-BAND - THE RATE OF THE PRODUCT'S BAND WITH THE
019906* HIGHEST FLOOR AT OR BELOW THE BALANCE; A BALANCE UNDER EVERY
019908* FLOOR GETS A ZERO RATE AND SO EARNS NOTHING
019910*----------------------------------------------------------------
019912 3100-FIND-RATE-BAND.
019914     MOVE ZERO TO ACR-ACCOUNT-RATE.
019916     MOVE ZERO TO ACR-BEST-IDX.
019918     PERFORM 3110-CHECK-ONE-BAND THRU 3110-EXIT
019920         VARYING ACR-BND-IDX FROM 1 BY 1
019922         UNTIL ACR-BND-IDX > ACR-BAND-COUNT.
019924     IF ACR-BEST-IDX NOT = ZERO
019926         MOVE ACR-BND-RATE (ACR-BEST-IDX) TO ACR-ACCOUNT-RATE
019928     END-IF.
019930 3100-EXIT.
019932     EXIT.
019934*----------------------------------------------------------------
019936* 3110-CHECK-ONE-BAND - KEEP THE HIGHEST QUALIFYING FLOOR SO THE
019938* SCHEDULE ROWS NEED NOT ARRIVE IN ANY PARTICULAR ORDER
019940*----------------------------------------------------------------
019942 3110-CHECK-ONE-BAND.
019944     IF ACR-BND-PRODUCT (ACR-BND-IDX) NOT = PRODUCT-CODE
019946         GO TO 3110-EXIT
019948     END-IF.
019950     IF ACR-BND-FLOOR (ACR-BND-IDX) > ACCOUNT-BALANCE
019952         GO TO 3110-EXIT
019954     END-IF.
019956     IF ACR-BEST-IDX = ZERO
019958         MOVE ACR-BND-IDX TO ACR-BEST-IDX
019960         GO TO 3110-EXIT
019962     END-IF.
019964     IF ACR-BND-FLOOR (ACR-BND-IDX) > ACR-BND-FLOOR (ACR-BEST-IDX)
019966         MOVE ACR-BND-IDX TO ACR-BEST-IDX
019968     END-IF.
019970 3110-EXIT.
019972     EXIT.
020000*----------------------------------------------------------------
020100* 4000-CHARGE-DORMANT-FEE - THE PRODUCT'S FLAT MONTHLY FEE (THE
020150* CUSTPARM FEE FOR AN ACCOUNT WITH NO PRODUCT), CAPPED AT THE
020200* REMAINING BALANCE SO THE CHARGE NEVER DRIVES THE ACCOUNT
020300* NEGATIVE; AN ACCOUNT ALREADY AT OR BELOW ZERO IS WAIVED
020400*----------------------------------------------------------------
020700         ADD 1 TO ACR-WAIVED-COUNT
020800         GO TO 4000-EXIT
020900     END-IF.
021000     IF ACR-PRD-FEE (ACR-PRD-IDX) > ACCOUNT-BALANCE
021100         MOVE ACCOUNT-BALANCE TO ACR-FEE-AMOUNT
021200     ELSE
021300         MOVE ACR-PRD-FEE (ACR-PRD-IDX) TO ACR-FEE-AMOUNT
021400     END-IF.
021500     IF ACR-FEE-AMOUNT = ZERO
021600         ADD 1 TO ACR-WAIVED-COUNT
021700         GO TO 4000-EXIT
021800     END-IF.
021900     SUBTRACT ACR-FEE-AMOUNT FROM ACCOUNT-BALANCE.
021925     MOVE 'F' TO ACR-LEDGER-TYPE.
021950     COMPUTE ACR-LEDGER-AMOUNT = ZERO - ACR-FEE-AMOUNT.
021975     PERFORM 5000-WRITE-LEDGER THRU 5000-EXIT.
021980     IF NOT ACR-LEDGER-SUCCESSFUL
021985         GO TO 4000-EXIT
021990     END-IF.
021995     MOVE ACR-ACCRUAL-PERIOD TO LAST-ACCRUED-PERIOD.
022000     REWRITE CUSTOMER-RECORD.
022100     ADD 1 TO ACR-REWRITE-COUNT.
022200     ADD 1 TO ACR-DORMANT-COUNT.
022300     ADD ACR-FEE-AMOUNT TO ACR-FEE-TOTAL.
022308     ADD 1 TO ACR-PRD-DORMANT-COUNT (ACR-PRD-IDX).
022316     ADD ACR-FEE-AMOUNT TO ACR-PRD-FEES (ACR-PRD-IDX).
022400     MOVE ACR-FEE-AMOUNT TO ACR-AMOUNT-DISPLAY.
022500     MOVE SPACES TO ACR-JOURNAL-LINE.
022600     STRING 'DORM FEE ' CUSTOMER-ID ' ' ACR-AMOUNT-DISPLAY
022650         ' ' PRODUCT-CODE
022700         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
022800     WRITE ACR-JOURNAL-LINE.
022900 4000-EXIT.
023000     EXIT.
023005*----------------------------------------------------------------
023010* 5000-WRITE-LEDGER - LOG THE INTEREST CREDIT OR FEE AND THE
023015* BALANCE IT LEFT TO THE PERMANENT CUSTOMER LEDGER, DATED THE
023016* RUN DATE AND REFERENCED WITH THE ACCRUAL PERIOD (CUSTINT0
023017* BUCKETS INTEREST BY THAT PERIOD). THE CALLER REWRITES AND STAMPS
023018* THE ACCOUNT ONLY AFTER THIS SUCCEEDS; ON A FAILURE THE ACCOUNT
023019* IS LEFT AS IT WAS SO A RERUN ACCRUES IT AND LOGS IT ONCE
023020*----------------------------------------------------------------
023025 5000-WRITE-LEDGER.
023030     CALL 'CUSTLDG0' USING ACR-LEDGER-FUNCTION CUSTOMER-ID
023035         ACR-TODAY-DATE ACR-ACTIVITY-DATE ACR-LEDGER-TYPE
023040         ACR-LEDGER-AMOUNT ACCOUNT-BALANCE ACR-JOB-NAME
023041         ACR-LEDGER-REFERENCE
023042         ACR-LEDGER-RETURN-CODE.
023045     IF NOT ACR-LEDGER-SUCCESSFUL
023050         DISPLAY 'CUSTACR0 - CUSTLDG0 FAILED FOR CUSTOMER '
023055             CUSTOMER-ID ' - RUN FAILED'
023060         ADD 1 TO ACR-LEDGER-FAIL-COUNT
023065         MOVE 8 TO RETURN-CODE
023070     END-IF.
023075 5000-EXIT.
023080     EXIT.
023100*----------------------------------------------------------------
023200* 8000-WRITE-STATUS-TOTALS - THE FIGURES THE LEDGER ENTRY TIES TO,
023250* BY ACCOUNT-STATUS AND THEN BY PRODUCT
023300*----------------------------------------------------------------
023400 8000-WRITE-STATUS-TOTALS.
023411     MOVE SPACES TO ACR-JOURNAL-LINE.
023422     STRING 'ACCOUNTS PROCESSED:       ' ACR-PROCESSED-COUNT
023433         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
023444     WRITE ACR-JOURNAL-LINE.
023455     MOVE SPACES TO ACR-JOURNAL-LINE.
023466     STRING 'ALREADY ACCRUED (SKIPPED):' ACR-ALREADY-ACCRUED-COUNT
023477         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
023488     WRITE ACR-JOURNAL-LINE.
023500     MOVE SPACES TO ACR-JOURNAL-LINE.
023600     STRING 'ACTIVE ACCOUNTS ACCRUED:  ' ACR-ACTIVE-COUNT
023700         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
025800     STRING 'ACCOUNTS UNTOUCHED:       ' ACR-SKIPPED-COUNT
025900         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
026000     WRITE ACR-JOURNAL-LINE.
026020     MOVE SPACES TO ACR-JOURNAL-LINE.
026040     STRING 'LEDGER WRITE FAILURES:    ' ACR-LEDGER-FAIL-COUNT
026060         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
026080     WRITE ACR-JOURNAL-LINE.
026082     MOVE SPACES TO ACR-JOURNAL-LINE.
026084     STRING 'PRODUCT NOT ON SCHEDULE:  ' ACR-NO-SCHEDULE-COUNT
026086         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
026088     WRITE ACR-JOURNAL-LINE.
026090     MOVE 'TOTALS BY PRODUCT' TO ACR-JOURNAL-LINE.
026092     WRITE ACR-JOURNAL-LINE.
026094     PERFORM 8100-WRITE-ONE-PRODUCT THRU 8100-EXIT
026096         VARYING ACR-PRD-IDX FROM 1 BY 1
026098         UNTIL ACR-PRD-IDX > ACR-PRODUCT-COUNT.
026100 8000-EXIT.
026200     EXIT.
026201*----------------------------------------------------------------
026202* 8100-WRITE-ONE-PRODUCT - ACCOUNTS AND AMOUNTS FOR ONE PRODUCT;
026203* THE PRODUCT LINES ADD BACK TO THE (A) AND (D) TOTALS ABOVE
026204*----------------------------------------------------------------
026205 8100-WRITE-ONE-PRODUCT.
026206     IF ACR-PRD-IDX = 1
026207         MOVE '(NONE)' TO ACR-PRODUCT-LABEL
026208     ELSE
026209         MOVE ACR-PRD-CODE (ACR-PRD-IDX) TO ACR-PRODUCT-LABEL
026210     END-IF.
026211     MOVE ACR-PRD-INTEREST (ACR-PRD-IDX) TO ACR-TOTAL-DISPLAY.
026212     MOVE SPACES TO ACR-JOURNAL-LINE.
026213     STRING 'PRODUCT ' ACR-PRODUCT-LABEL ' INTEREST '
026214         ACR-PRD-ACTIVE-COUNT (ACR-PRD-IDX) ' ' ACR-TOTAL-DISPLAY
026215         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
026216     WRITE ACR-JOURNAL-LINE.
026217     MOVE ACR-PRD-FEES (ACR-PRD-IDX) TO ACR-TOTAL-DISPLAY.
026218     MOVE SPACES TO ACR-JOURNAL-LINE.
026219     STRING 'PRODUCT ' ACR-PRODUCT-LABEL ' FEES     '
026220         ACR-PRD-DORMANT-COUNT (ACR-PRD-IDX) ' ' ACR-TOTAL-DISPLAY
026221         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
026222     WRITE ACR-JOURNAL-LINE.
026223 8100-EXIT.
026224     EXIT.
026225*----------------------------------------------------------------
026226* 8200-WRITE-RATE-SCHEDULE - ECHO THE SCHEDULE UNDER THE JOURNAL
026227* HEADING SO THE RATES USED ARE ON RECORD WITH THE RUN
026228*----------------------------------------------------------------
026229 8200-WRITE-RATE-SCHEDULE.
026230     MOVE ACR-PRD-FEE (1) TO ACR-FEE-DISPLAY.
026231     MOVE SPACES TO ACR-JOURNAL-LINE.
026232     STRING 'DEFAULT DORMANT FEE ' ACR-FEE-DISPLAY
026233         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
026234     WRITE ACR-JOURNAL-LINE.
026235     PERFORM 8210-WRITE-ONE-FEE THRU 8210-EXIT
026236         VARYING ACR-PRD-IDX FROM 2 BY 1
026237         UNTIL ACR-PRD-IDX > ACR-PRODUCT-COUNT.
026238     PERFORM 8220-WRITE-ONE-BAND THRU 8220-EXIT
026239         VARYING ACR-BND-IDX FROM 1 BY 1
026240         UNTIL ACR-BND-IDX > ACR-BAND-COUNT.
026241 8200-EXIT.
026242     EXIT.
026243*----------------------------------------------------------------
026244* 8210-WRITE-ONE-FEE
026245*----------------------------------------------------------------
026246 8210-WRITE-ONE-FEE.
026247     MOVE ACR-PRD-FEE (ACR-PRD-IDX) TO ACR-FEE-DISPLAY.
026248     MOVE SPACES TO ACR-JOURNAL-LINE.
026249     STRING 'PRODUCT ' ACR-PRD-CODE (ACR-PRD-IDX)
026250         ' DORMANT FEE ' ACR-FEE-DISPLAY
026251         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
026252     WRITE ACR-JOURNAL-LINE.
026253 8210-EXIT.
026254     EXIT.
026255*----------------------------------------------------------------
026256* 8220-WRITE-ONE-BAND
026257*----------------------------------------------------------------
026258 8220-WRITE-ONE-BAND.
026259     MOVE ACR-BND-FLOOR (ACR-BND-IDX) TO ACR-AMOUNT-DISPLAY.
026260     MOVE ACR-BND-RATE (ACR-BND-IDX) TO ACR-RATE-DISPLAY.
026261     MOVE SPACES TO ACR-JOURNAL-LINE.
026262     STRING 'PRODUCT ' ACR-BND-PRODUCT (ACR-BND-IDX)
026263         ' BALANCE FROM ' ACR-AMOUNT-DISPLAY
026264         ' ANNUAL RATE ' ACR-RATE-DISPLAY ' PCT'
026265         DELIMITED BY SIZE INTO ACR-JOURNAL-LINE.
026266     WRITE ACR-JOURNAL-LINE.
026267 8220-EXIT.
026268     EXIT.
026300*----------------------------------------------------------------
026400* 9999-TERMINATE - CLOSE FILES AND ECHO THE TOTALS
026500*----------------------------------------------------------------
026600 9999-TERMINATE.
026625     IF ACR-NO-SCHEDULE-COUNT > ZERO AND RETURN-CODE < 4
026650         MOVE 4 TO RETURN-CODE
026675     END-IF.
026700     MOVE RETURN-CODE TO ACR-RLG-COMPLETION.
026800     MOVE 'E' TO ACR-RLG-FUNCTION.
026900     CALL 'RUNLOG0' USING ACR-RLG-FUNCTION ACR-JOB-NAME
027100         ACR-RLG-RETURN-CODE.
027200     DISPLAY 'CUSTACR0 - INTEREST ROWS: ' ACR-ACTIVE-COUNT.
027300     DISPLAY 'CUSTACR0 - FEE ROWS:      ' ACR-DORMANT-COUNT.
027350     DISPLAY 'CUSTACR0 - SKIPPED:       '
027375         ACR-ALREADY-ACCRUED-COUNT.
027387     DISPLAY 'CUSTACR0 - NO SCHEDULE:   ' ACR-NO-SCHEDULE-COUNT.
027400     CLOSE CUSTMSTR.
027500     CLOSE ACRJRNL.
027600 9999-EXIT.
