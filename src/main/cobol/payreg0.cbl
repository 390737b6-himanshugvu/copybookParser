002694*                 CREDITS) THAT TIES TO THE REGISTER'S COMPANY
002696*                 TOTALS, SO THE GL LOAD BALANCES MECHANICALLY
002698*                 THE WAY EMPXBAL0 BALANCES THE EXTRACT.
002708* 2026-10-15 DS   WITHHOLD FEDERAL, STATE, AND FICA TAX EACH
002718*                 PERIOD. BRACKETS AND RATES PER JURISDICTION
002728*                 COME FROM THE WHTABLE WITHHOLDING TABLE, AND
002738*                 EACH EMPLOYEE'S FILING STATUS AND ALLOWANCES
002748*                 FROM THE WHELECT ELECTION FILE KEYED BY EMP-ID
002758*                 (NO ELECTION ON FILE MEANS SINGLE WITH NO
002768*                 ALLOWANCES, COUNTED ON THE TOTALS). THE TAXES
002778*                 AND THE RESULTING NET PAY PRINT ON THE EMPLOYEE
002788*                 DETAIL, DEPARTMENT, AND COMPANY LINES, SO THE
002798*                 REPORT WIDENS TO 132. THE GL BATCH GAINS
002808*                 FEDERAL, STATE, AND FICA LIABILITY CREDITS PER
002818*                 DEPARTMENT AND NET PAY PAYABLE DROPS BY THE SAME
002828*                 AMOUNT, SO DEBITS STILL EQUAL CREDITS AND THE
002838*                 HASH TOTAL STILL TIES.
002839* 2026-10-15 DS   WRITE THE PAYNET HANDOFF FOR THE DIRECT-DEPOSIT
002840*                 RUN (PAYACH0) - ONE ROW PER REGISTERED EMPLOYEE
002841*                 WITH THE PERIOD NET PAY, AND A TRAILER CARRYING
002842*                 THE COMPANY NET-PAY TOTAL AND COUNT THAT THE
002843*                 PAYMENT FILE MUST TIE TO.
002844* 2026-10-15 DS   LOOK EACH DEPARTMENT UP ON THE DEPTMSTR
002845*                 REFERENCE MASTER AS IT ENTERS THE ROLLUP. THE
002846*                 REGISTER PRINTS THE DEPARTMENT NAME BESIDE THE
002847*                 CODE, AND EVERY GL DETAIL ROW CARRIES THE GL
002848*                 ACCOUNT - THE DEPARTMENT'S EXPENSE ACCOUNT ON
002849*                 GROSS PAY AND CONTRIBUTION EXPENSE, LIABILITY
002850*                 ACCOUNT ON THE REST. A CODE NOT ON THE MASTER
002851*                 LEAVES ITS GL ROWS WITHOUT AN ACCOUNT AND FAILS
002852*                 THE RUN; A CLOSED DEPARTMENT STILL POSTS BUT IS
002853*                 LISTED.
002854* 2026-10-15 DS   PAY ONE-TIME EARNINGS (REFERRAL BONUSES
002855*                 FROM PAYBON0) HANDED OVER ON THE OPTIONAL
002856*                 ONETIME FILE. EACH ROW IS ADDED TO THE
002857*                 EMPLOYEE'S PERIOD GROSS, SO IT IS TAXED WITH THE
002858*                 REGULAR PAY AND FLOWS TO NET PAY AND PAYNET;
002859*                 THE AMOUNT PRINTS UNDER THE EMPLOYEE DETAIL AND
002860*                 ON THE COMPANY TOTALS. THE GL BATCH GAINS A
002861*                 ONE-TIME EARNINGS EXPENSE DEBIT PER DEPARTMENT
002862*                 AND GROSS PAY EXPENSE EXCLUDES IT, SO DEBITS
002863*                 STILL EQUAL CREDITS. A ROW FOR AN EMPLOYEE NOT
002864*                 REGISTERED THIS RUN IS LISTED UNPAID (RC 4).
002865* 2026-10-15 DS   NET PAY IS CARRIED SIGNED. AN EMPLOYEE WHOSE
002866*                 BENEFIT DEDUCTIONS EXCEED THE PERIOD GROSS IS
002867*                 LISTED AND HELD (RC 4) - NO PAYNET ROW, NOTHING
002868*                 IN THE COMPANY, DEPARTMENT OR GL TOTALS, AND ANY
002869*                 ONE-TIME EARNINGS LEFT UNPAID FOR THE NEXT RUN.
002870* 2026-10-15 DS   AFTER A REGISTER THAT ENDS BELOW RC 8 THE
002871*                 ONETIME FILE IS REWRITTEN WITH ONLY THE ROWS
002872*                 LISTED UNPAID, SO A PAID BONUS IS NEVER PAID
002873*                 AGAIN AND AN UNPAID ONE IS CARRIED TO THE NEXT
002874*                 RUN. PAYBON0 ADDS TO THE FILE RATHER THAN
002875*                 REPLACING IT.
002876* 2026-10-15 DS   A REFERRAL BONUS PAID THIS RUN HAS ITS PAIDREF
002877*                 ROW STAMPED WITH THE PAYPARM PAY DATE, SO
002878*                 YEARCMP0 PUTS IT IN THE YEAR IT WAS ACTUALLY
002879*                 PAID. A MISSING OR INVALID PAY DATE STAMPS THE
002880*                 RUN DATE; A ROW THAT CANNOT BE STAMPED IS
002881*                 LISTED (RC 4).
002882*----------------------------------------------------------------
002883 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
004210     SELECT GLPOST ASSIGN TO GLPOST
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS REG-GLPOST-STATUS.
004231     SELECT ONETIME ASSIGN TO ONETIME
004232         ORGANIZATION IS SEQUENTIAL
004233         FILE STATUS IS REG-ONETIME-STATUS.
004237     SELECT WHTABLE ASSIGN TO WHTABLE
004244         ORGANIZATION IS SEQUENTIAL
004251         FILE STATUS IS REG-WHTABLE-STATUS.
004258     SELECT WHELECT ASSIGN TO WHELECT
004265         ORGANIZATION IS INDEXED
004272         ACCESS MODE IS DYNAMIC
004279         RECORD KEY IS WHE-EMP-ID
004286         FILE STATUS IS REG-WHELECT-STATUS.
004289     SELECT PAYNET ASSIGN TO PAYNET
004292         ORGANIZATION IS SEQUENTIAL
004295         FILE STATUS IS REG-PAYNET-STATUS.
004296     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
004297         ORGANIZATION IS INDEXED
004298         ACCESS MODE IS DYNAMIC
004299         RECORD KEY IS DPT-CODE
004300         FILE STATUS IS REG-DEPTMSTR-STATUS.
004301     SELECT PAIDREF ASSIGN TO PAIDREF
004302         ORGANIZATION IS INDEXED
004303         ACCESS MODE IS DYNAMIC
004304         RECORD KEY IS PRF-CUSTOMER-ID
004305         FILE STATUS IS REG-PAIDREF-STATUS.
004306 DATA DIVISION.
004400 FILE SECTION.
004500 FD  EMPMSTR
004600     RECORDING MODE IS F
005200     COPY "src/main/resources/payparm-record.cbl".
005300 FD  PAYRPT
005400     LABEL RECORDS ARE OMITTED.
005500 01  REG-REPORT-LINE            PIC X(132).
005510 FD  GLPOST
005520     RECORDING MODE IS F
005530     LABEL RECORDS ARE STANDARD.
005540     COPY "src/main/resources/gl-posting-record.cbl".
005541 FD  ONETIME
005542     RECORDING MODE IS F
005543     LABEL RECORDS ARE STANDARD.
005544     COPY "src/main/resources/one-time-earnings-record.cbl".
005546 FD  WHTABLE
005552     RECORDING MODE IS F
005558     LABEL RECORDS ARE STANDARD.
005564     COPY "src/main/resources/withholding-table-record.cbl".
005570 FD  WHELECT
005582     LABEL RECORDS ARE STANDARD.
005588     COPY "src/main/resources/withholding-election-record.cbl".
005590 FD  PAYNET
005592     RECORDING MODE IS F
005594     LABEL RECORDS ARE STANDARD.
005596     COPY "src/main/resources/pay-net-record.cbl".
005597 FD  DEPTMSTR
005598     LABEL RECORDS ARE STANDARD.
005599     COPY "src/main/resources/department-record.cbl".
005600 FD  PAIDREF
005601     LABEL RECORDS ARE STANDARD.
005602     COPY "src/main/resources/paid-referral-record.cbl".
005603 WORKING-STORAGE SECTION.
005700*----------------------------------------------------------------
005800* FILE STATUS AND SWITCHES
005900*----------------------------------------------------------------
006500     88  REG-PAYRPT-OK              VALUE '00'.
006510 77  REG-GLPOST-STATUS          PIC XX.
006520     88  REG-GLPOST-OK              VALUE '00'.
006521 77  REG-ONETIME-STATUS         PIC XX.
006522     88  REG-ONETIME-OK             VALUE '00'.
006523 77  REG-END-OF-ONETIME-SW      PIC X       VALUE 'N'.
006524     88  REG-END-OF-ONETIME         VALUE 'Y'.
006525 77  REG-ONETIME-ERROR-SW       PIC X       VALUE 'N'.
006526     88  REG-ONETIME-ERROR          VALUE 'Y'.
006528 77  REG-WHTABLE-STATUS         PIC XX.
006536     88  REG-WHTABLE-OK             VALUE '00'.
006544 77  REG-WHELECT-STATUS         PIC XX.
006552     88  REG-WHELECT-OK             VALUE '00'.
006554 77  REG-PAYNET-STATUS          PIC XX.
006556     88  REG-PAYNET-OK              VALUE '00'.
006557 77  REG-DEPTMSTR-STATUS        PIC XX.
006558     88  REG-DEPTMSTR-OK            VALUE '00'.
006559 77  REG-PAIDREF-STATUS         PIC XX.
006560     88  REG-PAIDREF-OK             VALUE '00'.
006562 77  REG-PAIDREF-STATE-SW       PIC X       VALUE 'N'.
006563     88  REG-PAIDREF-CLOSED         VALUE 'N'.
006564     88  REG-PAIDREF-OPEN           VALUE 'O'.
006565     88  REG-PAIDREF-UNUSABLE       VALUE 'U'.
006566 77  REG-END-OF-WHTABLE-SW      PIC X       VALUE 'N'.
006568     88  REG-END-OF-WHTABLE         VALUE 'Y'.
006576 77  REG-WHTABLE-ERROR-SW       PIC X       VALUE 'N'.
006584     88  REG-WHTABLE-ERROR          VALUE 'Y'.
006600 77  REG-END-OF-EMPMSTR-SW      PIC X       VALUE 'N'.
006700     88  REG-END-OF-EMPMSTR         VALUE 'Y'.
006800*----------------------------------------------------------------
008100 77  REG-PERIOD-DEDUCTIONS      PIC 9(7)V99 COMP-3.
008200 77  REG-PERIOD-CONTRIBUTIONS   PIC 9(7)V99 COMP-3.
008300 77  REG-BAD-BENEFIT-COUNT      PIC 9(7)    VALUE ZERO.
008302*----------------------------------------------------------------
008304* WITHHOLDING TABLE - EVERY WHTABLE BRACKET, LOADED ONCE AT START
008306* SO EACH EMPLOYEE'S TAXES ARE A TABLE SCAN RATHER THAN A READ
008308*----------------------------------------------------------------
008310 77  REG-MAX-BRACKETS           PIC 9(3)    COMP  VALUE 300.
008312 77  REG-BRACKET-COUNT          PIC 9(3)    COMP  VALUE ZERO.
008314 77  REG-BRK-IDX                PIC 9(3)    COMP.
008316 77  REG-BEST-IDX               PIC 9(3)    COMP.
008318 01  REG-BRACKET-TABLE.
008320     03  REG-BRACKET-ENTRY      OCCURS 300 TIMES.
008322         05  REG-BRK-JURISDICTION   PIC X(4).
008324         05  REG-BRK-FILING-STATUS  PIC X.
008326         05  REG-BRK-FLOOR          PIC 9(7)V99 COMP-3.
008328         05  REG-BRK-BASE-TAX       PIC 9(7)V99 COMP-3.
008330         05  REG-BRK-RATE           PIC 9(2)V9(4) COMP-3.
008332         05  REG-BRK-ALLOWANCE      PIC 9(5)V99 COMP-3.
008334*----------------------------------------------------------------
008336* PER-EMPLOYEE WITHHOLDING WORK AREAS - 2500 COMPUTES ONE TAX FOR
008338* THE JURISDICTION, STATUS, AND ALLOWANCES SET UP BY ITS CALLER
008340*----------------------------------------------------------------
008342 77  REG-ELECTION-FOUND-SW      PIC X.
008344     88  REG-ELECTION-FOUND         VALUE 'Y'.
008346 77  REG-TAX-JURISDICTION       PIC X(4).
008348 77  REG-TAX-FILING-STATUS      PIC X.
008350 77  REG-TAX-ALLOWANCES         PIC 9(2).
008352 77  REG-TAX-ALLOWANCE-VALUE    PIC 9(5)V99 COMP-3.
008354 77  REG-TAX-ANNUAL-WAGE        PIC S9(9)V99 COMP-3.
008356 77  REG-TAX-ANNUAL-AMOUNT      PIC 9(9)V99 COMP-3.
008358 77  REG-TAX-PERIOD-AMOUNT      PIC 9(7)V99 COMP-3.
008360 77  REG-PERIOD-FED-TAX         PIC 9(7)V99 COMP-3.
008362 77  REG-PERIOD-STATE-TAX       PIC 9(7)V99 COMP-3.
008364 77  REG-PERIOD-FICA-TAX        PIC 9(7)V99 COMP-3.
008366 77  REG-PERIOD-AVAILABLE       PIC S9(7)V99 COMP-3.
008368 77  REG-PERIOD-NET             PIC S9(7)V99 COMP-3.
008370 77  REG-NO-ELECTION-COUNT      PIC 9(7)    VALUE ZERO.
008372 77  REG-TAX-LIMITED-COUNT      PIC 9(7)    VALUE ZERO.
008373 77  REG-HELD-COUNT             PIC 9(7)    VALUE ZERO.
008374 77  REG-HELD-NET-DISPLAY       PIC ZZZ,ZZ9.99-.
008375*----------------------------------------------------------------
008376* ONE-TIME EARNINGS - EVERY ONETIME ROW, LOADED ONCE AT START AND
008377* MARKED PAID WHEN ITS EMPLOYEE IS REGISTERED; A ROW STILL UNPAID
008378* AT THE END IS LISTED AND IS ALL THAT IS WRITTEN BACK TO ONETIME
008379*----------------------------------------------------------------
008380 77  REG-MAX-ONE-TIME           PIC 9(4)    COMP  VALUE 2000.
008381 77  REG-ONE-TIME-COUNT         PIC 9(4)    COMP  VALUE ZERO.
008382 77  REG-OTE-IDX                PIC 9(4)    COMP.
008383 77  REG-PERIOD-ONE-TIME        PIC 9(7)V99 COMP-3.
008384 77  REG-UNPAID-ONE-TIME-COUNT  PIC 9(7)    VALUE ZERO.
008385 77  REG-ONETIME-LOADED-SW      PIC X       VALUE 'N'.
008386     88  REG-ONETIME-LOADED         VALUE 'Y'.
008387 01  REG-ONE-TIME-TABLE.
008388     03  REG-OTE-ENTRY          OCCURS 2000 TIMES.
008389         05  REG-OTE-EMP-ID         PIC 9(8) COMP.
008390         05  REG-OTE-TYPE           PIC X(3).
008391         05  REG-OTE-AMOUNT         PIC 9(7)V99 COMP-3.
008392         05  REG-OTE-REFERENCE      PIC X(10).
008393         05  REG-OTE-SOURCE-DATE    PIC 9(8).
008394         05  REG-OTE-PAID-SW        PIC X.
008395             88  REG-OTE-PAID           VALUE 'Y'.
008396*----------------------------------------------------------------
008397* REFERRAL PAY-DATE STAMPING - THE PAY DATE COMES FROM PAYPARM
008398* (RUN DATE WHEN MISSING OR INVALID); A REFERRAL BONUS CARRIES
008399* ITS CUSTOMER-ID IN THE FIRST SIX BYTES OF THE REFERENCE
008400*----------------------------------------------------------------
008401 01  REG-PARM-PAY-DATE.
008402     05  REG-PARM-PAY-YEAR      PIC 9(4).
008403     05  REG-PARM-PAY-MONTH     PIC 9(2).
008404     05  REG-PARM-PAY-DAY       PIC 9(2).
008405 77  REG-PAY-DATE               PIC 9(8).
008406 77  REG-DATE-RETURN-CODE       PIC 9(2)    COMP.
008407 01  REG-REF-REFERENCE.
008408     05  REG-REF-CUSTOMER-ID    PIC 9(6).
008409     05  FILLER                 PIC X(4).
008410 77  REG-PAIDREF-STAMP-COUNT    PIC 9(5)    VALUE ZERO.
008411*----------------------------------------------------------------
008500* DEPARTMENT ROLLUP TABLE
008600*----------------------------------------------------------------
008700 77  REG-MAX-DEPTS              PIC 9(3)    COMP  VALUE 100.
009600         05  REG-DEPT-GROSS         PIC 9(9)V99 COMP-3.
009700         05  REG-DEPT-DEDUCTIONS    PIC 9(9)V99 COMP-3.
009800         05  REG-DEPT-CONTRIBUTIONS PIC 9(9)V99 COMP-3.
009812         05  REG-DEPT-ONE-TIME      PIC 9(9)V99 COMP-3.
009825         05  REG-DEPT-FED-TAX       PIC 9(9)V99 COMP-3.
009850         05  REG-DEPT-STATE-TAX     PIC 9(9)V99 COMP-3.
009875         05  REG-DEPT-FICA-TAX      PIC 9(9)V99 COMP-3.
009876         05  REG-DEPT-TITLE         PIC X(30).
009877         05  REG-DEPT-EXPENSE-ACCT  PIC X(10).
009878         05  REG-DEPT-LIABILITY-ACCT PIC X(10).
009879         05  REG-DEPT-STATUS        PIC X.
009880             88  REG-DEPT-UNKNOWN       VALUE 'U'.
009881             88  REG-DEPT-CLOSED        VALUE 'C'.
009882             88  REG-DEPT-ACTIVE        VALUE 'A'.
009883*----------------------------------------------------------------
009884* DEPARTMENT MASTER EXCEPTIONS - A CODE NOT ON DEPTMSTR HAS NO GL
009885* ACCOUNTS TO POST TO; A CLOSED ONE STILL POSTS BUT IS LISTED
009886*----------------------------------------------------------------
009887 77  REG-DEPT-TITLE-WORK        PIC X(30).
009888 77  REG-UNKNOWN-DEPT-COUNT     PIC 9(7)    VALUE ZERO.
009889 77  REG-CLOSED-DEPT-COUNT      PIC 9(7)    VALUE ZERO.
009900*----------------------------------------------------------------
010000* COMPANY TOTALS - THE ANNUAL SALARY TOTAL COVERS EVERY MASTER
010100* ROW (NOT JUST ACTIVES) BECAUSE THAT IS WHAT THE EXTRACT
010600 77  REG-COMPANY-GROSS          PIC 9(9)V99 COMP-3 VALUE ZERO.
010700 77  REG-COMPANY-DEDUCTIONS     PIC 9(9)V99 COMP-3 VALUE ZERO.
010800 77  REG-COMPANY-CONTRIBUTIONS  PIC 9(9)V99 COMP-3 VALUE ZERO.
010810 77  REG-NET-ROW-COUNT          PIC 9(7)    VALUE ZERO.
010820 77  REG-COMPANY-FED-TAX        PIC 9(9)V99 COMP-3 VALUE ZERO.
010840 77  REG-COMPANY-STATE-TAX      PIC 9(9)V99 COMP-3 VALUE ZERO.
010860 77  REG-COMPANY-FICA-TAX       PIC 9(9)V99 COMP-3 VALUE ZERO.
010880 77  REG-COMPANY-NET-PAY        PIC 9(9)V99 COMP-3 VALUE ZERO.
010890 77  REG-COMPANY-ONE-TIME       PIC 9(9)V99 COMP-3 VALUE ZERO.
010900 77  REG-ANNUAL-SALARY-TOTAL    PIC 9(9)V99 COMP-3 VALUE ZERO.
011000*----------------------------------------------------------------
011100* REPORT FORMATTING WORK AREAS
011250 77  REG-BATCH-DATE             PIC 9(8).
011260 77  REG-GL-DEBIT-TOTAL         PIC 9(13)V99 COMP-3 VALUE ZERO.
011270 77  REG-GL-CREDIT-TOTAL        PIC 9(13)V99 COMP-3 VALUE ZERO.
011280 77  REG-GL-NET-AMOUNT          PIC S9(9)V99 COMP-3.
011285 77  REG-GL-CLASS-WORK          PIC X(3).
011290 77  REG-GL-ROW-COUNT           PIC 9(5)    VALUE ZERO.
011300 77  REG-EMP-ID-DISPLAY         PIC 9(8).
011400 77  REG-GROSS-DISPLAY          PIC ZZZ,ZZ9.99.
011500 77  REG-DEDUCT-DISPLAY         PIC ZZZ,ZZ9.99.
011600 77  REG-CONTRIB-DISPLAY        PIC ZZZ,ZZ9.99.
011620 77  REG-FED-TAX-DISPLAY        PIC ZZZ,ZZ9.99.
011640 77  REG-STATE-TAX-DISPLAY      PIC ZZZ,ZZ9.99.
011660 77  REG-FICA-TAX-DISPLAY       PIC ZZZ,ZZ9.99.
011680 77  REG-NET-DISPLAY            PIC ZZZ,ZZ9.99.
011700 77  REG-TOTAL-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
011800 77  REG-COUNT-DISPLAY          PIC ZZZZ9.
011900 PROCEDURE DIVISION.
012500     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
012600         UNTIL REG-END-OF-EMPMSTR.
012700     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
012712     PERFORM 8200-LIST-UNPAID-ONE-TIME THRU 8200-EXIT.
012725     PERFORM 8400-WRITE-NET-PAY-TRAILER THRU 8400-EXIT.
012750     PERFORM 8500-WRITE-GL-BATCH THRU 8500-EXIT.
012762     IF REG-ONETIME-LOADED AND RETURN-CODE < 8
012774         PERFORM 8700-REWRITE-ONE-TIME THRU 8700-EXIT
012780         PERFORM 8800-STAMP-PAID-REFERRALS THRU 8800-EXIT
012786     END-IF.
012800     PERFORM 9999-TERMINATE THRU 9999-EXIT.
012900     GOBACK.
013000*----------------------------------------------------------------
013100* 1000-INITIALIZE - OPEN FILES, LOAD THE PAY-CYCLE PARM AND THE
013200* WITHHOLDING TABLE, WRITE THE REGISTER HEADING
013300*----------------------------------------------------------------
013400 1000-INITIALIZE.
013500     OPEN INPUT EMPMSTR.
013800             REG-EMPMSTR-STATUS
013900         GO TO 9999-EXIT
014000     END-IF.
014004     OPEN INPUT WHTABLE.
014008     IF NOT REG-WHTABLE-OK
014012         DISPLAY 'PAYREG0 - UNABLE TO OPEN WHTABLE '
014016             REG-WHTABLE-STATUS ' - RUN FAILED'
014020         MOVE 8 TO RETURN-CODE
014024         GO TO 9999-EXIT
014028     END-IF.
014032     PERFORM 1100-LOAD-ONE-BRACKET THRU 1100-EXIT
014036         UNTIL REG-END-OF-WHTABLE.
014040     CLOSE WHTABLE.
014044     IF REG-WHTABLE-ERROR OR REG-BRACKET-COUNT = ZERO
014048         DISPLAY 'PAYREG0 - WITHHOLDING TABLE UNUSABLE - '
014052             'RUN FAILED'
014056         MOVE 8 TO RETURN-CODE
014060         GO TO 9999-EXIT
014064     END-IF.
014068     OPEN INPUT WHELECT.
014072     IF NOT REG-WHELECT-OK
014076         DISPLAY 'PAYREG0 - UNABLE TO OPEN WHELECT '
014080             REG-WHELECT-STATUS ' - RUN FAILED'
014084         MOVE 8 TO RETURN-CODE
014088         GO TO 9999-EXIT
014092     END-IF.
014093     OPEN INPUT DEPTMSTR.
014094     IF NOT REG-DEPTMSTR-OK
014095         DISPLAY 'PAYREG0 - UNABLE TO OPEN DEPTMSTR '
014096             REG-DEPTMSTR-STATUS ' - RUN FAILED'
014097         MOVE 8 TO RETURN-CODE
014098         GO TO 9999-EXIT
014099     END-IF.
014100     OPEN OUTPUT PAYRPT.
014150     OPEN OUTPUT GLPOST.
014155     OPEN OUTPUT PAYNET.
014160     ACCEPT REG-BATCH-DATE FROM DATE YYYYMMDD.
014180     MOVE ZERO TO REG-PARM-PAY-DATE.
014200     OPEN INPUT PAYPARM.
014300     IF REG-PAYPARM-OK
014400         READ PAYPARM
015000                     MOVE PPM-PERIODS-PER-YEAR
015100                         TO REG-PERIODS-PER-YEAR
015200                 END-IF
015250                 MOVE PPM-PAY-DATE TO REG-PARM-PAY-DATE
015300         END-READ
015400         CLOSE PAYPARM
015500     END-IF.
015501     MOVE 99 TO REG-DATE-RETURN-CODE.
015502     IF REG-PARM-PAY-DATE NUMERIC
015503         CALL 'DATEVAL0' USING REG-PARM-PAY-YEAR
015504             REG-PARM-PAY-MONTH REG-PARM-PAY-DAY
015505             REG-DATE-RETURN-CODE
015506     END-IF.
015507     IF REG-DATE-RETURN-CODE = ZERO
015508         MOVE REG-PARM-PAY-DATE TO REG-PAY-DATE
015509     ELSE
015510         MOVE REG-BATCH-DATE TO REG-PAY-DATE
015511     END-IF.
015512     OPEN INPUT ONETIME.
015514     IF REG-ONETIME-OK
015517         SET REG-ONETIME-LOADED TO TRUE
015521         PERFORM 1200-LOAD-ONE-TIME-ROW THRU 1200-EXIT
015528             UNTIL REG-END-OF-ONETIME
015535         CLOSE ONETIME
015542     END-IF.
015549     IF REG-ONETIME-ERROR
015556         DISPLAY 'PAYREG0 - ONE-TIME EARNINGS FILE UNUSABLE - '
015563             'RUN FAILED'
015570         MOVE 8 TO RETURN-CODE
015577         GO TO 9999-EXIT
015584     END-IF.
015600     MOVE SPACES TO REG-REPORT-LINE.
015700     STRING 'PAYROLL REGISTER - ' REG-PERIODS-PER-YEAR
015800         ' PAY PERIODS PER YEAR'
015900         DELIMITED BY SIZE INTO REG-REPORT-LINE.
016000     WRITE REG-REPORT-LINE.
016100     MOVE SPACES TO REG-REPORT-LINE.
016200     STRING 'EMP-ID   DEPT       '
016233         'DEPARTMENT NAME                '
016266         'GROSS/PERD DEDUCT/PERD'
016300         ' CONTRB/PERD'
016350         '   FIT/PERD    SIT/PERD   FICA/PERD    NET/PERD'
016400         DELIMITED BY SIZE INTO REG-REPORT-LINE.
016500     WRITE REG-REPORT-LINE.
016600 1000-EXIT.
016700     EXIT.
016702*----------------------------------------------------------------
016704* 1100-LOAD-ONE-BRACKET - ONE WHTABLE ROW INTO THE BRACKET TABLE.
016706* A NON-NUMERIC ROW OR A FULL TABLE WOULD LEAVE SOMEONE'S TAX
016708* WRONG, SO EITHER ONE FAILS THE RUN RATHER THAN BEING SKIPPED
016710*----------------------------------------------------------------
016712 1100-LOAD-ONE-BRACKET.
016714     READ WHTABLE
016716         AT END
016718             SET REG-END-OF-WHTABLE TO TRUE
016720             GO TO 1100-EXIT
016722     END-READ.
016724     IF WHT-BRACKET-FLOOR NOT NUMERIC
016726             OR WHT-BASE-TAX NOT NUMERIC
016728             OR WHT-RATE-PERCENT NOT NUMERIC
016730             OR WHT-ALLOWANCE-AMOUNT NOT NUMERIC
016732         DISPLAY 'PAYREG0 - NON-NUMERIC WITHHOLDING ROW FOR '
016734             WHT-JURISDICTION
016736         SET REG-WHTABLE-ERROR TO TRUE
016738         SET REG-END-OF-WHTABLE TO TRUE
016740         GO TO 1100-EXIT
016742     END-IF.
016744     IF REG-BRACKET-COUNT >= REG-MAX-BRACKETS
016746         DISPLAY 'PAYREG0 - WITHHOLDING TABLE FULL AT '
016748             WHT-JURISDICTION
016750         SET REG-WHTABLE-ERROR TO TRUE
016752         SET REG-END-OF-WHTABLE TO TRUE
016754         GO TO 1100-EXIT
016756     END-IF.
016758     ADD 1 TO REG-BRACKET-COUNT.
016760     MOVE WHT-JURISDICTION
016762         TO REG-BRK-JURISDICTION (REG-BRACKET-COUNT).
016764     MOVE WHT-FILING-STATUS
016766         TO REG-BRK-FILING-STATUS (REG-BRACKET-COUNT).
016768     MOVE WHT-BRACKET-FLOOR TO REG-BRK-FLOOR (REG-BRACKET-COUNT).
016770     MOVE WHT-BASE-TAX TO REG-BRK-BASE-TAX (REG-BRACKET-COUNT).
016772     MOVE WHT-RATE-PERCENT TO REG-BRK-RATE (REG-BRACKET-COUNT).
016774     MOVE WHT-ALLOWANCE-AMOUNT
016776         TO REG-BRK-ALLOWANCE (REG-BRACKET-COUNT).
016778 1100-EXIT.
016780     EXIT.
016781*----------------------------------------------------------------
016782* 1200-LOAD-ONE-TIME-ROW - ONE ONETIME ROW INTO THE TABLE. A
016783* NON-NUMERIC AMOUNT OR A FULL TABLE WOULD LEAVE SOMEONE UNPAID OR
016784* MISPAID, SO EITHER ONE FAILS THE RUN
016785*----------------------------------------------------------------
016786 1200-LOAD-ONE-TIME-ROW.
016787     READ ONETIME
016788         AT END
016789             SET REG-END-OF-ONETIME TO TRUE
016790             GO TO 1200-EXIT
016791     END-READ.
016792     IF OTE-AMOUNT NOT NUMERIC
016793         DISPLAY 'PAYREG0 - NON-NUMERIC ONE-TIME AMOUNT FOR '
016794             'EMP-ID ' OTE-EMP-ID
016795         SET REG-ONETIME-ERROR TO TRUE
016796         SET REG-END-OF-ONETIME TO TRUE
016797         GO TO 1200-EXIT
016798     END-IF.
016799     IF REG-ONE-TIME-COUNT >= REG-MAX-ONE-TIME
016800         DISPLAY 'PAYREG0 - ONE-TIME EARNINGS TABLE FULL AT '
016801             'EMP-ID ' OTE-EMP-ID
016802         SET REG-ONETIME-ERROR TO TRUE
016803         SET REG-END-OF-ONETIME TO TRUE
016804         GO TO 1200-EXIT
016805     END-IF.
016806     ADD 1 TO REG-ONE-TIME-COUNT.
016807     MOVE OTE-EMP-ID TO REG-OTE-EMP-ID (REG-ONE-TIME-COUNT).
016808     MOVE OTE-EARNINGS-TYPE TO REG-OTE-TYPE (REG-ONE-TIME-COUNT).
016809     MOVE OTE-AMOUNT TO REG-OTE-AMOUNT (REG-ONE-TIME-COUNT).
016810     MOVE OTE-REFERENCE TO REG-OTE-REFERENCE (REG-ONE-TIME-COUNT).
016811     MOVE OTE-SOURCE-DATE
016812         TO REG-OTE-SOURCE-DATE (REG-ONE-TIME-COUNT).
016813     MOVE 'N' TO REG-OTE-PAID-SW (REG-ONE-TIME-COUNT).
016814 1200-EXIT.
016815     EXIT.
016816*----------------------------------------------------------------
016900* 2000-PROCESS-EMPLOYEE - READ ONE MASTER ROW; EVERY ROW FEEDS
017000* THE ANNUAL SALARY CROSSCHECK, ACTIVES GO ON THE REGISTER
017100*----------------------------------------------------------------
018300     EXIT.
018400*----------------------------------------------------------------
018500* 2100-REGISTER-ONE-EMPLOYEE - PER-PERIOD GROSS PLUS EVERY
018600* BENEFIT ENTRY VALUED THROUGH BENCALC0, THEN THE WITHHOLDING
018650* AND THE NET PAY LEFT AFTER DEDUCTIONS AND TAXES. A NET BELOW
018675* ZERO IS HELD RATHER THAN PAID AND STAYS OUT OF EVERY TOTAL
018700*----------------------------------------------------------------
018800 2100-REGISTER-ONE-EMPLOYEE.
018900     ADD 1 TO REG-ACTIVE-COUNT.
019000     COMPUTE REG-PERIOD-GROSS ROUNDED =
019100         EMP-SALARY / REG-PERIODS-PER-YEAR.
019116     MOVE ZERO TO REG-PERIOD-ONE-TIME.
019132     PERFORM 2150-CHECK-ONE-TIME-ROW THRU 2150-EXIT
019148         VARYING REG-OTE-IDX FROM 1 BY 1
019164         UNTIL REG-OTE-IDX > REG-ONE-TIME-COUNT.
019180     ADD REG-PERIOD-ONE-TIME TO REG-PERIOD-GROSS.
019200     MOVE ZERO TO REG-PERIOD-DEDUCTIONS.
019300     MOVE ZERO TO REG-PERIOD-CONTRIBUTIONS.
019400     PERFORM 2200-VALUE-ONE-BENEFIT THRU 2200-EXIT
019500         VARYING REG-BEN-IDX FROM 1 BY 1
019600         UNTIL REG-BEN-IDX > EMP-BENEFIT-COUNT.
019616     PERFORM 2400-WITHHOLD-TAXES THRU 2400-EXIT.
019632     COMPUTE REG-PERIOD-NET =
019648         REG-PERIOD-GROSS - REG-PERIOD-DEDUCTIONS
019664         - REG-PERIOD-FED-TAX - REG-PERIOD-STATE-TAX
019680         - REG-PERIOD-FICA-TAX.
019682     IF REG-PERIOD-NET < ZERO
019684         PERFORM 2700-HOLD-EMPLOYEE THRU 2700-EXIT
019686         GO TO 2100-EXIT
019688     END-IF.
019690     ADD REG-PERIOD-ONE-TIME TO REG-COMPANY-ONE-TIME.
019700     ADD REG-PERIOD-GROSS TO REG-COMPANY-GROSS.
019800     ADD REG-PERIOD-DEDUCTIONS TO REG-COMPANY-DEDUCTIONS.
019900     ADD REG-PERIOD-CONTRIBUTIONS TO REG-COMPANY-CONTRIBUTIONS.
019920     ADD REG-PERIOD-FED-TAX TO REG-COMPANY-FED-TAX.
019940     ADD REG-PERIOD-STATE-TAX TO REG-COMPANY-STATE-TAX.
019960     ADD REG-PERIOD-FICA-TAX TO REG-COMPANY-FICA-TAX.
019980     ADD REG-PERIOD-NET TO REG-COMPANY-NET-PAY.
019990     MOVE SPACES TO REG-DEPT-TITLE-WORK.
020000     PERFORM 2300-ROLL-UP-DEPARTMENT THRU 2300-EXIT.
020100     MOVE EMP-ID TO REG-EMP-ID-DISPLAY.
020200     MOVE REG-PERIOD-GROSS TO REG-GROSS-DISPLAY.
020300     MOVE REG-PERIOD-DEDUCTIONS TO REG-DEDUCT-DISPLAY.
020400     MOVE REG-PERIOD-CONTRIBUTIONS TO REG-CONTRIB-DISPLAY.
020420     MOVE REG-PERIOD-FED-TAX TO REG-FED-TAX-DISPLAY.
020440     MOVE REG-PERIOD-STATE-TAX TO REG-STATE-TAX-DISPLAY.
020460     MOVE REG-PERIOD-FICA-TAX TO REG-FICA-TAX-DISPLAY.
020480     MOVE REG-PERIOD-NET TO REG-NET-DISPLAY.
020500     MOVE SPACES TO REG-REPORT-LINE.
020600     STRING REG-EMP-ID-DISPLAY ' ' EMP-DEPT ' '
020650         REG-DEPT-TITLE-WORK ' '
020700         REG-GROSS-DISPLAY ' ' REG-DEDUCT-DISPLAY '  '
020800         REG-CONTRIB-DISPLAY
020833         '  ' REG-FED-TAX-DISPLAY '  ' REG-STATE-TAX-DISPLAY
020866         '  ' REG-FICA-TAX-DISPLAY '  ' REG-NET-DISPLAY
020900         DELIMITED BY SIZE INTO REG-REPORT-LINE.
021000     WRITE REG-REPORT-LINE.
021005     IF REG-PERIOD-ONE-TIME > ZERO
021010         MOVE REG-PERIOD-ONE-TIME TO REG-GROSS-DISPLAY
021015         MOVE SPACES TO REG-REPORT-LINE
021020         STRING '         ONE-TIME EARNINGS INCLUDED IN GROSS: '
021025             REG-GROSS-DISPLAY
021030             DELIMITED BY SIZE INTO REG-REPORT-LINE
021035         WRITE REG-REPORT-LINE
021040     END-IF.
021050     PERFORM 2600-WRITE-NET-PAY-ROW THRU 2600-EXIT.
021100 2100-EXIT.
021200     EXIT.
021207*----------------------------------------------------------------
021214* 2150-CHECK-ONE-TIME-ROW - A ONETIME ROW FOR THIS EMPLOYEE IS
021221* PAID NOW AND MARKED SO IT CANNOT BE PAID TWICE IN THE RUN
021228*----------------------------------------------------------------
021235 2150-CHECK-ONE-TIME-ROW.
021242     IF REG-OTE-EMP-ID (REG-OTE-IDX) = EMP-ID
021249             AND NOT REG-OTE-PAID (REG-OTE-IDX)
021256         ADD REG-OTE-AMOUNT (REG-OTE-IDX) TO REG-PERIOD-ONE-TIME
021263         SET REG-OTE-PAID (REG-OTE-IDX) TO TRUE
021270     END-IF.
021277 2150-EXIT.
021284     EXIT.
021300*----------------------------------------------------------------
021400* 2200-VALUE-ONE-BENEFIT - BENCALC0 RETURNS THE TRUE ANNUAL
021500* VALUE; A FLAT ENTRY IS AN EMPLOYEE DEDUCTION AND A PERCENT
023700     EXIT.
023800*----------------------------------------------------------------
023900* 2300-ROLL-UP-DEPARTMENT - FIND (OR ADD) THE EMPLOYEE'S
024000* DEPARTMENT ROW AND ACCUMULATE THE PER-PERIOD FIGURES. A NEW
024050* ROW TAKES ITS NAME AND GL ACCOUNTS FROM DEPTMSTR (2340).
024100*----------------------------------------------------------------
024200 2300-ROLL-UP-DEPARTMENT.
024300     MOVE 'N' TO REG-DEPT-FOUND-SW.
026600     MOVE ZERO TO REG-DEPT-GROSS (REG-DEPT-IDX).
026700     MOVE ZERO TO REG-DEPT-DEDUCTIONS (REG-DEPT-IDX).
026800     MOVE ZERO TO REG-DEPT-CONTRIBUTIONS (REG-DEPT-IDX).
026812     MOVE ZERO TO REG-DEPT-ONE-TIME (REG-DEPT-IDX).
026825     MOVE ZERO TO REG-DEPT-FED-TAX (REG-DEPT-IDX).
026850     MOVE ZERO TO REG-DEPT-STATE-TAX (REG-DEPT-IDX).
026875     MOVE ZERO TO REG-DEPT-FICA-TAX (REG-DEPT-IDX).
026887     PERFORM 2340-LOOK-UP-DEPARTMENT THRU 2340-EXIT.
026900 2330-ACCUMULATE-DEPT.
027000     ADD 1 TO REG-DEPT-HEADCOUNT (REG-DEPT-IDX).
027100     ADD REG-PERIOD-GROSS TO REG-DEPT-GROSS (REG-DEPT-IDX).
027300         TO REG-DEPT-DEDUCTIONS (REG-DEPT-IDX).
027400     ADD REG-PERIOD-CONTRIBUTIONS
027500         TO REG-DEPT-CONTRIBUTIONS (REG-DEPT-IDX).
027510     ADD REG-PERIOD-ONE-TIME TO REG-DEPT-ONE-TIME (REG-DEPT-IDX).
027520     ADD REG-PERIOD-FED-TAX TO REG-DEPT-FED-TAX (REG-DEPT-IDX).
027540     ADD REG-PERIOD-STATE-TAX
027560         TO REG-DEPT-STATE-TAX (REG-DEPT-IDX).
027580     ADD REG-PERIOD-FICA-TAX TO REG-DEPT-FICA-TAX (REG-DEPT-IDX).
027590     MOVE REG-DEPT-TITLE (REG-DEPT-IDX) TO REG-DEPT-TITLE-WORK.
027600 2300-EXIT.
027700     EXIT.
027701*----------------------------------------------------------------
027702* 2340-LOOK-UP-DEPARTMENT - KEYED READ OF DEPTMSTR FOR THE ROW
027703* JUST ADDED AT REG-DEPT-IDX. A CODE NOT ON THE MASTER FAILS THE
027704* RUN, SINCE ITS GL ROWS WOULD CARRY NO ACCOUNT; A CLOSED
027705* DEPARTMENT KEEPS ITS ACCOUNTS AND IS ONLY COUNTED.
027706*----------------------------------------------------------------
027707 2340-LOOK-UP-DEPARTMENT.
027708     MOVE EMP-DEPT TO DPT-CODE.
027709     READ DEPTMSTR
027710         INVALID KEY
027711             MOVE 'UNKNOWN DEPARTMENT'
027712                 TO REG-DEPT-TITLE (REG-DEPT-IDX)
027713             MOVE SPACES TO REG-DEPT-EXPENSE-ACCT (REG-DEPT-IDX)
027714             MOVE SPACES TO REG-DEPT-LIABILITY-ACCT (REG-DEPT-IDX)
027715             SET REG-DEPT-UNKNOWN (REG-DEPT-IDX) TO TRUE
027716             ADD 1 TO REG-UNKNOWN-DEPT-COUNT
027717             DISPLAY 'PAYREG0 - DEPARTMENT ' EMP-DEPT
027718                 ' NOT ON DEPTMSTR - NO GL ACCOUNTS - RUN FAILED'
027719             MOVE 8 TO RETURN-CODE
027720             GO TO 2340-EXIT
027721     END-READ.
027722     MOVE DPT-NAME TO REG-DEPT-TITLE (REG-DEPT-IDX).
027723     MOVE DPT-GL-EXPENSE-ACCOUNT
027724         TO REG-DEPT-EXPENSE-ACCT (REG-DEPT-IDX).
027725     MOVE DPT-GL-LIABILITY-ACCOUNT
027726         TO REG-DEPT-LIABILITY-ACCT (REG-DEPT-IDX).
027727     IF DPT-CLOSED
027728         SET REG-DEPT-CLOSED (REG-DEPT-IDX) TO TRUE
027729         ADD 1 TO REG-CLOSED-DEPT-COUNT
027730         DISPLAY 'PAYREG0 - DEPARTMENT ' EMP-DEPT
027731             ' IS CLOSED ON DEPTMSTR - POSTED AS REGISTERED'
027732     ELSE
027733         SET REG-DEPT-ACTIVE (REG-DEPT-IDX) TO TRUE
027734     END-IF.
027735 2340-EXIT.
027736     EXIT.
027737*----------------------------------------------------------------
027738* 2400-WITHHOLD-TAXES - LOOK UP THE EMPLOYEE'S ELECTION, COMPUTE
027739* FICA, FEDERAL, AND STATE WITHHOLDING FOR THE PERIOD. WITHHOLDING
027740* IS LIMITED TO WHAT IS LEFT AFTER BENEFIT DEDUCTIONS, TAKEN IN
027750* THAT ORDER, SO WITHHOLDING NEVER TAKES NET PAY BELOW ZERO
027760*----------------------------------------------------------------
027770 2400-WITHHOLD-TAXES.
027780     MOVE ZERO TO REG-PERIOD-FED-TAX.
027790     MOVE ZERO TO REG-PERIOD-STATE-TAX.
027800     MOVE ZERO TO REG-PERIOD-FICA-TAX.
027810     MOVE EMP-ID TO WHE-EMP-ID.
027820     READ WHELECT
027830         INVALID KEY
027840             MOVE 'N' TO REG-ELECTION-FOUND-SW
027850         NOT INVALID KEY
027860             MOVE 'Y' TO REG-ELECTION-FOUND-SW
027870     END-READ.
027880     IF NOT REG-ELECTION-FOUND
027890         ADD 1 TO REG-NO-ELECTION-COUNT
027900         MOVE SPACES TO WITHHOLDING-ELECTION-RECORD
027910         MOVE EMP-ID TO WHE-EMP-ID
027920         MOVE 'S' TO WHE-FILING-STATUS
027930         MOVE ZERO TO WHE-FED-ALLOWANCES
027940         MOVE ZERO TO WHE-STATE-ALLOWANCES
027950         MOVE ZERO TO WHE-ADDITIONAL-FED
027960     END-IF.
027970     IF WHE-FED-ALLOWANCES NOT NUMERIC
027980         MOVE ZERO TO WHE-FED-ALLOWANCES
027990     END-IF.
028000     IF WHE-STATE-ALLOWANCES NOT NUMERIC
028010         MOVE ZERO TO WHE-STATE-ALLOWANCES
028020     END-IF.
028030     IF WHE-ADDITIONAL-FED NOT NUMERIC
028040         MOVE ZERO TO WHE-ADDITIONAL-FED
028050     END-IF.
028060     MOVE WHE-FILING-STATUS TO REG-TAX-FILING-STATUS.
028070     MOVE 'FICA' TO REG-TAX-JURISDICTION.
028080     MOVE ZERO TO REG-TAX-ALLOWANCES.
028090     PERFORM 2500-COMPUTE-ONE-TAX THRU 2500-EXIT.
028100     MOVE REG-TAX-PERIOD-AMOUNT TO REG-PERIOD-FICA-TAX.
028110     IF NOT WHE-FED-EXEMPT
028120         MOVE 'FED ' TO REG-TAX-JURISDICTION
028130         MOVE WHE-FED-ALLOWANCES TO REG-TAX-ALLOWANCES
028140         PERFORM 2500-COMPUTE-ONE-TAX THRU 2500-EXIT
028150         COMPUTE REG-PERIOD-FED-TAX =
028160             REG-TAX-PERIOD-AMOUNT + WHE-ADDITIONAL-FED
028170     END-IF.
028180     IF WHE-STATE-CODE NOT = SPACES
028190         MOVE WHE-STATE-CODE TO REG-TAX-JURISDICTION
028200         MOVE WHE-STATE-ALLOWANCES TO REG-TAX-ALLOWANCES
028210         PERFORM 2500-COMPUTE-ONE-TAX THRU 2500-EXIT
028220         MOVE REG-TAX-PERIOD-AMOUNT TO REG-PERIOD-STATE-TAX
028230     END-IF.
028240     COMPUTE REG-PERIOD-AVAILABLE =
028250         REG-PERIOD-GROSS - REG-PERIOD-DEDUCTIONS.
028260     IF REG-PERIOD-AVAILABLE < REG-PERIOD-FICA-TAX
028270             + REG-PERIOD-FED-TAX + REG-PERIOD-STATE-TAX
028280         PERFORM 2450-LIMIT-WITHHOLDING THRU 2450-EXIT
028290     END-IF.
028300 2400-EXIT.
028310     EXIT.
028320*----------------------------------------------------------------
028330* 2450-LIMIT-WITHHOLDING - NOT ENOUGH PAY LEFT TO COVER THE TAXES;
028340* FICA IS SATISFIED FIRST, THEN FEDERAL, THEN STATE
028350*----------------------------------------------------------------
028360 2450-LIMIT-WITHHOLDING.
028370     ADD 1 TO REG-TAX-LIMITED-COUNT.
028380     DISPLAY 'PAYREG0 - WITHHOLDING LIMITED TO AVAILABLE PAY FOR '
028390         'EMP-ID ' EMP-ID.
028400     IF REG-PERIOD-AVAILABLE < ZERO
028410         MOVE ZERO TO REG-PERIOD-AVAILABLE
028420     END-IF.
028430     IF REG-PERIOD-FICA-TAX > REG-PERIOD-AVAILABLE
028440         MOVE REG-PERIOD-AVAILABLE TO REG-PERIOD-FICA-TAX
028450     END-IF.
028460     SUBTRACT REG-PERIOD-FICA-TAX FROM REG-PERIOD-AVAILABLE.
028470     IF REG-PERIOD-FED-TAX > REG-PERIOD-AVAILABLE
028480         MOVE REG-PERIOD-AVAILABLE TO REG-PERIOD-FED-TAX
028490     END-IF.
028500     SUBTRACT REG-PERIOD-FED-TAX FROM REG-PERIOD-AVAILABLE.
028510     IF REG-PERIOD-STATE-TAX > REG-PERIOD-AVAILABLE
028520         MOVE REG-PERIOD-AVAILABLE TO REG-PERIOD-STATE-TAX
028530     END-IF.
028540 2450-EXIT.
028550     EXIT.
028560*----------------------------------------------------------------
028570* 2500-COMPUTE-ONE-TAX - ANNUALIZE THE PERIOD GROSS, TAKE OFF THE
028580* ALLOWANCES, FIND THE BRACKET WITH THE HIGHEST FLOOR AT OR BELOW
028590* THE TAXABLE WAGE, AND BRING THE ANNUAL TAX BACK TO THE PERIOD.
028600* A JURISDICTION WITH NO ROWS ON THE TABLE WITHHOLDS NOTHING
028610*----------------------------------------------------------------
028620 2500-COMPUTE-ONE-TAX.
028630     MOVE ZERO TO REG-TAX-PERIOD-AMOUNT.
028640     MOVE ZERO TO REG-TAX-ALLOWANCE-VALUE.
028650     MOVE ZERO TO REG-BEST-IDX.
028660     PERFORM 2510-FIND-ALLOWANCE-VALUE THRU 2510-EXIT
028670         VARYING REG-BRK-IDX FROM 1 BY 1
028680         UNTIL REG-BRK-IDX > REG-BRACKET-COUNT.
028690     COMPUTE REG-TAX-ANNUAL-WAGE =
028700         REG-PERIOD-GROSS * REG-PERIODS-PER-YEAR
028710         - REG-TAX-ALLOWANCES * REG-TAX-ALLOWANCE-VALUE.
028720     IF REG-TAX-ANNUAL-WAGE < ZERO
028730         MOVE ZERO TO REG-TAX-ANNUAL-WAGE
028740     END-IF.
028750     PERFORM 2520-CHECK-ONE-BRACKET THRU 2520-EXIT
028760         VARYING REG-BRK-IDX FROM 1 BY 1
028770         UNTIL REG-BRK-IDX > REG-BRACKET-COUNT.
028780     IF REG-BEST-IDX = ZERO
028790         GO TO 2500-EXIT
028800     END-IF.
028810     COMPUTE REG-TAX-ANNUAL-AMOUNT ROUNDED =
028820         REG-BRK-BASE-TAX (REG-BEST-IDX)
028830         + (REG-TAX-ANNUAL-WAGE - REG-BRK-FLOOR (REG-BEST-IDX))
028840         * REG-BRK-RATE (REG-BEST-IDX) / 100.
028850     COMPUTE REG-TAX-PERIOD-AMOUNT ROUNDED =
028860         REG-TAX-ANNUAL-AMOUNT / REG-PERIODS-PER-YEAR.
028870 2500-EXIT.
028880     EXIT.
028890*----------------------------------------------------------------
028900* 2510-FIND-ALLOWANCE-VALUE - THE PER-ALLOWANCE AMOUNT FROM ANY
028910* ROW OF THE JURISDICTION THAT FITS THE FILING STATUS
028920*----------------------------------------------------------------
028930 2510-FIND-ALLOWANCE-VALUE.
028940     IF REG-BRK-JURISDICTION (REG-BRK-IDX) = REG-TAX-JURISDICTION
028950             AND (REG-BRK-FILING-STATUS (REG-BRK-IDX)
028960                     = REG-TAX-FILING-STATUS
028970                 OR REG-BRK-FILING-STATUS (REG-BRK-IDX) = SPACE)
028980         MOVE REG-BRK-ALLOWANCE (REG-BRK-IDX)
028990             TO REG-TAX-ALLOWANCE-VALUE
029000     END-IF.
029010 2510-EXIT.
029020     EXIT.
029030*----------------------------------------------------------------
029040* 2520-CHECK-ONE-BRACKET - KEEP THE HIGHEST QUALIFYING FLOOR SO
029050* THE TABLE ROWS NEED NOT ARRIVE IN ANY PARTICULAR ORDER
029060*----------------------------------------------------------------
029070 2520-CHECK-ONE-BRACKET.
029080     IF REG-BRK-JURISDICTION (REG-BRK-IDX)
029085             NOT = REG-TAX-JURISDICTION
029090         GO TO 2520-EXIT
029100     END-IF.
029110     IF REG-BRK-FILING-STATUS (REG-BRK-IDX) NOT = SPACE
029120             AND REG-BRK-FILING-STATUS (REG-BRK-IDX)
029130                 NOT = REG-TAX-FILING-STATUS
029140         GO TO 2520-EXIT
029150     END-IF.
029160     IF REG-BRK-FLOOR (REG-BRK-IDX) > REG-TAX-ANNUAL-WAGE
029170         GO TO 2520-EXIT
029180     END-IF.
029190     IF REG-BEST-IDX = ZERO
029200         MOVE REG-BRK-IDX TO REG-BEST-IDX
029210         GO TO 2520-EXIT
029220     END-IF.
029230     IF REG-BRK-FLOOR (REG-BRK-IDX) > REG-BRK-FLOOR (REG-BEST-IDX)
029240         MOVE REG-BRK-IDX TO REG-BEST-IDX
029250     END-IF.
029260 2520-EXIT.
029270     EXIT.
029280*----------------------------------------------------------------
029290* 2600-WRITE-NET-PAY-ROW - ONE PAYNET DETAIL ROW FOR THE PAYMENT
029300* RUN, CARRYING EXACTLY THE NET PAY THE REGISTER JUST PRINTED
029310*----------------------------------------------------------------
029320 2600-WRITE-NET-PAY-ROW.
029330     MOVE SPACES TO PAY-NET-RECORD.
029340     SET PNT-TYPE-DETAIL TO TRUE.
029350     MOVE EMP-ID TO PNT-EMP-ID.
029360     MOVE EMP-NAME TO PNT-EMP-NAME.
029370     MOVE EMP-DEPT TO PNT-EMP-DEPT.
029380     MOVE REG-PERIOD-NET TO PNT-NET-PAY.
029390     MOVE REG-BATCH-DATE TO PNT-PAY-DATE.
029400     MOVE ZERO TO PNT-RECORD-COUNT.
029410     MOVE ZERO TO PNT-NET-PAY-TOTAL.
029420     WRITE PAY-NET-RECORD.
029430     ADD 1 TO REG-NET-ROW-COUNT.
029440 2600-EXIT.
029450     EXIT.
029451*----------------------------------------------------------------
029452* 2700-HOLD-EMPLOYEE - DEDUCTIONS TOOK MORE THAN THE PERIOD GROSS.
029453* THE EMPLOYEE IS LISTED WITH THE SHORTFALL AND NOT PAID; ANY
029454* ONE-TIME ROWS TAKEN FOR THEM GO BACK TO UNPAID SO THEY ARE
029455* LISTED AND CARRIED TO THE NEXT RUN
029456*----------------------------------------------------------------
029457 2700-HOLD-EMPLOYEE.
029458     ADD 1 TO REG-HELD-COUNT.
029459     PERFORM 2710-RELEASE-ONE-TIME-ROW THRU 2710-EXIT
029460         VARYING REG-OTE-IDX FROM 1 BY 1
029461         UNTIL REG-OTE-IDX > REG-ONE-TIME-COUNT.
029462     MOVE EMP-ID TO REG-EMP-ID-DISPLAY.
029463     MOVE REG-PERIOD-GROSS TO REG-GROSS-DISPLAY.
029464     MOVE REG-PERIOD-DEDUCTIONS TO REG-DEDUCT-DISPLAY.
029465     MOVE REG-PERIOD-NET TO REG-HELD-NET-DISPLAY.
029466     MOVE SPACES TO REG-REPORT-LINE.
029467     STRING REG-EMP-ID-DISPLAY ' ' EMP-DEPT ' '
029468         'NET PAY HELD - GROSS ' REG-GROSS-DISPLAY
029469         ' DEDUCTIONS ' REG-DEDUCT-DISPLAY
029470         ' NET ' REG-HELD-NET-DISPLAY
029471         DELIMITED BY SIZE INTO REG-REPORT-LINE.
029472     WRITE REG-REPORT-LINE.
029473 2700-EXIT.
029474     EXIT.
029475*----------------------------------------------------------------
029476* 2710-RELEASE-ONE-TIME-ROW
029477*----------------------------------------------------------------
029478 2710-RELEASE-ONE-TIME-ROW.
029479     IF REG-OTE-EMP-ID (REG-OTE-IDX) = EMP-ID
029480         MOVE 'N' TO REG-OTE-PAID-SW (REG-OTE-IDX)
029481     END-IF.
029482 2710-EXIT.
029483     EXIT.
029484*----------------------------------------------------------------
029485* 8000-WRITE-TOTALS - DEPARTMENT BREAKS, COMPANY TOTALS, AND THE
029486* ANNUAL SALARY CROSSCHECK AGAINST THE EXTRACT TRAILER
029490*----------------------------------------------------------------
029500 8000-WRITE-TOTALS.
029510     MOVE SPACES TO REG-REPORT-LINE.
029520     MOVE 'DEPARTMENT TOTALS (PER PERIOD)' TO REG-REPORT-LINE.
029530     WRITE REG-REPORT-LINE.
029540     PERFORM 8100-WRITE-ONE-DEPT THRU 8100-EXIT
029550         VARYING REG-DEPT-IDX FROM 1 BY 1
029560         UNTIL REG-DEPT-IDX > REG-DEPT-COUNT.
029570     MOVE REG-ACTIVE-COUNT TO REG-COUNT-DISPLAY.
029580     MOVE SPACES TO REG-REPORT-LINE.
029590     STRING 'COMPANY ACTIVE HEADCOUNT: ' REG-COUNT-DISPLAY
029600         DELIMITED BY SIZE INTO REG-REPORT-LINE.
029610     WRITE REG-REPORT-LINE.
029620     MOVE REG-COMPANY-GROSS TO REG-TOTAL-DISPLAY.
029630     MOVE SPACES TO REG-REPORT-LINE.
029640     STRING 'COMPANY GROSS/PERIOD:         ' REG-TOTAL-DISPLAY
029700         DELIMITED BY SIZE INTO REG-REPORT-LINE.
029800     WRITE REG-REPORT-LINE.
029900     MOVE REG-COMPANY-DEDUCTIONS TO REG-TOTAL-DISPLAY.
030600     STRING 'COMPANY CONTRIBUTIONS/PERIOD: ' REG-TOTAL-DISPLAY
030700         DELIMITED BY SIZE INTO REG-REPORT-LINE.
030800     WRITE REG-REPORT-LINE.
030804     MOVE REG-COMPANY-FED-TAX TO REG-TOTAL-DISPLAY.
030808     MOVE SPACES TO REG-REPORT-LINE.
030812     STRING 'COMPANY FEDERAL TAX/PERIOD:   ' REG-TOTAL-DISPLAY
030816         DELIMITED BY SIZE INTO REG-REPORT-LINE.
030820     WRITE REG-REPORT-LINE.
030824     MOVE REG-COMPANY-STATE-TAX TO REG-TOTAL-DISPLAY.
030828     MOVE SPACES TO REG-REPORT-LINE.
030832     STRING 'COMPANY STATE TAX/PERIOD:     ' REG-TOTAL-DISPLAY
030836         DELIMITED BY SIZE INTO REG-REPORT-LINE.
030840     WRITE REG-REPORT-LINE.
030844     MOVE REG-COMPANY-FICA-TAX TO REG-TOTAL-DISPLAY.
030848     MOVE SPACES TO REG-REPORT-LINE.
030852     STRING 'COMPANY FICA TAX/PERIOD:      ' REG-TOTAL-DISPLAY
030856         DELIMITED BY SIZE INTO REG-REPORT-LINE.
030860     WRITE REG-REPORT-LINE.
030864     MOVE REG-COMPANY-NET-PAY TO REG-TOTAL-DISPLAY.
030868     MOVE SPACES TO REG-REPORT-LINE.
030872     STRING 'COMPANY NET PAY/PERIOD:       ' REG-TOTAL-DISPLAY
030876         DELIMITED BY SIZE INTO REG-REPORT-LINE.
030880     WRITE REG-REPORT-LINE.
030882     MOVE REG-COMPANY-ONE-TIME TO REG-TOTAL-DISPLAY.
030884     MOVE SPACES TO REG-REPORT-LINE.
030886     STRING 'COMPANY ONE-TIME EARNINGS:    ' REG-TOTAL-DISPLAY
030888         ' (INCLUDED IN GROSS)'
030890         DELIMITED BY SIZE INTO REG-REPORT-LINE.
030892     WRITE REG-REPORT-LINE.
030900     MOVE REG-ANNUAL-SALARY-TOTAL TO REG-TOTAL-DISPLAY.
031000     MOVE SPACES TO REG-REPORT-LINE.
031100     STRING 'ANNUAL SALARY ALL EMPLOYEES:  ' REG-TOTAL-DISPLAY
031900             DELIMITED BY SIZE INTO REG-REPORT-LINE
032000         WRITE REG-REPORT-LINE
032100     END-IF.
032106     IF REG-NO-ELECTION-COUNT > ZERO
032112         MOVE SPACES TO REG-REPORT-LINE
032118         STRING 'NO WITHHOLDING ELECTION (TAXED SINGLE/ZERO): '
032124             REG-NO-ELECTION-COUNT
032130             DELIMITED BY SIZE INTO REG-REPORT-LINE
032136         WRITE REG-REPORT-LINE
032142     END-IF.
032143     IF REG-HELD-COUNT > ZERO
032144         MOVE SPACES TO REG-REPORT-LINE
032145         STRING 'NET PAY HELD (DEDUCTIONS EXCEED GROSS):      '
032146             REG-HELD-COUNT
032147             DELIMITED BY SIZE INTO REG-REPORT-LINE
032148         WRITE REG-REPORT-LINE
032149         IF RETURN-CODE < 4
032150             MOVE 4 TO RETURN-CODE
032151         END-IF
032152     END-IF.
032153     IF REG-TAX-LIMITED-COUNT > ZERO
032154         MOVE SPACES TO REG-REPORT-LINE
032160         STRING 'WITHHOLDING LIMITED TO AVAILABLE PAY:        '
032166             REG-TAX-LIMITED-COUNT
032172             DELIMITED BY SIZE INTO REG-REPORT-LINE
032178         WRITE REG-REPORT-LINE
032184     END-IF.
032185     IF REG-UNKNOWN-DEPT-COUNT > ZERO
032186         MOVE SPACES TO REG-REPORT-LINE
032187         STRING 'DEPARTMENTS NOT ON DEPTMSTR (NO GL ACCOUNT): '
032188             REG-UNKNOWN-DEPT-COUNT
032189             DELIMITED BY SIZE INTO REG-REPORT-LINE
032190         WRITE REG-REPORT-LINE
032191     END-IF.
032192     IF REG-CLOSED-DEPT-COUNT > ZERO
032193         MOVE SPACES TO REG-REPORT-LINE
032194         STRING 'CLOSED DEPARTMENTS STILL CARRYING PAYROLL:   '
032195             REG-CLOSED-DEPT-COUNT
032196             DELIMITED BY SIZE INTO REG-REPORT-LINE
032197         WRITE REG-REPORT-LINE
032198     END-IF.
032200 8000-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------
033100         TO REG-DEDUCT-DISPLAY.
033200     MOVE REG-DEPT-CONTRIBUTIONS (REG-DEPT-IDX)
033300         TO REG-CONTRIB-DISPLAY.
033308     MOVE REG-DEPT-FED-TAX (REG-DEPT-IDX) TO REG-FED-TAX-DISPLAY.
033316     MOVE REG-DEPT-STATE-TAX (REG-DEPT-IDX)
033324         TO REG-STATE-TAX-DISPLAY.
033332     MOVE REG-DEPT-FICA-TAX (REG-DEPT-IDX)
033336         TO REG-FICA-TAX-DISPLAY.
033340     COMPUTE REG-GL-NET-AMOUNT =
033348         REG-DEPT-GROSS (REG-DEPT-IDX)
033356         - REG-DEPT-DEDUCTIONS (REG-DEPT-IDX)
033364         - REG-DEPT-FED-TAX (REG-DEPT-IDX)
033372         - REG-DEPT-STATE-TAX (REG-DEPT-IDX)
033380         - REG-DEPT-FICA-TAX (REG-DEPT-IDX).
033388     MOVE REG-GL-NET-AMOUNT TO REG-NET-DISPLAY.
033400     MOVE SPACES TO REG-REPORT-LINE.
033500     STRING REG-DEPT-NAME (REG-DEPT-IDX) ' '
033550         REG-DEPT-TITLE (REG-DEPT-IDX) ' ' REG-COUNT-DISPLAY
033600         ' ' REG-GROSS-DISPLAY ' ' REG-DEDUCT-DISPLAY '  '
033700         REG-CONTRIB-DISPLAY
033733         '  ' REG-FED-TAX-DISPLAY '  ' REG-STATE-TAX-DISPLAY
033766         '  ' REG-FICA-TAX-DISPLAY '  ' REG-NET-DISPLAY
033800         DELIMITED BY SIZE INTO REG-REPORT-LINE.
033900     WRITE REG-REPORT-LINE.
034000 8100-EXIT.
034100     EXIT.
034101*----------------------------------------------------------------
034102* 8200-LIST-UNPAID-ONE-TIME - A ONETIME ROW WHOSE EMPLOYEE WAS NOT
034103* PAID THIS RUN (NOT ACTIVE, NOT ON THE MASTER, OR HELD) IS LISTED
034104* AND STAYS ON ONETIME FOR THE NEXT RUN; THE RUN ENDS RC 4
034105*----------------------------------------------------------------
034106 8200-LIST-UNPAID-ONE-TIME.
034107     PERFORM 8210-LIST-ONE-UNPAID THRU 8210-EXIT
034108         VARYING REG-OTE-IDX FROM 1 BY 1
034109         UNTIL REG-OTE-IDX > REG-ONE-TIME-COUNT.
034110     IF REG-UNPAID-ONE-TIME-COUNT > ZERO
034111         MOVE SPACES TO REG-REPORT-LINE
034112         STRING 'ONE-TIME EARNINGS NOT PAID (CARRIED FORWARD): '
034113             REG-UNPAID-ONE-TIME-COUNT
034114             DELIMITED BY SIZE INTO REG-REPORT-LINE
034115         WRITE REG-REPORT-LINE
034116         IF RETURN-CODE < 4
034117             MOVE 4 TO RETURN-CODE
034118         END-IF
034119     END-IF.
034120 8200-EXIT.
034121     EXIT.
034122*----------------------------------------------------------------
034123* 8210-LIST-ONE-UNPAID
034124*----------------------------------------------------------------
034125 8210-LIST-ONE-UNPAID.
034126     IF REG-OTE-PAID (REG-OTE-IDX)
034127         GO TO 8210-EXIT
034128     END-IF.
034129     ADD 1 TO REG-UNPAID-ONE-TIME-COUNT.
034130     MOVE REG-OTE-EMP-ID (REG-OTE-IDX) TO REG-EMP-ID-DISPLAY.
034131     MOVE REG-OTE-AMOUNT (REG-OTE-IDX) TO REG-GROSS-DISPLAY.
034132     MOVE SPACES TO REG-REPORT-LINE.
034133     STRING 'ONE-TIME EARNINGS NOT PAID - EMP-ID '
034134         REG-EMP-ID-DISPLAY ' ' REG-OTE-TYPE (REG-OTE-IDX)
034135         ' ' REG-OTE-REFERENCE (REG-OTE-IDX) ' ' REG-GROSS-DISPLAY
034136         DELIMITED BY SIZE INTO REG-REPORT-LINE.
034137     WRITE REG-REPORT-LINE.
034138 8210-EXIT.
034139     EXIT.
034140*----------------------------------------------------------------
034141* 8400-WRITE-NET-PAY-TRAILER - CLOSE OFF THE PAYNET HANDOFF WITH
034142* THE ROW COUNT AND THE COMPANY NET-PAY TOTAL
034143*----------------------------------------------------------------
034150 8400-WRITE-NET-PAY-TRAILER.
034160     MOVE SPACES TO PAY-NET-RECORD.
034170     SET PNT-TYPE-TRAILER TO TRUE.
034180     MOVE ZERO TO PNT-EMP-ID.
034190     MOVE ZERO TO PNT-NET-PAY.
034200     MOVE REG-BATCH-DATE TO PNT-PAY-DATE.
034210     MOVE REG-NET-ROW-COUNT TO PNT-RECORD-COUNT.
034220     MOVE REG-COMPANY-NET-PAY TO PNT-NET-PAY-TOTAL.
034230     WRITE PAY-NET-RECORD.
034240 8400-EXIT.
034250     EXIT.
034260*----------------------------------------------------------------
034270* 8500-WRITE-GL-BATCH - HEADER, NINE BALANCED ROWS PER
034280* DEPARTMENT FROM THE ROLLUP THE REGISTER ALREADY BUILT, AND THE
034290* TRAILER WITH THE HASH TOTAL. DEBITS (GROSS EXPENSE, ONE-TIME
034300* EARNINGS EXPENSE, AND CONTRIBUTION EXPENSE) MUST EQUAL CREDITS
034305* (DEDUCTION LIABILITY
034310* PLUS THE THREE TAX LIABILITIES PLUS NET PAYABLE PLUS
034320* CONTRIBUTION LIABILITY) OR THE RUN FAILS.
034330*----------------------------------------------------------------
034340 8500-WRITE-GL-BATCH.
034350     MOVE SPACES TO GL-POSTING-RECORD.
034360     SET GLP-TYPE-HEADER TO TRUE.
034370     MOVE REG-BATCH-DATE TO GLP-BATCH-DATE.
034380     MOVE ZERO TO GLP-DEBIT-AMOUNT.
034390     MOVE ZERO TO GLP-CREDIT-AMOUNT.
034400     MOVE ZERO TO GLP-HASH-TOTAL.
034410     WRITE GL-POSTING-RECORD.
034420     PERFORM 8600-WRITE-DEPT-GL-ROWS THRU 8600-EXIT
034430         VARYING REG-DEPT-IDX FROM 1 BY 1
034440         UNTIL REG-DEPT-IDX > REG-DEPT-COUNT.
034450     MOVE SPACES TO GL-POSTING-RECORD.
034460     SET GLP-TYPE-TRAILER TO TRUE.
034470     MOVE REG-BATCH-DATE TO GLP-BATCH-DATE.
034480     MOVE REG-GL-DEBIT-TOTAL TO GLP-DEBIT-AMOUNT.
034490     MOVE REG-GL-CREDIT-TOTAL TO GLP-CREDIT-AMOUNT.
034500     COMPUTE GLP-HASH-TOTAL =
034510         REG-GL-DEBIT-TOTAL + REG-GL-CREDIT-TOTAL.
034520     WRITE GL-POSTING-RECORD.
034530     IF REG-GL-DEBIT-TOTAL NOT = REG-GL-CREDIT-TOTAL
034540         DISPLAY 'PAYREG0 - GL BATCH OUT OF BALANCE - '
034550             'RUN FAILED'
034560         MOVE 'GL BATCH OUT OF BALANCE' TO REG-REPORT-LINE
034570         WRITE REG-REPORT-LINE
034580         MOVE 8 TO RETURN-CODE
034590     ELSE
034600         MOVE SPACES TO REG-REPORT-LINE
034610         STRING 'GL BATCH BALANCED - ' REG-GL-ROW-COUNT
034620             ' DETAIL ROWS'
034630             DELIMITED BY SIZE INTO REG-REPORT-LINE
034640         WRITE REG-REPORT-LINE
034650     END-IF.
034660 8500-EXIT.
034670     EXIT.
034714*----------------------------------------------------------------
034715* 8600-WRITE-DEPT-GL-ROWS - THE NINE ACCOUNT-CLASS ROWS FOR ONE
034716* DEPARTMENT; NET PAYABLE IS GROSS LESS DEDUCTIONS AND TAXES.
034717* GROSS PAY EXPENSE EXCLUDES THE ONE-TIME EARNINGS, WHICH DEBIT
034718* THEIR OWN EXPENSE CLASS.
034719* DEBITS POST TO THE DEPARTMENT'S EXPENSE ACCOUNT AND CREDITS TO
034720* ITS LIABILITY ACCOUNT.
034721*----------------------------------------------------------------
034722 8600-WRITE-DEPT-GL-ROWS.
034730     MOVE 'GRS' TO REG-GL-CLASS-WORK.
034740     COMPUTE REG-GL-NET-AMOUNT =
034743         REG-DEPT-GROSS (REG-DEPT-IDX)
034746         - REG-DEPT-ONE-TIME (REG-DEPT-IDX).
034750     PERFORM 8610-WRITE-DEBIT-ROW THRU 8610-EXIT.
034752     MOVE 'OTE' TO REG-GL-CLASS-WORK.
034754     MOVE REG-DEPT-ONE-TIME (REG-DEPT-IDX) TO REG-GL-NET-AMOUNT.
034756     PERFORM 8610-WRITE-DEBIT-ROW THRU 8610-EXIT.
034760     MOVE 'DED' TO REG-GL-CLASS-WORK.
034770     MOVE REG-DEPT-DEDUCTIONS (REG-DEPT-IDX)
034780         TO REG-GL-NET-AMOUNT.
034790     PERFORM 8620-WRITE-CREDIT-ROW THRU 8620-EXIT.
034800     MOVE 'FIT' TO REG-GL-CLASS-WORK.
034810     MOVE REG-DEPT-FED-TAX (REG-DEPT-IDX) TO REG-GL-NET-AMOUNT.
034820     PERFORM 8620-WRITE-CREDIT-ROW THRU 8620-EXIT.
034830     MOVE 'SIT' TO REG-GL-CLASS-WORK.
034840     MOVE REG-DEPT-STATE-TAX (REG-DEPT-IDX) TO REG-GL-NET-AMOUNT.
034850     PERFORM 8620-WRITE-CREDIT-ROW THRU 8620-EXIT.
034860     MOVE 'FCA' TO REG-GL-CLASS-WORK.
034870     MOVE REG-DEPT-FICA-TAX (REG-DEPT-IDX) TO REG-GL-NET-AMOUNT.
034880     PERFORM 8620-WRITE-CREDIT-ROW THRU 8620-EXIT.
034890     MOVE 'NET' TO REG-GL-CLASS-WORK.
034900     COMPUTE REG-GL-NET-AMOUNT =
034910         REG-DEPT-GROSS (REG-DEPT-IDX)
034920         - REG-DEPT-DEDUCTIONS (REG-DEPT-IDX)
034930         - REG-DEPT-FED-TAX (REG-DEPT-IDX)
034940         - REG-DEPT-STATE-TAX (REG-DEPT-IDX)
034950         - REG-DEPT-FICA-TAX (REG-DEPT-IDX).
034960     PERFORM 8620-WRITE-CREDIT-ROW THRU 8620-EXIT.
034970     MOVE 'CEX' TO REG-GL-CLASS-WORK.
034980     MOVE REG-DEPT-CONTRIBUTIONS (REG-DEPT-IDX)
034990         TO REG-GL-NET-AMOUNT.
035000     PERFORM 8610-WRITE-DEBIT-ROW THRU 8610-EXIT.
035010     MOVE 'CLB' TO REG-GL-CLASS-WORK.
035020     MOVE REG-DEPT-CONTRIBUTIONS (REG-DEPT-IDX)
035030         TO REG-GL-NET-AMOUNT.
035040     PERFORM 8620-WRITE-CREDIT-ROW THRU 8620-EXIT.
035050 8600-EXIT.
035060     EXIT.
035070*----------------------------------------------------------------
035080* 8610-WRITE-DEBIT-ROW - REG-GL-CLASS-WORK AND REG-GL-NET-AMOUNT
035090* ARE ALREADY SET; A ZERO AMOUNT STILL WRITES SO EVERY
035100* DEPARTMENT SHOWS ALL NINE CLASSES
035110*----------------------------------------------------------------
035120 8610-WRITE-DEBIT-ROW.
035130     MOVE SPACES TO GL-POSTING-RECORD.
035140     SET GLP-TYPE-DETAIL TO TRUE.
035150     MOVE REG-DEPT-NAME (REG-DEPT-IDX) TO GLP-DEPT.
035160     MOVE REG-GL-CLASS-WORK TO GLP-ACCOUNT-CLASS.
035165     MOVE REG-DEPT-EXPENSE-ACCT (REG-DEPT-IDX) TO GLP-GL-ACCOUNT.
035170     MOVE REG-GL-NET-AMOUNT TO GLP-DEBIT-AMOUNT.
035180     MOVE ZERO TO GLP-CREDIT-AMOUNT.
035190     MOVE REG-BATCH-DATE TO GLP-BATCH-DATE.
035200     MOVE ZERO TO GLP-HASH-TOTAL.
035210     WRITE GL-POSTING-RECORD.
035220     ADD REG-GL-NET-AMOUNT TO REG-GL-DEBIT-TOTAL.
035230     ADD 1 TO REG-GL-ROW-COUNT.
035240 8610-EXIT.
035250     EXIT.
035260*----------------------------------------------------------------
035270* 8620-WRITE-CREDIT-ROW
035280*----------------------------------------------------------------
035290 8620-WRITE-CREDIT-ROW.
035300     MOVE SPACES TO GL-POSTING-RECORD.
035310     SET GLP-TYPE-DETAIL TO TRUE.
035320     MOVE REG-DEPT-NAME (REG-DEPT-IDX) TO GLP-DEPT.
035330     MOVE REG-GL-CLASS-WORK TO GLP-ACCOUNT-CLASS.
035335     MOVE REG-DEPT-LIABILITY-ACCT (REG-DEPT-IDX)
035337         TO GLP-GL-ACCOUNT.
035340     MOVE ZERO TO GLP-DEBIT-AMOUNT.
035350     MOVE REG-GL-NET-AMOUNT TO GLP-CREDIT-AMOUNT.
035360     MOVE REG-BATCH-DATE TO GLP-BATCH-DATE.
035370     MOVE ZERO TO GLP-HASH-TOTAL.
035380     WRITE GL-POSTING-RECORD.
035390     ADD REG-GL-NET-AMOUNT TO REG-GL-CREDIT-TOTAL.
035400     ADD 1 TO REG-GL-ROW-COUNT.
035410 8620-EXIT.
035420     EXIT.
035430*----------------------------------------------------------------
035440* 8700-REWRITE-ONE-TIME - THE REGISTER IS GOOD, SO ONETIME IS
035450* REPLACED BY THE ROWS 8200 LISTED UNPAID. A ROW PAID THIS RUN
035460* MUST NOT SURVIVE, SO A FAILURE HERE FAILS THE RUN
035470*----------------------------------------------------------------
035480 8700-REWRITE-ONE-TIME.
035490     OPEN OUTPUT ONETIME.
035500     IF NOT REG-ONETIME-OK
035510         DISPLAY 'PAYREG0 - UNABLE TO REWRITE ONETIME '
035520             REG-ONETIME-STATUS ' - PAID ROWS NOT CLEARED'
035530         MOVE 8 TO RETURN-CODE
035540         GO TO 8700-EXIT
035550     END-IF.
035560     PERFORM 8710-WRITE-ONE-UNPAID THRU 8710-EXIT
035570         VARYING REG-OTE-IDX FROM 1 BY 1
035580         UNTIL REG-OTE-IDX > REG-ONE-TIME-COUNT.
035590     CLOSE ONETIME.
035600     IF REG-ONETIME-ERROR
035610         DISPLAY 'PAYREG0 - WRITE TO ONETIME FAILED - '
035620             'PAID ROWS NOT CLEARED'
035630         MOVE 8 TO RETURN-CODE
035640     END-IF.
035650 8700-EXIT.
035660     EXIT.
035670*----------------------------------------------------------------
035680* 8710-WRITE-ONE-UNPAID
035690*----------------------------------------------------------------
035700 8710-WRITE-ONE-UNPAID.
035710     IF REG-OTE-PAID (REG-OTE-IDX)
035720         GO TO 8710-EXIT
035730     END-IF.
035740     MOVE SPACES TO ONE-TIME-EARNINGS-RECORD.
035750     MOVE REG-OTE-EMP-ID (REG-OTE-IDX) TO OTE-EMP-ID.
035760     MOVE REG-OTE-TYPE (REG-OTE-IDX) TO OTE-EARNINGS-TYPE.
035770     MOVE REG-OTE-AMOUNT (REG-OTE-IDX) TO OTE-AMOUNT.
035780     MOVE REG-OTE-REFERENCE (REG-OTE-IDX) TO OTE-REFERENCE.
035790     MOVE REG-OTE-SOURCE-DATE (REG-OTE-IDX) TO OTE-SOURCE-DATE.
035800     WRITE ONE-TIME-EARNINGS-RECORD.
035810     IF NOT REG-ONETIME-OK
035820         SET REG-ONETIME-ERROR TO TRUE
035830     END-IF.
035840 8710-EXIT.
035850     EXIT.
035860*----------------------------------------------------------------
035870* 8800-STAMP-PAID-REFERRALS - EVERY REFERRAL BONUS PAID THIS RUN
035880* HAS ITS PAIDREF ROW STAMPED WITH THE PAY DATE. THE PAY HAS
035890* ALREADY GONE OUT, SO A ROW THAT CANNOT BE STAMPED IS LISTED
035900* (RC 4) RATHER THAN FAILING THE RUN
035910*----------------------------------------------------------------
035920 8800-STAMP-PAID-REFERRALS.
035930     PERFORM 8810-STAMP-ONE-REFERRAL THRU 8810-EXIT
035940         VARYING REG-OTE-IDX FROM 1 BY 1
035950         UNTIL REG-OTE-IDX > REG-ONE-TIME-COUNT.
035960     IF NOT REG-PAIDREF-OPEN
035970         GO TO 8800-EXIT
035980     END-IF.
035990     CLOSE PAIDREF.
036000     MOVE SPACES TO REG-REPORT-LINE.
036010     STRING 'REFERRAL BONUSES STAMPED PAID ON PAIDREF: '
036020         REG-PAIDREF-STAMP-COUNT ' PAY DATE ' REG-PAY-DATE
036030         DELIMITED BY SIZE INTO REG-REPORT-LINE.
036040     WRITE REG-REPORT-LINE.
036050 8800-EXIT.
036060     EXIT.
036070*----------------------------------------------------------------
036080* 8810-STAMP-ONE-REFERRAL - PAIDREF IS OPENED ON THE FIRST PAID
036090* REFERRAL BONUS, SO A RUN WITHOUT ONE NEVER TOUCHES IT
036100*----------------------------------------------------------------
036110 8810-STAMP-ONE-REFERRAL.
036120     IF NOT REG-OTE-PAID (REG-OTE-IDX)
036130             OR REG-OTE-TYPE (REG-OTE-IDX) NOT = 'REF'
036140         GO TO 8810-EXIT
036150     END-IF.
036160     IF REG-PAIDREF-CLOSED
036170         PERFORM 8820-OPEN-PAIDREF THRU 8820-EXIT
036180     END-IF.
036190     IF REG-PAIDREF-UNUSABLE
036200         GO TO 8810-EXIT
036210     END-IF.
036220     MOVE REG-OTE-REFERENCE (REG-OTE-IDX) TO REG-REF-REFERENCE.
036230     IF REG-REF-CUSTOMER-ID NOT NUMERIC
036240         DISPLAY 'PAYREG0 - REFERRAL BONUS REFERENCE '
036250             REG-REF-REFERENCE ' IS NOT A CUSTOMER-ID - '
036260             'PAY DATE NOT STAMPED'
036270         IF RETURN-CODE < 4
036280             MOVE 4 TO RETURN-CODE
036290         END-IF
036300         GO TO 8810-EXIT
036310     END-IF.
036320     MOVE REG-REF-CUSTOMER-ID TO PRF-CUSTOMER-ID.
036330     READ PAIDREF
036340         INVALID KEY
036350             CONTINUE
036360     END-READ.
036370     IF REG-PAIDREF-OK
036380         MOVE REG-PAY-DATE TO PRF-PAID-DATE
036390         REWRITE PAID-REFERRAL-RECORD
036400             INVALID KEY
036410                 CONTINUE
036420         END-REWRITE
036430     END-IF.
036440     IF NOT REG-PAIDREF-OK
036450         DISPLAY 'PAYREG0 - PAIDREF NOT STAMPED FOR CUSTOMER '
036460             REG-REF-CUSTOMER-ID ' STATUS ' REG-PAIDREF-STATUS
036470         IF RETURN-CODE < 4
036480             MOVE 4 TO RETURN-CODE
036490         END-IF
036500         GO TO 8810-EXIT
036510     END-IF.
036520     ADD 1 TO REG-PAIDREF-STAMP-COUNT.
036530 8810-EXIT.
036540     EXIT.
036550*----------------------------------------------------------------
036560* 8820-OPEN-PAIDREF - PAYBON0 CREATES PAIDREF BEFORE IT HANDS
036570* OVER A BONUS, SO AN OPEN FAILURE HERE IS LISTED AND NO ROW IS
036580* STAMPED THIS RUN
036590*----------------------------------------------------------------
036600 8820-OPEN-PAIDREF.
036610     OPEN I-O PAIDREF.
036620     IF NOT REG-PAIDREF-OK
036630         DISPLAY 'PAYREG0 - UNABLE TO OPEN PAIDREF '
036640             REG-PAIDREF-STATUS ' - REFERRAL PAY DATES '
036645             'NOT STAMPED'
036650         IF RETURN-CODE < 4
036660             MOVE 4 TO RETURN-CODE
036670         END-IF
036680         SET REG-PAIDREF-UNUSABLE TO TRUE
036690         GO TO 8820-EXIT
036700     END-IF.
036710     SET REG-PAIDREF-OPEN TO TRUE.
036720     IF REG-DATE-RETURN-CODE NOT = ZERO
036730         DISPLAY 'PAYREG0 - PAYPARM PAY DATE MISSING OR '
036735             'INVALID - '
036740             'RUN DATE ' REG-PAY-DATE ' STAMPED ON PAIDREF'
036750         IF RETURN-CODE < 4
036760             MOVE 4 TO RETURN-CODE
036770         END-IF
036780     END-IF.
036790 8820-EXIT.
036800     EXIT.
036810*----------------------------------------------------------------
036820* 9999-TERMINATE - CLOSE FILES
036830*----------------------------------------------------------------
036840 9999-TERMINATE.
036850     CLOSE EMPMSTR.
036860     CLOSE PAYRPT.
036870     CLOSE GLPOST.
036880     CLOSE WHELECT.
036890     CLOSE PAYNET.
036900     CLOSE DEPTMSTR.
036910 9999-EXIT.
036920     EXIT.
