000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LVEACR0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. PAYROLL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - PER-PAY-PERIOD PAID-TIME-OFF
001100*                 ACCRUAL. FOR EACH ACTIVE EMPLOYEE ON THE
001200*                 MASTER EXTRACT, AND FOR EACH LEAVE TYPE ON THE
001300*                 LVPOLICY TABLE, THE TIER IS CHOSEN BY SERVICE
001400*                 YEARS COMPLETED SINCE EMP-HIRE-DATE AND ONE
001500*                 PERIOD OF ITS ANNUAL HOURS (ANNUAL HOURS OVER
001600*                 THE PAYPARM PERIODS PER YEAR, THE SAME DIVISOR
001700*                 PAYREG0 USES) IS ADDED TO THE LEAVEBAL ROW,
001800*                 NEVER PAST THE TIER'S MAXIMUM CARRYOVER. EACH
001900*                 ROW IS STAMPED WITH THE PAYPARM PAY DATE, AND A
001933*                 ROW ALREADY ACCRUED FOR THAT PAY DATE OR A LATER
001966*                 ONE IS SKIPPED, SO A RERUN ON ANY DAY CANNOT
002000*                 DOUBLE THE PERIOD. THE YEAR-TO-DATE HOURS
002050*                 RESTART WHEN THE PAY YEAR PASSES LVB-YTD-YEAR.
002100*                 THE JOURNAL CARRIES ONE LINE PER ACCRUAL AND THE
002150*                 HOURS TOTALS BY TYPE. THE RUN IS LOGGED TO THE
002200*                 SHARED RUNLOG FACILITY.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT EMPMSTR ASSIGN TO EMPMSTR
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS LAC-EMPMSTR-STATUS.
003400     SELECT PAYPARM ASSIGN TO PAYPARM
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS LAC-PAYPARM-STATUS.
003700     SELECT LVPOLICY ASSIGN TO LVPOLICY
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS LAC-LVPOLICY-STATUS.
004000     SELECT LEAVEBAL ASSIGN TO LEAVEBAL
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS LVB-KEY
004400         FILE STATUS IS LAC-LEAVEBAL-STATUS.
004500     SELECT LVACRPT ASSIGN TO LVACRPT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS LAC-LVACRPT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  EMPMSTR
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY "src/main/resources/employee-record.cbl".
005400 FD  PAYPARM
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700     COPY "src/main/resources/payparm-record.cbl".
005800 FD  LVPOLICY
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY "src/main/resources/leave-policy-record.cbl".
006200 FD  LEAVEBAL
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "src/main/resources/leave-balance-record.cbl".
006500 FD  LVACRPT
006600     LABEL RECORDS ARE OMITTED.
006700 01  LAC-REPORT-LINE            PIC X(80).
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
007000* FILE STATUS AND SWITCHES
007100*----------------------------------------------------------------
007200 77  LAC-EMPMSTR-STATUS         PIC XX.
007300     88  LAC-EMPMSTR-OK             VALUE '00'.
007400 77  LAC-PAYPARM-STATUS         PIC XX.
007500     88  LAC-PAYPARM-OK             VALUE '00'.
007600 77  LAC-LVPOLICY-STATUS        PIC XX.
007700     88  LAC-LVPOLICY-OK            VALUE '00'.
007800 77  LAC-LEAVEBAL-STATUS        PIC XX.
007900     88  LAC-LEAVEBAL-OK            VALUE '00'.
008000 77  LAC-LVACRPT-STATUS         PIC XX.
008100     88  LAC-LVACRPT-OK             VALUE '00'.
008200 77  LAC-END-OF-EMPMSTR-SW      PIC X       VALUE 'N'.
008300     88  LAC-END-OF-EMPMSTR         VALUE 'Y'.
008400 77  LAC-END-OF-LVPOLICY-SW     PIC X       VALUE 'N'.
008500     88  LAC-END-OF-LVPOLICY        VALUE 'Y'.
008600 77  LAC-POLICY-ERROR-SW        PIC X       VALUE 'N'.
008700     88  LAC-POLICY-ERROR           VALUE 'Y'.
008800 77  LAC-BALANCE-FOUND-SW       PIC X.
008900     88  LAC-BALANCE-FOUND          VALUE 'Y'.
008950 77  LAC-DATE-RETURN-CODE       PIC 9(2)    COMP.
009000*----------------------------------------------------------------
009100* PAY-CYCLE CONTROL (DEFAULTED, OVERRIDDEN BY PAYPARM), THE PAY
009200* DATE BEING ACCRUED (REQUIRED ON PAYPARM), AND THE RUN DATE THE
009250* SERVICE YEARS ARE MEASURED TO
009300*----------------------------------------------------------------
009400 77  LAC-PERIODS-PER-YEAR       PIC 9(2)    VALUE 26.
009420 01  LAC-PAY-DATE.
009440     05  LAC-PAY-YEAR           PIC 9(4)    VALUE ZERO.
009460     05  LAC-PAY-MONTH          PIC 9(2)    VALUE ZERO.
009480     05  LAC-PAY-DAY            PIC 9(2)    VALUE ZERO.
009500 01  LAC-TODAY-DATE.
009600     05  LAC-TODAY-YEAR         PIC 9(4).
009700     05  LAC-TODAY-MONTH        PIC 9(2).
009800     05  LAC-TODAY-DAY          PIC 9(2).
009900*----------------------------------------------------------------
010000* ACCRUAL POLICY TABLE - EVERY LVPOLICY TIER, LOADED ONCE AT
010100* START SO EACH EMPLOYEE'S RATE IS A TABLE SCAN RATHER THAN A READ
010200*----------------------------------------------------------------
010300 77  LAC-MAX-TIERS              PIC 9(3)    COMP  VALUE 50.
010400 77  LAC-TIER-COUNT             PIC 9(3)    COMP  VALUE ZERO.
010500 77  LAC-TIER-IDX               PIC 9(3)    COMP.
010600 77  LAC-BEST-IDX               PIC 9(3)    COMP.
010700 01  LAC-TIER-TABLE.
010800     03  LAC-TIER-ENTRY         OCCURS 50 TIMES.
010900         05  LAC-TIER-LEAVE-TYPE    PIC X.
011000         05  LAC-TIER-MIN-YEARS     PIC 9(2).
011100         05  LAC-TIER-ANNUAL-HOURS  PIC 9(3)V99 COMP-3.
011200         05  LAC-TIER-MAX-HOURS     PIC 9(4)V99 COMP-3.
011300*----------------------------------------------------------------
011400* THE LEAVE TYPES ACCRUED EACH PERIOD, IN REPORT ORDER
011500*----------------------------------------------------------------
011600 01  LAC-LEAVE-TYPE-VALUES      PIC X(02)   VALUE 'VS'.
011700 01  LAC-LEAVE-TYPE-TABLE REDEFINES LAC-LEAVE-TYPE-VALUES.
011800     03  LAC-LEAVE-TYPE         PIC X       OCCURS 2 TIMES.
011900 77  LAC-TYPE-IDX               PIC 9(2)    COMP.
012000*----------------------------------------------------------------
012100* PER-EMPLOYEE WORK AREAS
012200*----------------------------------------------------------------
012300 77  LAC-SERVICE-YEARS          PIC 9(3)    COMP.
012400 77  LAC-PERIOD-HOURS           PIC 9(5)V99 COMP-3.
012500 77  LAC-ROOM-HOURS             PIC S9(5)V99 COMP-3.
012600*----------------------------------------------------------------
012700* CONTROL TOTALS
012800*----------------------------------------------------------------
012900 77  LAC-EMPLOYEE-COUNT         PIC 9(7)    VALUE ZERO.
013000 77  LAC-NOT-ACTIVE-COUNT       PIC 9(7)    VALUE ZERO.
013100 77  LAC-ACCRUED-COUNT          PIC 9(7)    VALUE ZERO.
013200 77  LAC-CAPPED-COUNT           PIC 9(7)    VALUE ZERO.
013300 77  LAC-ALREADY-DONE-COUNT     PIC 9(7)    VALUE ZERO.
013400 77  LAC-NO-TIER-COUNT          PIC 9(7)    VALUE ZERO.
013500 77  LAC-BAD-HIRE-DATE-COUNT    PIC 9(7)    VALUE ZERO.
013600 77  LAC-VACATION-HOURS-TOTAL   PIC 9(9)V99 COMP-3 VALUE ZERO.
013700 77  LAC-SICK-HOURS-TOTAL       PIC 9(9)V99 COMP-3 VALUE ZERO.
013800*----------------------------------------------------------------
013900* REPORT FORMATTING WORK AREAS
014000*----------------------------------------------------------------
014100 77  LAC-EMP-ID-DISPLAY         PIC 9(8).
014200 77  LAC-YEARS-DISPLAY          PIC ZZ9.
014300 77  LAC-HOURS-DISPLAY          PIC ZZ,ZZ9.99.
014400 77  LAC-BALANCE-DISPLAY        PIC -ZZ,ZZ9.99.
014500 77  LAC-TOTAL-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
014600 77  LAC-CAPPED-FLAG            PIC X(07).
014700*----------------------------------------------------------------
014800* RUN-LOG WORK AREAS
014900*----------------------------------------------------------------
015000 77  LAC-JOB-NAME               PIC X(08)   VALUE 'LVEACR0'.
015100 77  LAC-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
015200 77  LAC-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
015300 77  LAC-RLG-FUNCTION           PIC X.
015400 77  LAC-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
015500 77  LAC-RLG-RETURN-CODE        PIC 9(2)    COMP.
015600 PROCEDURE DIVISION.
015700*----------------------------------------------------------------
015800* 0000-MAINLINE
015900*----------------------------------------------------------------
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
016300         UNTIL LAC-END-OF-EMPMSTR.
016400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
016500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
016600     GOBACK.
016700*----------------------------------------------------------------
016800* 1000-INITIALIZE - LOAD THE PAY-CYCLE PARM AND THE POLICY
016900* TABLE, OPEN THE BALANCE FILE (CREATING IT ON FIRST USE), AND
017000* WRITE THE JOURNAL HEADING
017100*----------------------------------------------------------------
017200 1000-INITIALIZE.
017300     ACCEPT LAC-TODAY-DATE FROM DATE YYYYMMDD.
017400     MOVE 'S' TO LAC-RLG-FUNCTION.
017500     CALL 'RUNLOG0' USING LAC-RLG-FUNCTION LAC-JOB-NAME
017600         LAC-READ-COUNT LAC-OUT-COUNT LAC-RLG-COMPLETION
017700         LAC-RLG-RETURN-CODE.
017800     OPEN INPUT PAYPARM.
017900     IF LAC-PAYPARM-OK
018000         READ PAYPARM
018100             AT END
018200                 CONTINUE
018300             NOT AT END
018400                 IF PPM-PERIODS-PER-YEAR NUMERIC
018500                         AND PPM-PERIODS-PER-YEAR > ZERO
018600                     MOVE PPM-PERIODS-PER-YEAR
018700                         TO LAC-PERIODS-PER-YEAR
018800                 END-IF
018850                 MOVE PPM-PAY-DATE TO LAC-PAY-DATE
018900         END-READ
019000         CLOSE PAYPARM
019100     END-IF.
019108     MOVE 99 TO LAC-DATE-RETURN-CODE.
019116     IF LAC-PAY-DATE NUMERIC
019124         CALL 'DATEVAL0' USING LAC-PAY-YEAR LAC-PAY-MONTH
019132             LAC-PAY-DAY LAC-DATE-RETURN-CODE
019140     END-IF.
019148     IF LAC-DATE-RETURN-CODE NOT = ZERO
019156         DISPLAY 'LVEACR0 - PAYPARM PAY DATE MISSING OR INVALID '
019164             LAC-PAY-DATE ' - RUN FAILED'
019172         MOVE 8 TO RETURN-CODE
019180         GO TO 9999-EXIT
019188     END-IF.
019200     OPEN INPUT LVPOLICY.
019300     IF NOT LAC-LVPOLICY-OK
019400         DISPLAY 'LVEACR0 - UNABLE TO OPEN LVPOLICY '
019500             LAC-LVPOLICY-STATUS ' - RUN FAILED'
019600         MOVE 8 TO RETURN-CODE
019700         GO TO 9999-EXIT
019800     END-IF.
019900     PERFORM 1100-LOAD-ONE-TIER THRU 1100-EXIT
020000         UNTIL LAC-END-OF-LVPOLICY.
020100     CLOSE LVPOLICY.
020200     IF LAC-POLICY-ERROR OR LAC-TIER-COUNT = ZERO
020300         DISPLAY 'LVEACR0 - LEAVE POLICY TABLE UNUSABLE - '
020400             'RUN FAILED'
020500         MOVE 8 TO RETURN-CODE
020600         GO TO 9999-EXIT
020700     END-IF.
020800     OPEN INPUT EMPMSTR.
020900     IF NOT LAC-EMPMSTR-OK
021000         DISPLAY 'LVEACR0 - UNABLE TO OPEN EMPMSTR '
021100             LAC-EMPMSTR-STATUS
021200         MOVE 8 TO RETURN-CODE
021300         GO TO 9999-EXIT
021400     END-IF.
021500     OPEN I-O LEAVEBAL.
021600     IF NOT LAC-LEAVEBAL-OK
021700         OPEN OUTPUT LEAVEBAL
021800         CLOSE LEAVEBAL
021900         OPEN I-O LEAVEBAL
022000     END-IF.
022100     OPEN OUTPUT LVACRPT.
022200     MOVE SPACES TO LAC-REPORT-LINE.
022300     STRING 'LEAVE ACCRUAL - PAY DATE ' LAC-PAY-DATE
022350         ' RUN DATE ' LAC-TODAY-DATE
022400         ' - ' LAC-PERIODS-PER-YEAR ' PERIODS/YEAR'
022500         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
022600     WRITE LAC-REPORT-LINE.
022700     MOVE SPACES TO LAC-REPORT-LINE.
022800     STRING 'EMP-ID   TYPE  SVC YRS    ACCRUED    BALANCE'
022900         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
023000     WRITE LAC-REPORT-LINE.
023100 1000-EXIT.
023200     EXIT.
023300*----------------------------------------------------------------
023400* 1100-LOAD-ONE-TIER - ONE LVPOLICY ROW INTO THE TIER TABLE. AN
023500* UNKNOWN LEAVE TYPE, A NON-NUMERIC ROW, OR A FULL TABLE WOULD
023600* LEAVE SOMEONE'S ACCRUAL WRONG, SO ANY OF THEM FAILS THE RUN
023700*----------------------------------------------------------------
023800 1100-LOAD-ONE-TIER.
023900     READ LVPOLICY
024000         AT END
024100             SET LAC-END-OF-LVPOLICY TO TRUE
024200             GO TO 1100-EXIT
024300     END-READ.
024400     IF NOT LVP-VACATION AND NOT LVP-SICK
024500         DISPLAY 'LVEACR0 - UNKNOWN LEAVE TYPE ON POLICY ROW '
024600             LVP-LEAVE-TYPE
024700         SET LAC-POLICY-ERROR TO TRUE
024800         SET LAC-END-OF-LVPOLICY TO TRUE
024900         GO TO 1100-EXIT
025000     END-IF.
025100     IF LVP-MIN-SERVICE-YEARS NOT NUMERIC
025200             OR LVP-ANNUAL-HOURS NOT NUMERIC
025300             OR LVP-MAX-CARRYOVER-HOURS NOT NUMERIC
025400         DISPLAY 'LVEACR0 - NON-NUMERIC POLICY ROW FOR TYPE '
025500             LVP-LEAVE-TYPE
025600         SET LAC-POLICY-ERROR TO TRUE
025700         SET LAC-END-OF-LVPOLICY TO TRUE
025800         GO TO 1100-EXIT
025900     END-IF.
026000     IF LAC-TIER-COUNT >= LAC-MAX-TIERS
026100         DISPLAY 'LVEACR0 - LEAVE POLICY TABLE FULL AT TYPE '
026200             LVP-LEAVE-TYPE
026300         SET LAC-POLICY-ERROR TO TRUE
026400         SET LAC-END-OF-LVPOLICY TO TRUE
026500         GO TO 1100-EXIT
026600     END-IF.
026700     ADD 1 TO LAC-TIER-COUNT.
026800     MOVE LVP-LEAVE-TYPE TO LAC-TIER-LEAVE-TYPE (LAC-TIER-COUNT).
026900     MOVE LVP-MIN-SERVICE-YEARS
027000         TO LAC-TIER-MIN-YEARS (LAC-TIER-COUNT).
027100     MOVE LVP-ANNUAL-HOURS
027200         TO LAC-TIER-ANNUAL-HOURS (LAC-TIER-COUNT).
027300     MOVE LVP-MAX-CARRYOVER-HOURS
027400         TO LAC-TIER-MAX-HOURS (LAC-TIER-COUNT).
027500 1100-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800* 2000-PROCESS-EMPLOYEE - READ ONE MASTER ROW; ONLY ACTIVE
027900* EMPLOYEES ACCRUE
028000*----------------------------------------------------------------
028100 2000-PROCESS-EMPLOYEE.
028200     READ EMPMSTR
028300         AT END
028400             SET LAC-END-OF-EMPMSTR TO TRUE
028500             GO TO 2000-EXIT
028600     END-READ.
028700     ADD 1 TO LAC-READ-COUNT.
028800     IF NOT ACTIVE
028900         ADD 1 TO LAC-NOT-ACTIVE-COUNT
029000         GO TO 2000-EXIT
029100     END-IF.
029200     ADD 1 TO LAC-EMPLOYEE-COUNT.
029300     PERFORM 2100-COMPUTE-SERVICE-YEARS THRU 2100-EXIT.
029400     PERFORM 3000-ACCRUE-ONE-TYPE THRU 3000-EXIT
029500         VARYING LAC-TYPE-IDX FROM 1 BY 1
029600         UNTIL LAC-TYPE-IDX > 2.
029700 2000-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------
030000* 2100-COMPUTE-SERVICE-YEARS - WHOLE YEARS COMPLETED FROM
030100* EMP-HIRE-DATE TO THE RUN DATE. A HIRE DATE THAT IS NOT A DATE
030200* (OR LIES IN THE FUTURE) COUNTS AS NO SERVICE AND IS REPORTED
030300*----------------------------------------------------------------
030400 2100-COMPUTE-SERVICE-YEARS.
030500     MOVE ZERO TO LAC-SERVICE-YEARS.
030600     IF EMP-HIRE-DATE NOT NUMERIC
030700             OR EMP-HIRE-DATE > LAC-TODAY-DATE
030800         ADD 1 TO LAC-BAD-HIRE-DATE-COUNT
030900         MOVE EMP-ID TO LAC-EMP-ID-DISPLAY
031000         MOVE SPACES TO LAC-REPORT-LINE
031100         STRING LAC-EMP-ID-DISPLAY
031200             ' HIRE DATE UNUSABLE - ACCRUED AT ZERO SERVICE'
031300             DELIMITED BY SIZE INTO LAC-REPORT-LINE
031400         WRITE LAC-REPORT-LINE
031500         GO TO 2100-EXIT
031600     END-IF.
031700     COMPUTE LAC-SERVICE-YEARS =
031800         LAC-TODAY-YEAR - EMP-HIRE-DATE-YEAR.
031900     IF LAC-TODAY-MONTH < EMP-HIRE-DATE-MONTH
032000             OR (LAC-TODAY-MONTH = EMP-HIRE-DATE-MONTH
032100                 AND LAC-TODAY-DAY < EMP-HIRE-DATE-DAY)
032200         IF LAC-SERVICE-YEARS > ZERO
032300             SUBTRACT 1 FROM LAC-SERVICE-YEARS
032400         END-IF
032500     END-IF.
032600 2100-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900* 3000-ACCRUE-ONE-TYPE - FIND THE TIER, READ (OR START) THE
033000* BALANCE ROW, AND ADD ONE PERIOD'S HOURS UP TO THE CARRYOVER CAP.
033033* A ROW WHOSE LAST ACCRUAL IS THIS PAY DATE OR LATER WAS DONE BY
033066* AN EARLIER RUN AND IS LEFT ALONE
033100*----------------------------------------------------------------
033200 3000-ACCRUE-ONE-TYPE.
033300     MOVE ZERO TO LAC-BEST-IDX.
033400     PERFORM 3100-CHECK-ONE-TIER THRU 3100-EXIT
033500         VARYING LAC-TIER-IDX FROM 1 BY 1
033600         UNTIL LAC-TIER-IDX > LAC-TIER-COUNT.
033700     IF LAC-BEST-IDX = ZERO
033800         ADD 1 TO LAC-NO-TIER-COUNT
033900         GO TO 3000-EXIT
034000     END-IF.
034100     MOVE EMP-ID TO LVB-EMP-ID.
034200     MOVE LAC-LEAVE-TYPE (LAC-TYPE-IDX) TO LVB-LEAVE-TYPE.
034300     READ LEAVEBAL
034400         INVALID KEY
034500             MOVE 'N' TO LAC-BALANCE-FOUND-SW
034600         NOT INVALID KEY
034700             MOVE 'Y' TO LAC-BALANCE-FOUND-SW
034800     END-READ.
034900     IF NOT LAC-BALANCE-FOUND
035000         MOVE SPACES TO LEAVE-BALANCE-RECORD
035100         MOVE EMP-ID TO LVB-EMP-ID
035200         MOVE LAC-LEAVE-TYPE (LAC-TYPE-IDX) TO LVB-LEAVE-TYPE
035300         MOVE ZERO TO LVB-BALANCE-HOURS
035400         MOVE ZERO TO LVB-YTD-ACCRUED-HOURS
035500         MOVE ZERO TO LVB-YTD-TAKEN-HOURS
035600         MOVE ZERO TO LVB-LAST-ACCRUAL-DATE
035700         MOVE ZERO TO LVB-PAYOUT-HOURS
035800         MOVE ZERO TO LVB-PAYOUT-DATE
035850         MOVE ZERO TO LVB-YTD-YEAR
035900     END-IF.
036000     IF LVB-LAST-ACCRUAL-DATE NOT < LAC-PAY-DATE
036100         ADD 1 TO LAC-ALREADY-DONE-COUNT
036200         GO TO 3000-EXIT
036300     END-IF.
036400     IF LAC-PAY-YEAR > LVB-YTD-YEAR
036500         MOVE ZERO TO LVB-YTD-ACCRUED-HOURS
036600         MOVE ZERO TO LVB-YTD-TAKEN-HOURS
036650         MOVE LAC-PAY-YEAR TO LVB-YTD-YEAR
036700     END-IF.
036800     COMPUTE LAC-PERIOD-HOURS ROUNDED =
036900         LAC-TIER-ANNUAL-HOURS (LAC-BEST-IDX)
037000         / LAC-PERIODS-PER-YEAR.
037100     MOVE SPACES TO LAC-CAPPED-FLAG.
037200     IF LAC-TIER-MAX-HOURS (LAC-BEST-IDX) > ZERO
037300         COMPUTE LAC-ROOM-HOURS =
037400             LAC-TIER-MAX-HOURS (LAC-BEST-IDX)
037500             - LVB-BALANCE-HOURS
037600         IF LAC-ROOM-HOURS < LAC-PERIOD-HOURS
037700             ADD 1 TO LAC-CAPPED-COUNT
037800             MOVE 'CAPPED' TO LAC-CAPPED-FLAG
037900             IF LAC-ROOM-HOURS > ZERO
038000                 MOVE LAC-ROOM-HOURS TO LAC-PERIOD-HOURS
038100             ELSE
038200                 MOVE ZERO TO LAC-PERIOD-HOURS
038300             END-IF
038400         END-IF
038500     END-IF.
038600     ADD LAC-PERIOD-HOURS TO LVB-BALANCE-HOURS.
038700     ADD LAC-PERIOD-HOURS TO LVB-YTD-ACCRUED-HOURS.
038800     MOVE LAC-PAY-DATE TO LVB-LAST-ACCRUAL-DATE.
038900     IF LAC-BALANCE-FOUND
039000         REWRITE LEAVE-BALANCE-RECORD
039100             INVALID KEY
039200                 DISPLAY 'LVEACR0 - REWRITE FAILED FOR EMP-ID '
039300                     EMP-ID ' STATUS ' LAC-LEAVEBAL-STATUS
039400                 MOVE 8 TO RETURN-CODE
039500                 GO TO 3000-EXIT
039600         END-REWRITE
039700     ELSE
039800         WRITE LEAVE-BALANCE-RECORD
039900             INVALID KEY
040000                 DISPLAY 'LVEACR0 - WRITE FAILED FOR EMP-ID '
040100                     EMP-ID ' STATUS ' LAC-LEAVEBAL-STATUS
040200                 MOVE 8 TO RETURN-CODE
040300                 GO TO 3000-EXIT
040400         END-WRITE
040500     END-IF.
040600     ADD 1 TO LAC-OUT-COUNT.
040700     ADD 1 TO LAC-ACCRUED-COUNT.
040800     IF LVB-VACATION
040900         ADD LAC-PERIOD-HOURS TO LAC-VACATION-HOURS-TOTAL
041000     ELSE
041100         ADD LAC-PERIOD-HOURS TO LAC-SICK-HOURS-TOTAL
041200     END-IF.
041300     MOVE EMP-ID TO LAC-EMP-ID-DISPLAY.
041400     MOVE LAC-SERVICE-YEARS TO LAC-YEARS-DISPLAY.
041500     MOVE LAC-PERIOD-HOURS TO LAC-HOURS-DISPLAY.
041600     MOVE LVB-BALANCE-HOURS TO LAC-BALANCE-DISPLAY.
041700     MOVE SPACES TO LAC-REPORT-LINE.
041800     STRING LAC-EMP-ID-DISPLAY '   ' LVB-LEAVE-TYPE '      '
041900         LAC-YEARS-DISPLAY '  ' LAC-HOURS-DISPLAY ' '
042000         LAC-BALANCE-DISPLAY ' ' LAC-CAPPED-FLAG
042100         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
042200     WRITE LAC-REPORT-LINE.
042300 3000-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------
042600* 3100-CHECK-ONE-TIER - KEEP THE TIER FOR THIS LEAVE TYPE WITH
042700* THE HIGHEST MINIMUM SERVICE THE EMPLOYEE HAS COMPLETED
042800*----------------------------------------------------------------
042900 3100-CHECK-ONE-TIER.
043000     IF LAC-TIER-LEAVE-TYPE (LAC-TIER-IDX)
043100             NOT = LAC-LEAVE-TYPE (LAC-TYPE-IDX)
043200         GO TO 3100-EXIT
043300     END-IF.
043400     IF LAC-TIER-MIN-YEARS (LAC-TIER-IDX) > LAC-SERVICE-YEARS
043500         GO TO 3100-EXIT
043600     END-IF.
043700     IF LAC-BEST-IDX = ZERO
043800         MOVE LAC-TIER-IDX TO LAC-BEST-IDX
043900         GO TO 3100-EXIT
044000     END-IF.
044100     IF LAC-TIER-MIN-YEARS (LAC-TIER-IDX)
044200             > LAC-TIER-MIN-YEARS (LAC-BEST-IDX)
044300         MOVE LAC-TIER-IDX TO LAC-BEST-IDX
044400     END-IF.
044500 3100-EXIT.
044600     EXIT.
044700*----------------------------------------------------------------
044800* 8000-WRITE-TOTALS - RUN TOTALS FOR THE PAYROLL CHECK
044900*----------------------------------------------------------------
045000 8000-WRITE-TOTALS.
045100     MOVE SPACES TO LAC-REPORT-LINE.
045200     STRING 'ACTIVE EMPLOYEES:          ' LAC-EMPLOYEE-COUNT
045300         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
045400     WRITE LAC-REPORT-LINE.
045500     MOVE SPACES TO LAC-REPORT-LINE.
045600     STRING 'NOT ACTIVE (NO ACCRUAL):   ' LAC-NOT-ACTIVE-COUNT
045700         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
045800     WRITE LAC-REPORT-LINE.
045900     MOVE SPACES TO LAC-REPORT-LINE.
046000     STRING 'BALANCES ACCRUED:          ' LAC-ACCRUED-COUNT
046100         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
046200     WRITE LAC-REPORT-LINE.
046300     MOVE SPACES TO LAC-REPORT-LINE.
046400     STRING 'HELD AT CARRYOVER CAP:     ' LAC-CAPPED-COUNT
046500         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
046600     WRITE LAC-REPORT-LINE.
046700     MOVE SPACES TO LAC-REPORT-LINE.
046800     STRING 'ALREADY ACCRUED (SKIPPED): ' LAC-ALREADY-DONE-COUNT
046900         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
047000     WRITE LAC-REPORT-LINE.
047100     MOVE SPACES TO LAC-REPORT-LINE.
047200     STRING 'NO POLICY TIER FOR TYPE:   ' LAC-NO-TIER-COUNT
047300         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
047400     WRITE LAC-REPORT-LINE.
047500     MOVE SPACES TO LAC-REPORT-LINE.
047600     STRING 'UNUSABLE HIRE DATES:       ' LAC-BAD-HIRE-DATE-COUNT
047700         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
047800     WRITE LAC-REPORT-LINE.
047900     MOVE LAC-VACATION-HOURS-TOTAL TO LAC-TOTAL-DISPLAY.
048000     MOVE SPACES TO LAC-REPORT-LINE.
048100     STRING 'VACATION HOURS ACCRUED: ' LAC-TOTAL-DISPLAY
048200         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
048300     WRITE LAC-REPORT-LINE.
048400     MOVE LAC-SICK-HOURS-TOTAL TO LAC-TOTAL-DISPLAY.
048500     MOVE SPACES TO LAC-REPORT-LINE.
048600     STRING 'SICK HOURS ACCRUED:     ' LAC-TOTAL-DISPLAY
048700         DELIMITED BY SIZE INTO LAC-REPORT-LINE.
048800     WRITE LAC-REPORT-LINE.
048900 8000-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200* 9999-TERMINATE - CLOSE FILES AND LOG THE RUN
049300*----------------------------------------------------------------
049400 9999-TERMINATE.
049500     MOVE RETURN-CODE TO LAC-RLG-COMPLETION.
049600     MOVE 'E' TO LAC-RLG-FUNCTION.
049700     CALL 'RUNLOG0' USING LAC-RLG-FUNCTION LAC-JOB-NAME
049800         LAC-READ-COUNT LAC-OUT-COUNT LAC-RLG-COMPLETION
049900         LAC-RLG-RETURN-CODE.
050000     DISPLAY 'LVEACR0 - BALANCES ACCRUED: ' LAC-ACCRUED-COUNT.
050100     CLOSE EMPMSTR.
050200     CLOSE LEAVEBAL.
050300     CLOSE LVACRPT.
050400 9999-EXIT.
050500     EXIT.
