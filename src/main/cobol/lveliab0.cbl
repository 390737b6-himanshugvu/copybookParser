000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LVELIAB0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. PAYROLL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - ACCRUED PAID-TIME-OFF
001100*                 LIABILITY BY DEPARTMENT. EVERY EMPLOYEE ON THE
001200*                 MASTER EXTRACT WHO IS NOT TERMINATED HAS THEIR
001300*                 VACATION AND SICK BALANCES READ FROM LEAVEBAL
001400*                 AND VALUED AT THE HOURLY EQUIVALENT OF
001500*                 EMP-SALARY OVER THE STANDARD WORK YEAR. HOURS
001600*                 AND VALUE ARE ROLLED UP BY EMP-DEPT AND FOR THE
001700*                 COMPANY. THE RUN IS LOGGED TO THE SHARED RUNLOG
001800*                 FACILITY.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002300 OBJECT-COMPUTER. IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT EMPMSTR ASSIGN TO EMPMSTR
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS LLB-EMPMSTR-STATUS.
002900     SELECT LEAVEBAL ASSIGN TO LEAVEBAL
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS LVB-KEY
003300         FILE STATUS IS LLB-LEAVEBAL-STATUS.
003400     SELECT LVLIRPT ASSIGN TO LVLIRPT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS LLB-LVLIRPT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  EMPMSTR
004000     RECORDING MODE IS F
004100     LABEL RECORDS ARE STANDARD.
004200     COPY "src/main/resources/employee-record.cbl".
004300 FD  LEAVEBAL
004400     LABEL RECORDS ARE STANDARD.
004500     COPY "src/main/resources/leave-balance-record.cbl".
004600 FD  LVLIRPT
004700     LABEL RECORDS ARE OMITTED.
004800 01  LLB-REPORT-LINE            PIC X(80).
004900 WORKING-STORAGE SECTION.
005000*----------------------------------------------------------------
005100* FILE STATUS AND SWITCHES
005200*----------------------------------------------------------------
005300 77  LLB-EMPMSTR-STATUS         PIC XX.
005400     88  LLB-EMPMSTR-OK             VALUE '00'.
005500 77  LLB-LEAVEBAL-STATUS        PIC XX.
005600     88  LLB-LEAVEBAL-OK            VALUE '00'.
005700 77  LLB-LVLIRPT-STATUS         PIC XX.
005800     88  LLB-LVLIRPT-OK             VALUE '00'.
005900 77  LLB-END-OF-EMPMSTR-SW      PIC X       VALUE 'N'.
006000     88  LLB-END-OF-EMPMSTR         VALUE 'Y'.
006100 77  LLB-DEPT-FOUND-SW          PIC X.
006200     88  LLB-DEPT-FOUND             VALUE 'Y'.
006300*----------------------------------------------------------------
006400* VALUATION - HOURS ARE PRICED AT THE ANNUAL SALARY SPREAD OVER
006500* THE STANDARD WORK YEAR
006600*----------------------------------------------------------------
006700 77  LLB-STANDARD-HOURS         PIC 9(4)    VALUE 2080.
006800 77  LLB-HOURLY-RATE            PIC 9(5)V99 COMP-3.
006900 77  LLB-VACATION-HOURS         PIC S9(5)V99 COMP-3.
007000 77  LLB-SICK-HOURS             PIC S9(5)V99 COMP-3.
007100 77  LLB-VACATION-VALUE         PIC S9(7)V99 COMP-3.
007200 77  LLB-SICK-VALUE             PIC S9(7)V99 COMP-3.
007300*----------------------------------------------------------------
007400* DEPARTMENT ROLLUP TABLE
007500*----------------------------------------------------------------
007600 77  LLB-MAX-DEPTS              PIC 9(3)    COMP  VALUE 100.
007700 77  LLB-DEPT-COUNT             PIC 9(3)    COMP  VALUE ZERO.
007800 77  LLB-DEPT-IDX               PIC 9(3)    COMP.
007900 01  LLB-DEPT-TABLE.
008000     03  LLB-DEPT-ENTRY         OCCURS 100 TIMES.
008100         05  LLB-DEPT-NAME          PIC X(10).
008200         05  LLB-DEPT-HEADCOUNT     PIC 9(5)    COMP.
008300         05  LLB-DEPT-VAC-HOURS     PIC S9(9)V99 COMP-3.
008400         05  LLB-DEPT-VAC-VALUE     PIC S9(9)V99 COMP-3.
008500         05  LLB-DEPT-SICK-HOURS    PIC S9(9)V99 COMP-3.
008600         05  LLB-DEPT-SICK-VALUE    PIC S9(9)V99 COMP-3.
008700*----------------------------------------------------------------
008800* CONTROL TOTALS
008900*----------------------------------------------------------------
009000 77  LLB-EMPLOYEE-COUNT         PIC 9(7)    VALUE ZERO.
009100 77  LLB-TERMINATED-COUNT       PIC 9(7)    VALUE ZERO.
009200 77  LLB-NO-BALANCE-COUNT       PIC 9(7)    VALUE ZERO.
009300 77  LLB-TOTAL-VAC-HOURS        PIC S9(9)V99 COMP-3 VALUE ZERO.
009400 77  LLB-TOTAL-VAC-VALUE        PIC S9(9)V99 COMP-3 VALUE ZERO.
009500 77  LLB-TOTAL-SICK-HOURS       PIC S9(9)V99 COMP-3 VALUE ZERO.
009600 77  LLB-TOTAL-SICK-VALUE       PIC S9(9)V99 COMP-3 VALUE ZERO.
009700*----------------------------------------------------------------
009800* REPORT FORMATTING WORK AREAS
009900*----------------------------------------------------------------
010000 77  LLB-HEADCOUNT-DISPLAY      PIC ZZZZ9.
010100 77  LLB-HOURS-DISPLAY          PIC -ZZZ,ZZ9.99.
010200 77  LLB-VALUE-DISPLAY          PIC -ZZ,ZZZ,ZZ9.99.
010300 77  LLB-HOURS2-DISPLAY         PIC -ZZZ,ZZ9.99.
010400 77  LLB-VALUE2-DISPLAY         PIC -ZZ,ZZZ,ZZ9.99.
010500*----------------------------------------------------------------
010600* RUN-LOG WORK AREAS
010700*----------------------------------------------------------------
010800 77  LLB-JOB-NAME               PIC X(08)   VALUE 'LVELIAB0'.
010900 77  LLB-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
011000 77  LLB-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
011100 77  LLB-RLG-FUNCTION           PIC X.
011200 77  LLB-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
011300 77  LLB-RLG-RETURN-CODE        PIC 9(2)    COMP.
011400 PROCEDURE DIVISION.
011500*----------------------------------------------------------------
011600* 0000-MAINLINE
011700*----------------------------------------------------------------
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012000     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
012100         UNTIL LLB-END-OF-EMPMSTR.
012200     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
012300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
012400     GOBACK.
012500*----------------------------------------------------------------
012600* 1000-INITIALIZE - OPEN FILES
012700*----------------------------------------------------------------
012800 1000-INITIALIZE.
012900     MOVE 'S' TO LLB-RLG-FUNCTION.
013000     CALL 'RUNLOG0' USING LLB-RLG-FUNCTION LLB-JOB-NAME
013100         LLB-READ-COUNT LLB-OUT-COUNT LLB-RLG-COMPLETION
013200         LLB-RLG-RETURN-CODE.
013300     OPEN INPUT EMPMSTR.
013400     IF NOT LLB-EMPMSTR-OK
013500         DISPLAY 'LVELIAB0 - UNABLE TO OPEN EMPMSTR '
013600             LLB-EMPMSTR-STATUS
013700         MOVE 8 TO RETURN-CODE
013800         GO TO 9999-EXIT
013900     END-IF.
014000     OPEN INPUT LEAVEBAL.
014100     IF NOT LLB-LEAVEBAL-OK
014200         DISPLAY 'LVELIAB0 - UNABLE TO OPEN LEAVEBAL '
014300             LLB-LEAVEBAL-STATUS
014400         MOVE 8 TO RETURN-CODE
014500         GO TO 9999-EXIT
014600     END-IF.
014700     OPEN OUTPUT LVLIRPT.
014800 1000-EXIT.
014900     EXIT.
015000*----------------------------------------------------------------
015100* 2000-PROCESS-EMPLOYEE - VALUE ONE EMPLOYEE'S BALANCES AND ADD
015200* THEM TO THE DEPARTMENT. A TERMINATED EMPLOYEE'S BALANCE HAS
015300* GONE TO THE PAYOUT LIST AND IS NO LONGER A LIABILITY HERE
015400*----------------------------------------------------------------
015500 2000-PROCESS-EMPLOYEE.
015600     READ EMPMSTR
015700         AT END
015800             SET LLB-END-OF-EMPMSTR TO TRUE
015900             GO TO 2000-EXIT
016000     END-READ.
016100     ADD 1 TO LLB-READ-COUNT.
016200     IF TERMINATED
016300         ADD 1 TO LLB-TERMINATED-COUNT
016400         GO TO 2000-EXIT
016500     END-IF.
016600     ADD 1 TO LLB-EMPLOYEE-COUNT.
016700     MOVE ZERO TO LLB-VACATION-HOURS.
016800     MOVE ZERO TO LLB-SICK-HOURS.
016900     MOVE EMP-ID TO LVB-EMP-ID.
017000     MOVE 'V' TO LVB-LEAVE-TYPE.
017100     READ LEAVEBAL
017200         INVALID KEY
017300             CONTINUE
017400         NOT INVALID KEY
017500             MOVE LVB-BALANCE-HOURS TO LLB-VACATION-HOURS
017600     END-READ.
017700     MOVE EMP-ID TO LVB-EMP-ID.
017800     MOVE 'S' TO LVB-LEAVE-TYPE.
017900     READ LEAVEBAL
018000         INVALID KEY
018100             CONTINUE
018200         NOT INVALID KEY
018300             MOVE LVB-BALANCE-HOURS TO LLB-SICK-HOURS
018400     END-READ.
018500     IF LLB-VACATION-HOURS = ZERO AND LLB-SICK-HOURS = ZERO
018600         ADD 1 TO LLB-NO-BALANCE-COUNT
018700     END-IF.
018800     COMPUTE LLB-HOURLY-RATE ROUNDED =
018900         EMP-SALARY / LLB-STANDARD-HOURS.
019000     COMPUTE LLB-VACATION-VALUE ROUNDED =
019100         LLB-VACATION-HOURS * LLB-HOURLY-RATE.
019200     COMPUTE LLB-SICK-VALUE ROUNDED =
019300         LLB-SICK-HOURS * LLB-HOURLY-RATE.
019400     PERFORM 2300-ROLL-UP-DEPARTMENT THRU 2300-EXIT.
019500 2000-EXIT.
019600     EXIT.
019700*----------------------------------------------------------------
019800* 2300-ROLL-UP-DEPARTMENT - FIND (OR ADD) THE EMPLOYEE'S
019900* DEPARTMENT ROW AND ACCUMULATE THE HOURS AND VALUE
020000*----------------------------------------------------------------
020100 2300-ROLL-UP-DEPARTMENT.
020200     MOVE 'N' TO LLB-DEPT-FOUND-SW.
020300     MOVE 1 TO LLB-DEPT-IDX.
020400 2310-CHECK-DEPT-ENTRY.
020500     IF LLB-DEPT-IDX > LLB-DEPT-COUNT
020600         GO TO 2320-ADD-DEPT-ENTRY
020700     END-IF.
020800     IF LLB-DEPT-NAME (LLB-DEPT-IDX) = EMP-DEPT
020900         SET LLB-DEPT-FOUND TO TRUE
021000         GO TO 2330-ACCUMULATE-DEPT
021100     END-IF.
021200     ADD 1 TO LLB-DEPT-IDX.
021300     GO TO 2310-CHECK-DEPT-ENTRY.
021400 2320-ADD-DEPT-ENTRY.
021500     IF LLB-DEPT-COUNT >= LLB-MAX-DEPTS
021600         DISPLAY 'LVELIAB0 - DEPARTMENT TABLE FULL AT '
021700             EMP-DEPT ' - DEPARTMENT TOTALS INCOMPLETE - '
021800             'RUN FAILED'
021900         MOVE 8 TO RETURN-CODE
022000         GO TO 2300-EXIT
022100     END-IF.
022200     ADD 1 TO LLB-DEPT-COUNT.
022300     MOVE LLB-DEPT-COUNT TO LLB-DEPT-IDX.
022400     MOVE EMP-DEPT TO LLB-DEPT-NAME (LLB-DEPT-IDX).
022500     MOVE ZERO TO LLB-DEPT-HEADCOUNT (LLB-DEPT-IDX).
022600     MOVE ZERO TO LLB-DEPT-VAC-HOURS (LLB-DEPT-IDX).
022700     MOVE ZERO TO LLB-DEPT-VAC-VALUE (LLB-DEPT-IDX).
022800     MOVE ZERO TO LLB-DEPT-SICK-HOURS (LLB-DEPT-IDX).
022900     MOVE ZERO TO LLB-DEPT-SICK-VALUE (LLB-DEPT-IDX).
023000 2330-ACCUMULATE-DEPT.
023100     ADD 1 TO LLB-DEPT-HEADCOUNT (LLB-DEPT-IDX).
023200     ADD LLB-VACATION-HOURS TO LLB-DEPT-VAC-HOURS (LLB-DEPT-IDX).
023300     ADD LLB-VACATION-VALUE TO LLB-DEPT-VAC-VALUE (LLB-DEPT-IDX).
023400     ADD LLB-SICK-HOURS TO LLB-DEPT-SICK-HOURS (LLB-DEPT-IDX).
023500     ADD LLB-SICK-VALUE TO LLB-DEPT-SICK-VALUE (LLB-DEPT-IDX).
023600     ADD LLB-VACATION-HOURS TO LLB-TOTAL-VAC-HOURS.
023700     ADD LLB-VACATION-VALUE TO LLB-TOTAL-VAC-VALUE.
023800     ADD LLB-SICK-HOURS TO LLB-TOTAL-SICK-HOURS.
023900     ADD LLB-SICK-VALUE TO LLB-TOTAL-SICK-VALUE.
024000 2300-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300* 8000-WRITE-REPORT - ONE BLOCK PER DEPARTMENT, THEN THE COMPANY
024400*----------------------------------------------------------------
024500 8000-WRITE-REPORT.
024600     MOVE SPACES TO LLB-REPORT-LINE.
024700     STRING 'PAID-TIME-OFF LIABILITY BY DEPARTMENT'
024800         DELIMITED BY SIZE INTO LLB-REPORT-LINE.
024900     WRITE LLB-REPORT-LINE.
025000     PERFORM 8100-WRITE-ONE-DEPT THRU 8100-EXIT
025100         VARYING LLB-DEPT-IDX FROM 1 BY 1
025200         UNTIL LLB-DEPT-IDX > LLB-DEPT-COUNT.
025300     MOVE SPACES TO LLB-REPORT-LINE.
025400     STRING 'COMPANY TOTAL - EMPLOYEES: ' LLB-EMPLOYEE-COUNT
025500         DELIMITED BY SIZE INTO LLB-REPORT-LINE.
025600     WRITE LLB-REPORT-LINE.
025700     MOVE LLB-TOTAL-VAC-HOURS TO LLB-HOURS-DISPLAY.
025800     MOVE LLB-TOTAL-VAC-VALUE TO LLB-VALUE-DISPLAY.
025900     MOVE SPACES TO LLB-REPORT-LINE.
026000     STRING '  VACATION HOURS ' LLB-HOURS-DISPLAY
026100         '  VALUE ' LLB-VALUE-DISPLAY
026200         DELIMITED BY SIZE INTO LLB-REPORT-LINE.
026300     WRITE LLB-REPORT-LINE.
026400     MOVE LLB-TOTAL-SICK-HOURS TO LLB-HOURS-DISPLAY.
026500     MOVE LLB-TOTAL-SICK-VALUE TO LLB-VALUE-DISPLAY.
026600     MOVE SPACES TO LLB-REPORT-LINE.
026700     STRING '  SICK HOURS     ' LLB-HOURS-DISPLAY
026800         '  VALUE ' LLB-VALUE-DISPLAY
026900         DELIMITED BY SIZE INTO LLB-REPORT-LINE.
027000     WRITE LLB-REPORT-LINE.
027100     MOVE SPACES TO LLB-REPORT-LINE.
027200     STRING 'EMPLOYEES WITH NO BALANCE:  ' LLB-NO-BALANCE-COUNT
027300         DELIMITED BY SIZE INTO LLB-REPORT-LINE.
027400     WRITE LLB-REPORT-LINE.
027500     MOVE SPACES TO LLB-REPORT-LINE.
027600     STRING 'TERMINATED (NOT VALUED):    ' LLB-TERMINATED-COUNT
027700         DELIMITED BY SIZE INTO LLB-REPORT-LINE.
027800     WRITE LLB-REPORT-LINE.
027900 8000-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200* 8100-WRITE-ONE-DEPT - HEADCOUNT, THEN VACATION AND SICK HOURS
028300* WITH THEIR VALUE
028400*----------------------------------------------------------------
028500 8100-WRITE-ONE-DEPT.
028600     MOVE LLB-DEPT-HEADCOUNT (LLB-DEPT-IDX)
028700         TO LLB-HEADCOUNT-DISPLAY.
028800     MOVE LLB-DEPT-VAC-HOURS (LLB-DEPT-IDX) TO LLB-HOURS-DISPLAY.
028900     MOVE LLB-DEPT-VAC-VALUE (LLB-DEPT-IDX) TO LLB-VALUE-DISPLAY.
029000     MOVE LLB-DEPT-SICK-HOURS (LLB-DEPT-IDX)
029100         TO LLB-HOURS2-DISPLAY.
029200     MOVE LLB-DEPT-SICK-VALUE (LLB-DEPT-IDX)
029300         TO LLB-VALUE2-DISPLAY.
029400     MOVE SPACES TO LLB-REPORT-LINE.
029500     STRING 'DEPT ' LLB-DEPT-NAME (LLB-DEPT-IDX)
029600         ' EMPLOYEES ' LLB-HEADCOUNT-DISPLAY
029700         DELIMITED BY SIZE INTO LLB-REPORT-LINE.
029800     WRITE LLB-REPORT-LINE.
029900     MOVE SPACES TO LLB-REPORT-LINE.
030000     STRING '  VACATION HOURS ' LLB-HOURS-DISPLAY
030100         '  VALUE ' LLB-VALUE-DISPLAY
030200         DELIMITED BY SIZE INTO LLB-REPORT-LINE.
030300     WRITE LLB-REPORT-LINE.
030400     MOVE SPACES TO LLB-REPORT-LINE.
030500     STRING '  SICK HOURS     ' LLB-HOURS2-DISPLAY
030600         '  VALUE ' LLB-VALUE2-DISPLAY
030700         DELIMITED BY SIZE INTO LLB-REPORT-LINE.
030800     WRITE LLB-REPORT-LINE.
030900     ADD 3 TO LLB-OUT-COUNT.
031000 8100-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300* 9999-TERMINATE - CLOSE FILES AND LOG THE RUN
031400*----------------------------------------------------------------
031500 9999-TERMINATE.
031600     MOVE RETURN-CODE TO LLB-RLG-COMPLETION.
031700     MOVE 'E' TO LLB-RLG-FUNCTION.
031800     CALL 'RUNLOG0' USING LLB-RLG-FUNCTION LLB-JOB-NAME
031900         LLB-READ-COUNT LLB-OUT-COUNT LLB-RLG-COMPLETION
032000         LLB-RLG-RETURN-CODE.
032100     DISPLAY 'LVELIAB0 - EMPLOYEES VALUED: ' LLB-EMPLOYEE-COUNT.
032200     CLOSE EMPMSTR.
032300     CLOSE LEAVEBAL.
032400     CLOSE LVLIRPT.
032500 9999-EXIT.
032600     EXIT.
