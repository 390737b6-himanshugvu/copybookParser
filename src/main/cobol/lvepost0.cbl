000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LVEPOST0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. PAYROLL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - POSTS PAID-TIME-OFF TAKEN
001100*                 AND ADJUSTMENT TRANSACTIONS FROM LVTRAN TO THE
001200*                 LEAVEBAL BALANCE FILE. THE EMPLOYEE MUST BE ON
001300*                 THE INDEXED MASTER AND NOT TERMINATED, THE
001400*                 EFFECTIVE DATE MUST PASS DATEVAL0, AND NO
001500*                 TRANSACTION MAY TAKE MORE HOURS THAN THE
001600*                 BALANCE HOLDS. EVERY TRANSACTION IS LISTED AS
001700*                 APPLIED OR REJECTED WITH THE REASON, AND THE RUN
001800*                 IS LOGGED TO THE SHARED RUNLOG FACILITY. AN
001825*                 EFFECTIVE DATE IN A YEAR LATER THAN LVB-YTD-YEAR
001850*                 RESTARTS THE YEAR-TO-DATE HOURS; TIME TAKEN IN
001875*                 AN EARLIER YEAR MOVES THE BALANCE ONLY.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002300 OBJECT-COMPUTER. IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT LVTRAN ASSIGN TO LVTRAN
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS LPT-LVTRAN-STATUS.
002900     SELECT EMPMIDX ASSIGN TO EMPMIDX
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS EMP-ID
003300         FILE STATUS IS LPT-EMPMIDX-STATUS.
003400     SELECT LEAVEBAL ASSIGN TO LEAVEBAL
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS LVB-KEY
003800         FILE STATUS IS LPT-LEAVEBAL-STATUS.
003900     SELECT LVTRPT ASSIGN TO LVTRPT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS LPT-LVTRPT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  LVTRAN
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700     COPY "src/main/resources/leave-transaction-record.cbl".
004800 FD  EMPMIDX
004900     LABEL RECORDS ARE STANDARD.
005000     COPY "src/main/resources/employee-record.cbl".
005100 FD  LEAVEBAL
005200     LABEL RECORDS ARE STANDARD.
005300     COPY "src/main/resources/leave-balance-record.cbl".
005400 FD  LVTRPT
005500     LABEL RECORDS ARE OMITTED.
005600 01  LPT-REPORT-LINE            PIC X(80).
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------------
005900* FILE STATUS AND SWITCHES
006000*----------------------------------------------------------------
006100 77  LPT-LVTRAN-STATUS          PIC XX.
006200     88  LPT-LVTRAN-OK              VALUE '00'.
006300 77  LPT-EMPMIDX-STATUS         PIC XX.
006400     88  LPT-EMPMIDX-OK             VALUE '00'.
006500 77  LPT-LEAVEBAL-STATUS        PIC XX.
006600     88  LPT-LEAVEBAL-OK            VALUE '00'.
006700 77  LPT-LVTRPT-STATUS          PIC XX.
006800     88  LPT-LVTRPT-OK              VALUE '00'.
006900 77  LPT-END-OF-LVTRAN-SW       PIC X       VALUE 'N'.
007000     88  LPT-END-OF-LVTRAN          VALUE 'Y'.
007100 77  LPT-BALANCE-FOUND-SW       PIC X.
007200     88  LPT-BALANCE-FOUND          VALUE 'Y'.
007300 77  LPT-DATE-RETURN-CODE       PIC 9(2)    COMP.
007400*----------------------------------------------------------------
007500* REJECT REASON FOR THE CURRENT TRANSACTION
007600*----------------------------------------------------------------
007700 77  LPT-REJECT-REASON          PIC X(30).
007800 77  LPT-NEW-BALANCE            PIC S9(5)V99 COMP-3.
007900*----------------------------------------------------------------
008000* CONTROL TOTALS
008100*----------------------------------------------------------------
008200 77  LPT-TRAN-COUNT             PIC 9(7)    VALUE ZERO.
008300 77  LPT-APPLIED-COUNT          PIC 9(7)    VALUE ZERO.
008400 77  LPT-REJECTED-COUNT         PIC 9(7)    VALUE ZERO.
008500 77  LPT-TAKEN-HOURS-TOTAL      PIC 9(7)V99 COMP-3 VALUE ZERO.
008600 77  LPT-ADDED-HOURS-TOTAL      PIC 9(7)V99 COMP-3 VALUE ZERO.
008700 77  LPT-REMOVED-HOURS-TOTAL    PIC 9(7)V99 COMP-3 VALUE ZERO.
008800*----------------------------------------------------------------
008900* REPORT FORMATTING WORK AREAS
009000*----------------------------------------------------------------
009100 77  LPT-HOURS-DISPLAY          PIC Z,ZZ9.99.
009200 77  LPT-BALANCE-DISPLAY        PIC -ZZ,ZZ9.99.
009300 77  LPT-TOTAL-DISPLAY          PIC Z,ZZZ,ZZ9.99.
009400*----------------------------------------------------------------
009500* RUN-LOG WORK AREAS
009600*----------------------------------------------------------------
009700 77  LPT-JOB-NAME               PIC X(08)   VALUE 'LVEPOST0'.
009800 77  LPT-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
009900 77  LPT-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
010000 77  LPT-RLG-FUNCTION           PIC X.
010100 77  LPT-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
010200 77  LPT-RLG-RETURN-CODE        PIC 9(2)    COMP.
010300 PROCEDURE DIVISION.
010400*----------------------------------------------------------------
010500* 0000-MAINLINE
010600*----------------------------------------------------------------
010700 0000-MAINLINE.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010900     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
011000         UNTIL LPT-END-OF-LVTRAN.
011100     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
011200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
011300     GOBACK.
011400*----------------------------------------------------------------
011500* 1000-INITIALIZE - OPEN FILES (CREATING THE BALANCE FILE ON
011600* FIRST USE) AND WRITE THE REPORT HEADING
011700*----------------------------------------------------------------
011800 1000-INITIALIZE.
011900     MOVE 'S' TO LPT-RLG-FUNCTION.
012000     CALL 'RUNLOG0' USING LPT-RLG-FUNCTION LPT-JOB-NAME
012100         LPT-READ-COUNT LPT-OUT-COUNT LPT-RLG-COMPLETION
012200         LPT-RLG-RETURN-CODE.
012300     OPEN INPUT LVTRAN.
012400     IF NOT LPT-LVTRAN-OK
012500         DISPLAY 'LVEPOST0 - UNABLE TO OPEN LVTRAN '
012600             LPT-LVTRAN-STATUS
012700         MOVE 8 TO RETURN-CODE
012800         GO TO 9999-EXIT
012900     END-IF.
013000     OPEN INPUT EMPMIDX.
013100     IF NOT LPT-EMPMIDX-OK
013200         DISPLAY 'LVEPOST0 - UNABLE TO OPEN EMPMIDX '
013300             LPT-EMPMIDX-STATUS
013400         MOVE 8 TO RETURN-CODE
013500         GO TO 9999-EXIT
013600     END-IF.
013700     OPEN I-O LEAVEBAL.
013800     IF NOT LPT-LEAVEBAL-OK
013900         OPEN OUTPUT LEAVEBAL
014000         CLOSE LEAVEBAL
014100         OPEN I-O LEAVEBAL
014200     END-IF.
014214     IF NOT LPT-LEAVEBAL-OK
014228         DISPLAY 'LVEPOST0 - UNABLE TO OPEN LEAVEBAL '
014242             LPT-LEAVEBAL-STATUS
014256         MOVE 8 TO RETURN-CODE
014270         GO TO 9999-EXIT
014284     END-IF.
014300     OPEN OUTPUT LVTRPT.
014314     IF NOT LPT-LVTRPT-OK
014328         DISPLAY 'LVEPOST0 - UNABLE TO OPEN LVTRPT '
014342             LPT-LVTRPT-STATUS
014356         MOVE 8 TO RETURN-CODE
014370         GO TO 9999-EXIT
014384     END-IF.
014400     MOVE SPACES TO LPT-REPORT-LINE.
014500     STRING 'LEAVE TRANSACTION POSTING REPORT'
014600         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
014700     WRITE LPT-REPORT-LINE.
014800     MOVE SPACES TO LPT-REPORT-LINE.
014900     STRING 'RESULT   F EMP-ID   T EFFECTIVE     HOURS    '
015000         'BALANCE / REASON'
015100         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
015200     WRITE LPT-REPORT-LINE.
015300 1000-EXIT.
015400     EXIT.
015500*----------------------------------------------------------------
015600* 2000-PROCESS-TRANSACTION - VALIDATE ONE TRANSACTION, THEN
015700* APPLY IT TO THE BALANCE OR REJECT IT WITH THE REASON
015800*----------------------------------------------------------------
015900 2000-PROCESS-TRANSACTION.
016000     READ LVTRAN
016100         AT END
016200             SET LPT-END-OF-LVTRAN TO TRUE
016300             GO TO 2000-EXIT
016400     END-READ.
016500     ADD 1 TO LPT-READ-COUNT.
016600     ADD 1 TO LPT-TRAN-COUNT.
016700     MOVE SPACES TO LPT-REJECT-REASON.
016800     PERFORM 3000-VALIDATE-TRANSACTION THRU 3000-EXIT.
016900     IF LPT-REJECT-REASON NOT = SPACES
017000         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
017100         GO TO 2000-EXIT
017200     END-IF.
017300     PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT.
017400     IF LPT-REJECT-REASON NOT = SPACES
017500         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
017600         GO TO 2000-EXIT
017700     END-IF.
017800     PERFORM 5000-WRITE-APPLIED THRU 5000-EXIT.
017900 2000-EXIT.
018000     EXIT.
018100*----------------------------------------------------------------
018200* 3000-VALIDATE-TRANSACTION - EDITS THAT NEED NO BALANCE: CODES,
018300* HOURS, DATE, REASON, AND AN EMPLOYEE WHO MAY STILL USE LEAVE.
018400* THE FIRST FAILURE FOUND IS THE ONE REPORTED
018500*----------------------------------------------------------------
018600 3000-VALIDATE-TRANSACTION.
018700     IF NOT LVT-TAKEN AND NOT LVT-ADJUSTMENT
018800         MOVE 'UNKNOWN FUNCTION CODE' TO LPT-REJECT-REASON
018900         GO TO 3000-EXIT
019000     END-IF.
019100     IF LVT-EMP-ID NOT NUMERIC
019200         MOVE 'NON-NUMERIC EMP-ID' TO LPT-REJECT-REASON
019300         GO TO 3000-EXIT
019400     END-IF.
019500     IF NOT LVT-VACATION AND NOT LVT-SICK
019600         MOVE 'UNKNOWN LEAVE TYPE' TO LPT-REJECT-REASON
019700         GO TO 3000-EXIT
019800     END-IF.
019900     IF LVT-HOURS NOT NUMERIC
020000         MOVE 'NON-NUMERIC HOURS' TO LPT-REJECT-REASON
020100         GO TO 3000-EXIT
020200     END-IF.
020300     IF LVT-HOURS = ZERO
020400         MOVE 'HOURS MUST BE GREATER THAN ZERO'
020500             TO LPT-REJECT-REASON
020600         GO TO 3000-EXIT
020700     END-IF.
020800     MOVE 99 TO LPT-DATE-RETURN-CODE.
020900     IF LVT-EFFECTIVE-DATE NUMERIC
021000         CALL 'DATEVAL0' USING LVT-EFF-YEAR LVT-EFF-MONTH
021100             LVT-EFF-DAY LPT-DATE-RETURN-CODE
021200     END-IF.
021300     IF LPT-DATE-RETURN-CODE NOT = ZERO
021400         MOVE 'INVALID EFFECTIVE DATE' TO LPT-REJECT-REASON
021500         GO TO 3000-EXIT
021600     END-IF.
021700     IF LVT-ADJUSTMENT
021800         IF NOT LVT-ADD-HOURS AND NOT LVT-REMOVE-HOURS
021900             MOVE 'ADJUSTMENT SIGN MUST BE + OR -'
022000                 TO LPT-REJECT-REASON
022100             GO TO 3000-EXIT
022200         END-IF
022300         IF LVT-REASON = SPACES
022400             MOVE 'ADJUSTMENT REASON REQUIRED'
022500                 TO LPT-REJECT-REASON
022600             GO TO 3000-EXIT
022700         END-IF
022800     END-IF.
022900     MOVE LVT-EMP-ID TO EMP-ID.
023000     READ EMPMIDX
023100         INVALID KEY
023200             MOVE 'EMPLOYEE NOT ON MASTER' TO LPT-REJECT-REASON
023300             GO TO 3000-EXIT
023400     END-READ.
023500     IF TERMINATED
023600         MOVE 'EMPLOYEE IS TERMINATED' TO LPT-REJECT-REASON
023700     END-IF.
023800 3000-EXIT.
023900     EXIT.
024000*----------------------------------------------------------------
024100* 4000-APPLY-TRANSACTION - READ THE BALANCE AND MOVE THE HOURS.
024200* ONLY A POSITIVE ADJUSTMENT MAY START A ROW THAT IS NOT THERE,
024300* AND NOTHING MAY TAKE THE BALANCE BELOW ZERO
024400*----------------------------------------------------------------
024500 4000-APPLY-TRANSACTION.
024600     MOVE LVT-EMP-ID TO LVB-EMP-ID.
024700     MOVE LVT-LEAVE-TYPE TO LVB-LEAVE-TYPE.
024800     READ LEAVEBAL
024900         INVALID KEY
025000             MOVE 'N' TO LPT-BALANCE-FOUND-SW
025100         NOT INVALID KEY
025200             MOVE 'Y' TO LPT-BALANCE-FOUND-SW
025300     END-READ.
025400     IF NOT LPT-BALANCE-FOUND
025500         IF LVT-ADJUSTMENT AND LVT-ADD-HOURS
025600             MOVE SPACES TO LEAVE-BALANCE-RECORD
025700             MOVE LVT-EMP-ID TO LVB-EMP-ID
025800             MOVE LVT-LEAVE-TYPE TO LVB-LEAVE-TYPE
025900             MOVE ZERO TO LVB-BALANCE-HOURS
026000             MOVE ZERO TO LVB-YTD-ACCRUED-HOURS
026100             MOVE ZERO TO LVB-YTD-TAKEN-HOURS
026200             MOVE ZERO TO LVB-LAST-ACCRUAL-DATE
026300             MOVE ZERO TO LVB-PAYOUT-HOURS
026400             MOVE ZERO TO LVB-PAYOUT-DATE
026450             MOVE ZERO TO LVB-YTD-YEAR
026500         ELSE
026600             MOVE 'NO LEAVE BALANCE ON FILE'
026700                 TO LPT-REJECT-REASON
026800             GO TO 4000-EXIT
026900         END-IF
027000     END-IF.
027100     IF LVT-TAKEN OR LVT-REMOVE-HOURS
027200         COMPUTE LPT-NEW-BALANCE = LVB-BALANCE-HOURS - LVT-HOURS
027300     ELSE
027400         COMPUTE LPT-NEW-BALANCE = LVB-BALANCE-HOURS + LVT-HOURS
027500     END-IF.
027600     IF LPT-NEW-BALANCE < ZERO
027700         MOVE 'HOURS EXCEED AVAILABLE BALANCE'
027800             TO LPT-REJECT-REASON
027900         GO TO 4000-EXIT
028000     END-IF.
028100     MOVE LPT-NEW-BALANCE TO LVB-BALANCE-HOURS.
028116     IF LVT-EFF-YEAR > LVB-YTD-YEAR
028132         MOVE ZERO TO LVB-YTD-ACCRUED-HOURS
028148         MOVE ZERO TO LVB-YTD-TAKEN-HOURS
028164         MOVE LVT-EFF-YEAR TO LVB-YTD-YEAR
028180     END-IF.
028200     IF LVT-TAKEN AND LVT-EFF-YEAR = LVB-YTD-YEAR
028300         ADD LVT-HOURS TO LVB-YTD-TAKEN-HOURS
028400     END-IF.
028500     IF LPT-BALANCE-FOUND
028600         REWRITE LEAVE-BALANCE-RECORD
028700             INVALID KEY
028800                 MOVE 'BALANCE REWRITE FAILED'
028900                     TO LPT-REJECT-REASON
029000                 DISPLAY 'LVEPOST0 - REWRITE FAILED FOR EMP-ID '
029100                     LVT-EMP-ID ' STATUS ' LPT-LEAVEBAL-STATUS
029200                 MOVE 8 TO RETURN-CODE
029300                 GO TO 4000-EXIT
029400         END-REWRITE
029500     ELSE
029600         WRITE LEAVE-BALANCE-RECORD
029700             INVALID KEY
029800                 MOVE 'BALANCE WRITE FAILED'
029900                     TO LPT-REJECT-REASON
030000                 DISPLAY 'LVEPOST0 - WRITE FAILED FOR EMP-ID '
030100                     LVT-EMP-ID ' STATUS ' LPT-LEAVEBAL-STATUS
030200                 MOVE 8 TO RETURN-CODE
030300                 GO TO 4000-EXIT
030400         END-WRITE
030450     END-IF.
030500     IF LVT-TAKEN
030520         ADD LVT-HOURS TO LPT-TAKEN-HOURS-TOTAL
030540     ELSE
030560         IF LVT-ADD-HOURS
030580             ADD LVT-HOURS TO LPT-ADDED-HOURS-TOTAL
030600         ELSE
030620             ADD LVT-HOURS TO LPT-REMOVED-HOURS-TOTAL
030640         END-IF
030660     END-IF.
030700     ADD 1 TO LPT-OUT-COUNT.
030800 4000-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------
031100* 5000-WRITE-APPLIED - ONE REPORT LINE PER APPLIED TRANSACTION
031200* WITH THE BALANCE IT LEFT
031300*----------------------------------------------------------------
031400 5000-WRITE-APPLIED.
031500     ADD 1 TO LPT-APPLIED-COUNT.
031600     MOVE LVT-HOURS TO LPT-HOURS-DISPLAY.
031700     MOVE LVB-BALANCE-HOURS TO LPT-BALANCE-DISPLAY.
031800     MOVE SPACES TO LPT-REPORT-LINE.
031900     STRING 'APPLIED  ' LVT-FUNCTION-CODE ' ' LVT-EMP-ID ' '
032000         LVT-LEAVE-TYPE ' ' LVT-EFFECTIVE-DATE ' '
032100         LPT-HOURS-DISPLAY LVT-ADJUSTMENT-SIGN ' '
032200         LPT-BALANCE-DISPLAY
032300         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
032400     WRITE LPT-REPORT-LINE.
032500 5000-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800* 5100-WRITE-REJECTED - ONE REPORT LINE PER REJECTED TRANSACTION
032900*----------------------------------------------------------------
033000 5100-WRITE-REJECTED.
033100     ADD 1 TO LPT-REJECTED-COUNT.
033200     MOVE SPACES TO LPT-REPORT-LINE.
033300     STRING 'REJECTED ' LVT-FUNCTION-CODE ' ' LVT-EMP-ID ' '
033400         LVT-LEAVE-TYPE ' ' LVT-EFFECTIVE-DATE ' '
033500         LPT-REJECT-REASON
033600         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
033700     WRITE LPT-REPORT-LINE.
033800 5100-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100* 8000-WRITE-TOTALS - RUN TOTALS
034200*----------------------------------------------------------------
034300 8000-WRITE-TOTALS.
034400     MOVE SPACES TO LPT-REPORT-LINE.
034500     STRING 'TRANSACTIONS READ:    ' LPT-TRAN-COUNT
034600         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
034700     WRITE LPT-REPORT-LINE.
034800     MOVE SPACES TO LPT-REPORT-LINE.
034900     STRING 'APPLIED:              ' LPT-APPLIED-COUNT
035000         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
035100     WRITE LPT-REPORT-LINE.
035200     MOVE SPACES TO LPT-REPORT-LINE.
035300     STRING 'REJECTED:             ' LPT-REJECTED-COUNT
035400         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
035500     WRITE LPT-REPORT-LINE.
035600     MOVE LPT-TAKEN-HOURS-TOTAL TO LPT-TOTAL-DISPLAY.
035700     MOVE SPACES TO LPT-REPORT-LINE.
035800     STRING 'HOURS TAKEN:          ' LPT-TOTAL-DISPLAY
035900         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
036000     WRITE LPT-REPORT-LINE.
036100     MOVE LPT-ADDED-HOURS-TOTAL TO LPT-TOTAL-DISPLAY.
036200     MOVE SPACES TO LPT-REPORT-LINE.
036300     STRING 'HOURS ADJUSTED UP:    ' LPT-TOTAL-DISPLAY
036400         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
036500     WRITE LPT-REPORT-LINE.
036600     MOVE LPT-REMOVED-HOURS-TOTAL TO LPT-TOTAL-DISPLAY.
036700     MOVE SPACES TO LPT-REPORT-LINE.
036800     STRING 'HOURS ADJUSTED DOWN:  ' LPT-TOTAL-DISPLAY
036900         DELIMITED BY SIZE INTO LPT-REPORT-LINE.
037000     WRITE LPT-REPORT-LINE.
037100 8000-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400* 9999-TERMINATE - CLOSE FILES AND LOG THE RUN
037500*----------------------------------------------------------------
037600 9999-TERMINATE.
037700     MOVE RETURN-CODE TO LPT-RLG-COMPLETION.
037800     MOVE 'E' TO LPT-RLG-FUNCTION.
037900     CALL 'RUNLOG0' USING LPT-RLG-FUNCTION LPT-JOB-NAME
038000         LPT-READ-COUNT LPT-OUT-COUNT LPT-RLG-COMPLETION
038100         LPT-RLG-RETURN-CODE.
038200     DISPLAY 'LVEPOST0 - APPLIED: ' LPT-APPLIED-COUNT
038300         ' REJECTED: ' LPT-REJECTED-COUNT.
038400     CLOSE LVTRAN.
038500     CLOSE EMPMIDX.
038600     CLOSE LEAVEBAL.
038700     CLOSE LVTRPT.
038800 9999-EXIT.
038900     EXIT.
