000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYCNV0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. PAYROLL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - ONE-TIME REFORMAT OF THE TWO
001100*                 PAYROLL CONTROL FILES WHOSE LAYOUTS GREW. THE
001200*                 PAYPARM RECORD GAINS PPM-PAY-DATE, WRITTEN AS
001300*                 ZERO - LVEACR0 REFUSES TO RUN UNTIL THE PAY DATE
001400*                 OF THE PERIOD IS KEYED, AS IT MUST BE EVERY
001500*                 CYCLE. THE EMPCORR FIX DECK GAINS ECR-EMP-DEPT,
001600*                 WRITTEN AS SPACES (NO DEPARTMENT CHANGE). EACH
001700*                 OLD FILE IS OPTIONAL - ONLY THE ONES SUPPLIED
001800*                 ARE REFORMATTED, AND A RUN WITH NEITHER ENDS
001900*                 WITH RETURN-CODE 4. THE RUN IS LOGGED TO THE
002000*                 SHARED RUNLOG FACILITY.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PAYPOLD ASSIGN TO PAYPOLD
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS CNV-PAYPOLD-STATUS.
003100     SELECT PAYPARM ASSIGN TO PAYPARM
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS CNV-PAYPARM-STATUS.
003400     SELECT EMPCOLD ASSIGN TO EMPCOLD
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS CNV-EMPCOLD-STATUS.
003700     SELECT EMPCORR ASSIGN TO EMPCORR
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS CNV-EMPCORR-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200*----------------------------------------------------------------
004300* THE PREVIOUS PAYPARM-RECORD LAYOUT - PERIODS PER YEAR ONLY
004400*----------------------------------------------------------------
004500 FD  PAYPOLD
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  CNV-PAYPOLD-RECORD.
004900     03  CNV-PAYPOLD-PERIODS    PIC 9(2).
005000 FD  PAYPARM
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY "src/main/resources/payparm-record.cbl".
005400*----------------------------------------------------------------
005500* THE PREVIOUS EMP-CORRECTION-RECORD LAYOUT - ECR-EMP-ID THROUGH
005600* THE TEN BENEFIT SLOTS (127 BYTES), THEN FILLER
005700*----------------------------------------------------------------
005800 FD  EMPCOLD
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  CNV-EMPCOLD-RECORD.
006200     03  CNV-EMPCOLD-BASE       PIC X(127).
006300     03  FILLER                 PIC X(03).
006400 FD  EMPCORR
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY "src/main/resources/emp-correction-record.cbl".
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
007000* FILE STATUS AND SWITCHES
007100*----------------------------------------------------------------
007200 77  CNV-PAYPOLD-STATUS         PIC XX.
007300     88  CNV-PAYPOLD-OK             VALUE '00'.
007400 77  CNV-PAYPARM-STATUS         PIC XX.
007500     88  CNV-PAYPARM-OK             VALUE '00'.
007600 77  CNV-EMPCOLD-STATUS         PIC XX.
007700     88  CNV-EMPCOLD-OK             VALUE '00'.
007800 77  CNV-EMPCORR-STATUS         PIC XX.
007900     88  CNV-EMPCORR-OK             VALUE '00'.
008000 77  CNV-END-OF-PAYPOLD-SW      PIC X       VALUE 'N'.
008100     88  CNV-END-OF-PAYPOLD         VALUE 'Y'.
008200 77  CNV-END-OF-EMPCOLD-SW      PIC X       VALUE 'N'.
008300     88  CNV-END-OF-EMPCOLD         VALUE 'Y'.
008400 77  CNV-PAYPARM-SW             PIC X       VALUE 'N'.
008500     88  CNV-DO-PAYPARM             VALUE 'Y'.
008600 77  CNV-EMPCORR-SW             PIC X       VALUE 'N'.
008700     88  CNV-DO-EMPCORR             VALUE 'Y'.
008800*----------------------------------------------------------------
008900* NEW EMPCORR IMAGE - THE OLD FIELDS, THEN A BLANK DEPARTMENT
009000*----------------------------------------------------------------
009100 01  CNV-NEW-CORRECTION.
009200     03  CNV-NEW-CORRECTION-BASE
009300                                PIC X(127).
009400     03  CNV-NEW-EMP-DEPT       PIC X(10)   VALUE SPACES.
009500     03  FILLER                 PIC X(03)   VALUE SPACES.
009600*----------------------------------------------------------------
009700* COUNTERS
009800*----------------------------------------------------------------
009900 77  CNV-PAYPARM-COUNT          PIC 9(7)    VALUE ZERO.
010000 77  CNV-EMPCORR-COUNT          PIC 9(7)    VALUE ZERO.
010100*----------------------------------------------------------------
010200* RUN-LOG WORK AREAS
010300*----------------------------------------------------------------
010400 77  CNV-JOB-NAME               PIC X(08)   VALUE 'PAYCNV'.
010500 77  CNV-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
010600 77  CNV-WRITE-COUNT            PIC 9(9)    COMP  VALUE ZERO.
010700 77  CNV-RLG-FUNCTION           PIC X.
010800 77  CNV-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
010900 77  CNV-RLG-RETURN-CODE        PIC 9(2)    COMP.
011000 PROCEDURE DIVISION.
011100*----------------------------------------------------------------
011200* 0000-MAINLINE
011300*----------------------------------------------------------------
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     IF CNV-DO-PAYPARM
011700         PERFORM 2000-CONVERT-PAYPARM THRU 2000-EXIT
011800             UNTIL CNV-END-OF-PAYPOLD
011900     END-IF.
012000     IF CNV-DO-EMPCORR
012100         PERFORM 3000-CONVERT-EMPCORR THRU 3000-EXIT
012200             UNTIL CNV-END-OF-EMPCOLD
012300     END-IF.
012400     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
012500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
012600     GOBACK.
012700*----------------------------------------------------------------
012800* 1000-INITIALIZE - OPEN EACH PAIR WHOSE OLD FILE IS SUPPLIED
012900*----------------------------------------------------------------
013000 1000-INITIALIZE.
013100     MOVE 'S' TO CNV-RLG-FUNCTION.
013200     CALL 'RUNLOG0' USING CNV-RLG-FUNCTION CNV-JOB-NAME
013300         CNV-READ-COUNT CNV-WRITE-COUNT CNV-RLG-COMPLETION
013400         CNV-RLG-RETURN-CODE.
013500     OPEN INPUT PAYPOLD.
013600     IF CNV-PAYPOLD-OK
013700         SET CNV-DO-PAYPARM TO TRUE
013800         OPEN OUTPUT PAYPARM
013900         IF NOT CNV-PAYPARM-OK
014000             DISPLAY 'PAYCNV0 - UNABLE TO OPEN PAYPARM '
014100                 CNV-PAYPARM-STATUS
014200             MOVE 8 TO RETURN-CODE
014300             GO TO 9999-EXIT
014400         END-IF
014500     END-IF.
014600     OPEN INPUT EMPCOLD.
014700     IF CNV-EMPCOLD-OK
014800         SET CNV-DO-EMPCORR TO TRUE
014900         OPEN OUTPUT EMPCORR
015000         IF NOT CNV-EMPCORR-OK
015100             DISPLAY 'PAYCNV0 - UNABLE TO OPEN EMPCORR '
015200                 CNV-EMPCORR-STATUS
015300             MOVE 8 TO RETURN-CODE
015400             GO TO 9999-EXIT
015500         END-IF
015600     END-IF.
015700     IF NOT CNV-DO-PAYPARM AND NOT CNV-DO-EMPCORR
015800         DISPLAY 'PAYCNV0 - NEITHER PAYPOLD NOR EMPCOLD SUPPLIED'
015900             ' - NOTHING REFORMATTED'
016000         MOVE 4 TO RETURN-CODE
016100     END-IF.
016200 1000-EXIT.
016300     EXIT.
016400*----------------------------------------------------------------
016500* 2000-CONVERT-PAYPARM - ONE OLD CONTROL RECORD TO ONE NEW; THE
016600* PAY DATE IS LEFT ZERO FOR OPERATIONS TO KEY
016700*----------------------------------------------------------------
016800 2000-CONVERT-PAYPARM.
016900     READ PAYPOLD
017000         AT END
017100             SET CNV-END-OF-PAYPOLD TO TRUE
017200             GO TO 2000-EXIT
017300     END-READ.
017400     ADD 1 TO CNV-READ-COUNT.
017500     MOVE CNV-PAYPOLD-PERIODS TO PPM-PERIODS-PER-YEAR.
017600     MOVE ZERO TO PPM-PAY-DATE.
017700     WRITE PAYPARM-RECORD.
017800     IF NOT CNV-PAYPARM-OK
017900         DISPLAY 'PAYCNV0 - WRITE FAILED ON PAYPARM '
018000             CNV-PAYPARM-STATUS ' - RUN FAILED'
018100         MOVE 8 TO RETURN-CODE
018200         SET CNV-END-OF-PAYPOLD TO TRUE
018300         GO TO 2000-EXIT
018400     END-IF.
018500     ADD 1 TO CNV-WRITE-COUNT.
018600     ADD 1 TO CNV-PAYPARM-COUNT.
018700 2000-EXIT.
018800     EXIT.
018900*----------------------------------------------------------------
019000* 3000-CONVERT-EMPCORR - ONE OLD FIX CARD TO ONE NEW
019100*----------------------------------------------------------------
019200 3000-CONVERT-EMPCORR.
019300     READ EMPCOLD
019400         AT END
019500             SET CNV-END-OF-EMPCOLD TO TRUE
019600             GO TO 3000-EXIT
019700     END-READ.
019800     ADD 1 TO CNV-READ-COUNT.
019900     MOVE CNV-EMPCOLD-BASE TO CNV-NEW-CORRECTION-BASE.
020000     WRITE EMP-CORRECTION-RECORD FROM CNV-NEW-CORRECTION.
020100     IF NOT CNV-EMPCORR-OK
020200         DISPLAY 'PAYCNV0 - WRITE FAILED ON EMPCORR '
020300             CNV-EMPCORR-STATUS ' - RUN FAILED'
020400         MOVE 8 TO RETURN-CODE
020500         SET CNV-END-OF-EMPCOLD TO TRUE
020600         GO TO 3000-EXIT
020700     END-IF.
020800     ADD 1 TO CNV-WRITE-COUNT.
020900     ADD 1 TO CNV-EMPCORR-COUNT.
021000 3000-EXIT.
021100     EXIT.
021200*----------------------------------------------------------------
021300* 8000-WRITE-SUMMARY - CONVERSION COUNTS FOR THE OPERATOR LOG
021400*----------------------------------------------------------------
021500 8000-WRITE-SUMMARY.
021600     DISPLAY 'PAYCNV0 - PAYPARM RECORDS REFORMATTED: '
021700         CNV-PAYPARM-COUNT.
021800     DISPLAY 'PAYCNV0 - EMPCORR RECORDS REFORMATTED: '
021900         CNV-EMPCORR-COUNT.
022000     IF CNV-PAYPARM-COUNT > ZERO
022100         DISPLAY 'PAYCNV0 - KEY PPM-PAY-DATE ON PAYPARM BEFORE'
022200             ' THE NEXT LVEACR0 RUN'
022300     END-IF.
022400 8000-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700* 9999-TERMINATE - CLOSE WHICHEVER FILES ARE OPEN
022800*----------------------------------------------------------------
022900 9999-TERMINATE.
023000     MOVE RETURN-CODE TO CNV-RLG-COMPLETION.
023100     MOVE 'E' TO CNV-RLG-FUNCTION.
023200     CALL 'RUNLOG0' USING CNV-RLG-FUNCTION CNV-JOB-NAME
023300         CNV-READ-COUNT CNV-WRITE-COUNT CNV-RLG-COMPLETION
023400         CNV-RLG-RETURN-CODE.
023500     IF CNV-DO-PAYPARM
023600         CLOSE PAYPOLD
023700         CLOSE PAYPARM
023800     END-IF.
023900     IF CNV-DO-EMPCORR
024000         CLOSE EMPCOLD
024100         CLOSE EMPCORR
024200     END-IF.
024300 9999-EXIT.
024400     EXIT.
