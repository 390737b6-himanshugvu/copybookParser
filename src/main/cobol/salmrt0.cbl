000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SALMRT0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. PAYROLL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - ANNUAL MERIT INCREASE CYCLE.
001100*                 EACH EMPLOYEE ON THE MASTER EXTRACT GETS THE
001200*                 MRTGUIDE PERCENT FOR THE EMPLOYEE'S EMP-DEPT,
001300*                 HELD TO THE DEPARTMENT CAP. THE LISTING SHOWS
001400*                 EVERY PROPOSED RAISE, EVERY EXCLUSION
001500*                 (TERMINATED, INACTIVE, HIRED AFTER CUTOFF, NO
001600*                 GUIDELINE) AND THE RAISE BUDGET BY DEPARTMENT. A
001700*                 PROPOSE RUN ONLY PRINTS. A GENERATE RUN, GIVEN
001800*                 THE SIGNED-OFF BUDGET ON MRTPARM, REREADS THE
001900*                 MASTER AND WRITES ONE EMPUPDT0 'C' SALARY
002000*                 CHANGE PER RAISE SO THE NORMAL UPDATE APPLIES
002100*                 IT AND SALHIST0 LOGS IT. THE RUN IS LOGGED TO
002200*                 THE SHARED RUNLOG FACILITY.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT EMPMSTR ASSIGN TO EMPMSTR
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS MRT-EMPMSTR-STATUS.
003300     SELECT MRTPARM ASSIGN TO MRTPARM
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS MRT-MRTPARM-STATUS.
003600     SELECT MRTGUIDE ASSIGN TO MRTGUIDE
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS MRT-MRTGUIDE-STATUS.
003900     SELECT MRTTRAN ASSIGN TO MRTTRAN
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS MRT-MRTTRAN-STATUS.
004200     SELECT MRTRPT ASSIGN TO MRTRPT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS MRT-MRTRPT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EMPMSTR
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000     COPY "src/main/resources/employee-record.cbl".
005100 FD  MRTPARM
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY "src/main/resources/merit-parm-record.cbl".
005500 FD  MRTGUIDE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY "src/main/resources/merit-guideline-record.cbl".
005900 FD  MRTTRAN
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY "src/main/resources/emp-transaction-record.cbl".
006300 FD  MRTRPT
006400     LABEL RECORDS ARE OMITTED.
006500 01  MRT-REPORT-LINE            PIC X(132).
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------
006800* FILE STATUS AND SWITCHES
006900*----------------------------------------------------------------
007000 77  MRT-EMPMSTR-STATUS         PIC XX.
007100     88  MRT-EMPMSTR-OK             VALUE '00'.
007200 77  MRT-MRTPARM-STATUS         PIC XX.
007300     88  MRT-MRTPARM-OK             VALUE '00'.
007400 77  MRT-MRTGUIDE-STATUS        PIC XX.
007500     88  MRT-MRTGUIDE-OK            VALUE '00'.
007600 77  MRT-MRTTRAN-STATUS         PIC XX.
007700     88  MRT-MRTTRAN-OK             VALUE '00'.
007800 77  MRT-MRTRPT-STATUS          PIC XX.
007900     88  MRT-MRTRPT-OK              VALUE '00'.
008000 77  MRT-END-OF-EMPMSTR-SW      PIC X       VALUE 'N'.
008100     88  MRT-END-OF-EMPMSTR         VALUE 'Y'.
008200 77  MRT-END-OF-MRTGUIDE-SW     PIC X       VALUE 'N'.
008300     88  MRT-END-OF-MRTGUIDE        VALUE 'Y'.
008400 77  MRT-GUIDE-ERROR-SW         PIC X       VALUE 'N'.
008500     88  MRT-GUIDE-ERROR            VALUE 'Y'.
008600 77  MRT-PARM-ERROR-SW          PIC X       VALUE 'N'.
008700     88  MRT-PARM-ERROR             VALUE 'Y'.
008800 77  MRT-DATE-RETURN-CODE       PIC 9(2)    COMP.
008805*----------------------------------------------------------------
008810* RUN CONTROL - THE MRTPARM VALUES, SAVED AS THE PARM IS READ
008815*----------------------------------------------------------------
008820 77  MRT-RUN-MODE               PIC X       VALUE SPACE.
008825     88  MRT-PROPOSE                VALUE 'P'.
008830     88  MRT-GENERATE               VALUE 'G'.
008835 01  MRT-EFFECTIVE-DATE.
008840     05  MRT-EFF-YEAR           PIC 9(4).
008845     05  MRT-EFF-MONTH          PIC 9(2).
008850     05  MRT-EFF-DAY            PIC 9(2).
008855 01  MRT-HIRE-CUTOFF-DATE.
008860     05  MRT-CUTOFF-YEAR        PIC 9(4).
008865     05  MRT-CUTOFF-MONTH       PIC 9(2).
008870     05  MRT-CUTOFF-DAY         PIC 9(2).
008875 77  MRT-APPROVED-BUDGET        PIC 9(9)V99 VALUE ZERO.
008880 77  MRT-BUDGET-GIVEN-SW        PIC X       VALUE 'N'.
008885     88  MRT-BUDGET-GIVEN           VALUE 'Y'.
008900*----------------------------------------------------------------
009000* GUIDELINE TABLE - EVERY MRTGUIDE ROW, LOADED ONCE AT START,
009100* WITH THE DEPARTMENT'S BUDGET ACCUMULATED BESIDE IT
009200*----------------------------------------------------------------
009300 77  MRT-MAX-GUIDES             PIC 9(3)    COMP  VALUE 100.
009400 77  MRT-GUIDE-COUNT            PIC 9(3)    COMP  VALUE ZERO.
009500 77  MRT-GUIDE-IDX              PIC 9(3)    COMP.
009600 77  MRT-SCAN-IDX               PIC 9(3)    COMP.
009700 77  MRT-SEARCH-DEPT            PIC X(10).
009800 01  MRT-GUIDE-TABLE.
009900     03  MRT-GUIDE-ENTRY        OCCURS 100 TIMES.
010000         05  MRT-GUIDE-DEPT         PIC X(10).
010100         05  MRT-GUIDE-PERCENT      PIC 9(2)V99 COMP-3.
010200         05  MRT-GUIDE-CAP          PIC 9(7)V99 COMP-3.
010300         05  MRT-GUIDE-HEADCOUNT    PIC 9(7).
010400         05  MRT-GUIDE-SALARY-TOTAL PIC 9(11)V99 COMP-3.
010500         05  MRT-GUIDE-RAISE-TOTAL  PIC 9(9)V99 COMP-3.
010600*----------------------------------------------------------------
010700* PER-EMPLOYEE WORK AREAS. MRT-EXCLUDE-CODE IS SPACE WHEN THE
010800* EMPLOYEE IS IN THE CYCLE
010900*----------------------------------------------------------------
011000 77  MRT-EXCLUDE-CODE           PIC X.
011100     88  MRT-ELIGIBLE               VALUE SPACE.
011200     88  MRT-EXCL-TERMINATED        VALUE 'T'.
011300     88  MRT-EXCL-INACTIVE          VALUE 'I'.
011400     88  MRT-EXCL-HIRE-DATE         VALUE 'D'.
011500     88  MRT-EXCL-LATE-HIRE         VALUE 'H'.
011600     88  MRT-EXCL-NO-GUIDELINE      VALUE 'G'.
011700     88  MRT-EXCL-NO-RAISE          VALUE 'Z'.
011800     88  MRT-EXCL-OVERFLOW          VALUE 'S'.
011900 77  MRT-EXCLUDE-TEXT           PIC X(30).
012000 77  MRT-RAISE-AMOUNT           PIC 9(7)V99 COMP-3.
012100 77  MRT-NEW-SALARY             PIC 9(7)V99 COMP-3.
012200 77  MRT-CAPPED-FLAG            PIC X(06).
012300*----------------------------------------------------------------
012400* CONTROL TOTALS
012500*----------------------------------------------------------------
012600 77  MRT-EMPLOYEE-COUNT         PIC 9(7)    VALUE ZERO.
012700 77  MRT-PROPOSED-COUNT         PIC 9(7)    VALUE ZERO.
012800 77  MRT-CAPPED-COUNT           PIC 9(7)    VALUE ZERO.
012900 77  MRT-TERMINATED-COUNT       PIC 9(7)    VALUE ZERO.
013000 77  MRT-INACTIVE-COUNT         PIC 9(7)    VALUE ZERO.
013100 77  MRT-HIRE-DATE-COUNT        PIC 9(7)    VALUE ZERO.
013200 77  MRT-LATE-HIRE-COUNT        PIC 9(7)    VALUE ZERO.
013300 77  MRT-NO-GUIDELINE-COUNT     PIC 9(7)    VALUE ZERO.
013400 77  MRT-NO-RAISE-COUNT         PIC 9(7)    VALUE ZERO.
013500 77  MRT-OVERFLOW-COUNT         PIC 9(7)    VALUE ZERO.
013600 77  MRT-SALARY-TOTAL           PIC 9(11)V99 COMP-3 VALUE ZERO.
013700 77  MRT-RAISE-TOTAL            PIC 9(9)V99 COMP-3 VALUE ZERO.
013800 77  MRT-TRAN-COUNT             PIC 9(7)    VALUE ZERO.
013900 77  MRT-TRAN-RAISE-TOTAL       PIC 9(9)V99 COMP-3 VALUE ZERO.
014000*----------------------------------------------------------------
014100* REPORT FORMATTING WORK AREAS
014200*----------------------------------------------------------------
014300 77  MRT-EMP-ID-DISPLAY         PIC 9(8).
014400 77  MRT-PERCENT-DISPLAY        PIC Z9.99.
014500 77  MRT-SALARY-DISPLAY         PIC Z,ZZZ,ZZ9.99.
014600 77  MRT-RAISE-DISPLAY          PIC Z,ZZZ,ZZ9.99.
014700 77  MRT-NEW-SALARY-DISPLAY     PIC Z,ZZZ,ZZ9.99.
014800 77  MRT-CAP-DISPLAY            PIC Z,ZZZ,ZZ9.99.
014900 77  MRT-COUNT-DISPLAY          PIC Z,ZZZ,ZZ9.
015000 77  MRT-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015100 77  MRT-BUDGET-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015200*----------------------------------------------------------------
015300* RUN-LOG WORK AREAS
015400*----------------------------------------------------------------
015500 77  MRT-JOB-NAME               PIC X(08)   VALUE 'SALMRT0'.
015600 77  MRT-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
015700 77  MRT-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
015800 77  MRT-RLG-FUNCTION           PIC X.
015900 77  MRT-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
016000 77  MRT-RLG-RETURN-CODE        PIC 9(2)    COMP.
016100 PROCEDURE DIVISION.
016200*----------------------------------------------------------------
016300* 0000-MAINLINE
016400*----------------------------------------------------------------
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     PERFORM 2000-PROPOSE-EMPLOYEE THRU 2000-EXIT
016800         UNTIL MRT-END-OF-EMPMSTR.
016900     PERFORM 7000-WRITE-BUDGET THRU 7000-EXIT.
017000     IF MRT-GENERATE
017100         PERFORM 6000-GENERATE-CHANGES THRU 6000-EXIT
017200     END-IF.
017300     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
017400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
017500     GOBACK.
017600*----------------------------------------------------------------
017700* 1000-INITIALIZE - READ AND CHECK THE RUN PARM, LOAD THE
017800* GUIDELINE TABLE, OPEN THE MASTER, AND WRITE THE HEADING
017900*----------------------------------------------------------------
018000 1000-INITIALIZE.
018100     MOVE 'S' TO MRT-RLG-FUNCTION.
018200     CALL 'RUNLOG0' USING MRT-RLG-FUNCTION MRT-JOB-NAME
018300         MRT-READ-COUNT MRT-OUT-COUNT MRT-RLG-COMPLETION
018400         MRT-RLG-RETURN-CODE.
018500     OPEN INPUT MRTPARM.
018600     IF NOT MRT-MRTPARM-OK
018700         DISPLAY 'SALMRT0 - UNABLE TO OPEN MRTPARM '
018800             MRT-MRTPARM-STATUS ' - RUN FAILED'
018900         MOVE 8 TO RETURN-CODE
019000         GO TO 9999-EXIT
019100     END-IF.
019200     READ MRTPARM
019300         AT END
019400             SET MRT-PARM-ERROR TO TRUE
019411         NOT AT END
019422             MOVE MRP-RUN-MODE TO MRT-RUN-MODE
019433             MOVE MRP-EFFECTIVE-DATE TO MRT-EFFECTIVE-DATE
019444             MOVE MRP-HIRE-CUTOFF-DATE TO MRT-HIRE-CUTOFF-DATE
019455             IF MRP-APPROVED-BUDGET NUMERIC
019466                 MOVE MRP-APPROVED-BUDGET TO MRT-APPROVED-BUDGET
019477                 SET MRT-BUDGET-GIVEN TO TRUE
019488             END-IF
019500     END-READ.
019600     CLOSE MRTPARM.
019700     IF NOT MRT-PARM-ERROR
019800         PERFORM 1200-CHECK-PARM THRU 1200-EXIT
019900     END-IF.
020000     IF MRT-PARM-ERROR
020100         DISPLAY 'SALMRT0 - MRTPARM MISSING OR INVALID - '
020200             'RUN FAILED'
020300         MOVE 8 TO RETURN-CODE
020400         GO TO 9999-EXIT
020500     END-IF.
020600     OPEN INPUT MRTGUIDE.
020700     IF NOT MRT-MRTGUIDE-OK
020800         DISPLAY 'SALMRT0 - UNABLE TO OPEN MRTGUIDE '
020900             MRT-MRTGUIDE-STATUS ' - RUN FAILED'
021000         MOVE 8 TO RETURN-CODE
021100         GO TO 9999-EXIT
021200     END-IF.
021300     PERFORM 1100-LOAD-ONE-GUIDELINE THRU 1100-EXIT
021400         UNTIL MRT-END-OF-MRTGUIDE.
021500     CLOSE MRTGUIDE.
021600     IF MRT-GUIDE-ERROR OR MRT-GUIDE-COUNT = ZERO
021700         DISPLAY 'SALMRT0 - MERIT GUIDELINE TABLE UNUSABLE - '
021800             'RUN FAILED'
021900         MOVE 8 TO RETURN-CODE
022000         GO TO 9999-EXIT
022100     END-IF.
022200     OPEN INPUT EMPMSTR.
022300     IF NOT MRT-EMPMSTR-OK
022400         DISPLAY 'SALMRT0 - UNABLE TO OPEN EMPMSTR '
022500             MRT-EMPMSTR-STATUS ' - RUN FAILED'
022600         MOVE 8 TO RETURN-CODE
022700         GO TO 9999-EXIT
022800     END-IF.
022900     OPEN OUTPUT MRTRPT.
023000     MOVE SPACES TO MRT-REPORT-LINE.
023100     IF MRT-GENERATE
023200         STRING 'MERIT INCREASE CHANGES GENERATED - EFFECTIVE '
023300             MRT-EFFECTIVE-DATE ' - HIRED ON OR BEFORE '
023400             MRT-HIRE-CUTOFF-DATE
023500             DELIMITED BY SIZE INTO MRT-REPORT-LINE
023600     ELSE
023700         STRING 'MERIT INCREASE PROPOSAL FOR APPROVAL - '
023800             'EFFECTIVE ' MRT-EFFECTIVE-DATE
023900             ' - HIRED ON OR BEFORE ' MRT-HIRE-CUTOFF-DATE
024000             DELIMITED BY SIZE INTO MRT-REPORT-LINE
024100     END-IF.
024200     WRITE MRT-REPORT-LINE.
024300     MOVE SPACES TO MRT-REPORT-LINE.
024400     STRING 'EMP-ID   DEPT       NAME                           '
024500         'CURRENT SALARY   PCT        RAISE   NEW SALARY'
024600         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
024700     WRITE MRT-REPORT-LINE.
024800 1000-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100* 1100-LOAD-ONE-GUIDELINE - ONE MRTGUIDE ROW INTO THE TABLE. A
025200* NON-NUMERIC ROW, A DEPARTMENT GIVEN TWICE, OR A FULL TABLE
025300* WOULD MISSTATE SOMEONE'S RAISE, SO ANY OF THEM FAILS THE RUN
025400*----------------------------------------------------------------
025500 1100-LOAD-ONE-GUIDELINE.
025600     READ MRTGUIDE
025700         AT END
025800             SET MRT-END-OF-MRTGUIDE TO TRUE
025900             GO TO 1100-EXIT
026000     END-READ.
026100     IF MGL-RAISE-PERCENT NOT NUMERIC
026200             OR MGL-RAISE-CAP NOT NUMERIC
026300         DISPLAY 'SALMRT0 - NON-NUMERIC GUIDELINE FOR DEPT '
026400             MGL-DEPT
026500         SET MRT-GUIDE-ERROR TO TRUE
026600         SET MRT-END-OF-MRTGUIDE TO TRUE
026700         GO TO 1100-EXIT
026800     END-IF.
026900     MOVE MGL-DEPT TO MRT-SEARCH-DEPT.
027000     MOVE ZERO TO MRT-GUIDE-IDX.
027100     PERFORM 3100-CHECK-ONE-GUIDELINE THRU 3100-EXIT
027200         VARYING MRT-SCAN-IDX FROM 1 BY 1
027300         UNTIL MRT-SCAN-IDX > MRT-GUIDE-COUNT.
027400     IF MRT-GUIDE-IDX > ZERO
027500         DISPLAY 'SALMRT0 - DUPLICATE GUIDELINE FOR DEPT '
027600             MGL-DEPT
027700         SET MRT-GUIDE-ERROR TO TRUE
027800         SET MRT-END-OF-MRTGUIDE TO TRUE
027900         GO TO 1100-EXIT
028000     END-IF.
028100     IF MRT-GUIDE-COUNT >= MRT-MAX-GUIDES
028200         DISPLAY 'SALMRT0 - MERIT GUIDELINE TABLE FULL AT DEPT '
028300             MGL-DEPT
028400         SET MRT-GUIDE-ERROR TO TRUE
028500         SET MRT-END-OF-MRTGUIDE TO TRUE
028600         GO TO 1100-EXIT
028700     END-IF.
028800     ADD 1 TO MRT-GUIDE-COUNT.
028900     MOVE MGL-DEPT TO MRT-GUIDE-DEPT (MRT-GUIDE-COUNT).
029000     MOVE MGL-RAISE-PERCENT
029100         TO MRT-GUIDE-PERCENT (MRT-GUIDE-COUNT).
029200     MOVE MGL-RAISE-CAP TO MRT-GUIDE-CAP (MRT-GUIDE-COUNT).
029300     MOVE ZERO TO MRT-GUIDE-HEADCOUNT (MRT-GUIDE-COUNT).
029400     MOVE ZERO TO MRT-GUIDE-SALARY-TOTAL (MRT-GUIDE-COUNT).
029500     MOVE ZERO TO MRT-GUIDE-RAISE-TOTAL (MRT-GUIDE-COUNT).
029600 1100-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900* 1200-CHECK-PARM - A KNOWN RUN MODE, TWO REAL DATES, AND IN A
030000* GENERATE RUN THE BUDGET THAT WAS SIGNED OFF
030100*----------------------------------------------------------------
030200 1200-CHECK-PARM.
030300     IF NOT MRT-PROPOSE AND NOT MRT-GENERATE
030400         DISPLAY 'SALMRT0 - UNKNOWN RUN MODE ' MRT-RUN-MODE
030500         SET MRT-PARM-ERROR TO TRUE
030600         GO TO 1200-EXIT
030700     END-IF.
030800     MOVE 99 TO MRT-DATE-RETURN-CODE.
030900     IF MRT-EFFECTIVE-DATE NUMERIC
031000         CALL 'DATEVAL0' USING MRT-EFF-YEAR MRT-EFF-MONTH
031100             MRT-EFF-DAY MRT-DATE-RETURN-CODE
031200     END-IF.
031300     IF MRT-DATE-RETURN-CODE NOT = ZERO
031400         DISPLAY 'SALMRT0 - INVALID EFFECTIVE DATE '
031500             MRT-EFFECTIVE-DATE
031600         SET MRT-PARM-ERROR TO TRUE
031700         GO TO 1200-EXIT
031800     END-IF.
031900     MOVE 99 TO MRT-DATE-RETURN-CODE.
032000     IF MRT-HIRE-CUTOFF-DATE NUMERIC
032100         CALL 'DATEVAL0' USING MRT-CUTOFF-YEAR MRT-CUTOFF-MONTH
032200             MRT-CUTOFF-DAY MRT-DATE-RETURN-CODE
032300     END-IF.
032400     IF MRT-DATE-RETURN-CODE NOT = ZERO
032500         DISPLAY 'SALMRT0 - INVALID HIRE CUTOFF DATE '
032600             MRT-HIRE-CUTOFF-DATE
032700         SET MRT-PARM-ERROR TO TRUE
032800         GO TO 1200-EXIT
032900     END-IF.
033000     IF MRT-GENERATE AND NOT MRT-BUDGET-GIVEN
033100         DISPLAY 'SALMRT0 - NO APPROVED BUDGET ON A GENERATE RUN'
033200         SET MRT-PARM-ERROR TO TRUE
033300     END-IF.
033400 1200-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700* 2000-PROPOSE-EMPLOYEE - ONE MASTER ROW ONTO THE LISTING, AS A
033800* PROPOSED RAISE OR AS AN EXCLUSION WITH ITS REASON
033900*----------------------------------------------------------------
034000 2000-PROPOSE-EMPLOYEE.
034100     READ EMPMSTR
034200         AT END
034300             SET MRT-END-OF-EMPMSTR TO TRUE
034400             GO TO 2000-EXIT
034500     END-READ.
034600     ADD 1 TO MRT-READ-COUNT.
034700     ADD 1 TO MRT-EMPLOYEE-COUNT.
034800     PERFORM 3000-EVALUATE-EMPLOYEE THRU 3000-EXIT.
034900     MOVE EMP-ID TO MRT-EMP-ID-DISPLAY.
035000     IF NOT MRT-ELIGIBLE
035100         PERFORM 2100-COUNT-EXCLUSION THRU 2100-EXIT
035200         MOVE SPACES TO MRT-REPORT-LINE
035300         STRING MRT-EMP-ID-DISPLAY ' ' EMP-DEPT ' '
035400             EMP-NAME (1:30) ' EXCLUDED - ' MRT-EXCLUDE-TEXT
035500             DELIMITED BY SIZE INTO MRT-REPORT-LINE
035600         WRITE MRT-REPORT-LINE
035700         GO TO 2000-EXIT
035800     END-IF.
035900     ADD 1 TO MRT-PROPOSED-COUNT.
036000     IF MRT-CAPPED-FLAG NOT = SPACES
036100         ADD 1 TO MRT-CAPPED-COUNT
036200     END-IF.
036300     ADD EMP-SALARY TO MRT-SALARY-TOTAL.
036400     ADD MRT-RAISE-AMOUNT TO MRT-RAISE-TOTAL.
036500     ADD 1 TO MRT-GUIDE-HEADCOUNT (MRT-GUIDE-IDX).
036600     ADD EMP-SALARY TO MRT-GUIDE-SALARY-TOTAL (MRT-GUIDE-IDX).
036700     ADD MRT-RAISE-AMOUNT
036800         TO MRT-GUIDE-RAISE-TOTAL (MRT-GUIDE-IDX).
036900     MOVE EMP-SALARY TO MRT-SALARY-DISPLAY.
037000     MOVE MRT-GUIDE-PERCENT (MRT-GUIDE-IDX)
037100         TO MRT-PERCENT-DISPLAY.
037200     MOVE MRT-RAISE-AMOUNT TO MRT-RAISE-DISPLAY.
037300     MOVE MRT-NEW-SALARY TO MRT-NEW-SALARY-DISPLAY.
037400     MOVE SPACES TO MRT-REPORT-LINE.
037500     STRING MRT-EMP-ID-DISPLAY ' ' EMP-DEPT ' ' EMP-NAME (1:30)
037600         '   ' MRT-SALARY-DISPLAY ' ' MRT-PERCENT-DISPLAY ' '
037700         MRT-RAISE-DISPLAY ' ' MRT-NEW-SALARY-DISPLAY ' '
037800         MRT-CAPPED-FLAG
037900         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
038000     WRITE MRT-REPORT-LINE.
038100 2000-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400* 2100-COUNT-EXCLUSION - TALLY THE EXCLUSION BY ITS REASON
038500*----------------------------------------------------------------
038600 2100-COUNT-EXCLUSION.
038700     EVALUATE TRUE
038800         WHEN MRT-EXCL-TERMINATED
038900             ADD 1 TO MRT-TERMINATED-COUNT
039000         WHEN MRT-EXCL-INACTIVE
039100             ADD 1 TO MRT-INACTIVE-COUNT
039200         WHEN MRT-EXCL-HIRE-DATE
039300             ADD 1 TO MRT-HIRE-DATE-COUNT
039400         WHEN MRT-EXCL-LATE-HIRE
039500             ADD 1 TO MRT-LATE-HIRE-COUNT
039600         WHEN MRT-EXCL-NO-GUIDELINE
039700             ADD 1 TO MRT-NO-GUIDELINE-COUNT
039800         WHEN MRT-EXCL-NO-RAISE
039900             ADD 1 TO MRT-NO-RAISE-COUNT
040000         WHEN OTHER
040100             ADD 1 TO MRT-OVERFLOW-COUNT
040200     END-EVALUATE.
040300 2100-EXIT.
040400     EXIT.
040500*----------------------------------------------------------------
040600* 3000-EVALUATE-EMPLOYEE - DECIDE WHETHER THE EMPLOYEE IS IN THE
040700* CYCLE AND, IF SO, THE RAISE AND NEW SALARY. BOTH PASSES USE
040800* THIS PARAGRAPH SO THE CHANGES ALWAYS MATCH THE LISTING
040900*----------------------------------------------------------------
041000 3000-EVALUATE-EMPLOYEE.
041100     MOVE SPACE TO MRT-EXCLUDE-CODE.
041200     MOVE SPACES TO MRT-EXCLUDE-TEXT.
041300     MOVE SPACES TO MRT-CAPPED-FLAG.
041400     MOVE ZERO TO MRT-RAISE-AMOUNT.
041500     MOVE ZERO TO MRT-NEW-SALARY.
041600     MOVE ZERO TO MRT-GUIDE-IDX.
041700     IF TERMINATED
041800         SET MRT-EXCL-TERMINATED TO TRUE
041900         MOVE 'TERMINATED' TO MRT-EXCLUDE-TEXT
042000         GO TO 3000-EXIT
042100     END-IF.
042200     IF NOT ACTIVE
042300         SET MRT-EXCL-INACTIVE TO TRUE
042400         MOVE 'INACTIVE' TO MRT-EXCLUDE-TEXT
042500         GO TO 3000-EXIT
042600     END-IF.
042700     IF EMP-HIRE-DATE NOT NUMERIC
042800         SET MRT-EXCL-HIRE-DATE TO TRUE
042900         MOVE 'HIRE DATE UNUSABLE' TO MRT-EXCLUDE-TEXT
043000         GO TO 3000-EXIT
043100     END-IF.
043200     IF EMP-HIRE-DATE > MRT-HIRE-CUTOFF-DATE
043300         SET MRT-EXCL-LATE-HIRE TO TRUE
043400         MOVE 'HIRED AFTER CUTOFF' TO MRT-EXCLUDE-TEXT
043500         GO TO 3000-EXIT
043600     END-IF.
043700     MOVE EMP-DEPT TO MRT-SEARCH-DEPT.
043800     PERFORM 3100-CHECK-ONE-GUIDELINE THRU 3100-EXIT
043900         VARYING MRT-SCAN-IDX FROM 1 BY 1
044000         UNTIL MRT-SCAN-IDX > MRT-GUIDE-COUNT.
044100     IF MRT-GUIDE-IDX = ZERO
044200         SET MRT-EXCL-NO-GUIDELINE TO TRUE
044300         MOVE 'NO GUIDELINE FOR DEPARTMENT' TO MRT-EXCLUDE-TEXT
044400         GO TO 3000-EXIT
044500     END-IF.
044600     COMPUTE MRT-RAISE-AMOUNT ROUNDED =
044700         EMP-SALARY * MRT-GUIDE-PERCENT (MRT-GUIDE-IDX) / 100.
044800     IF MRT-GUIDE-CAP (MRT-GUIDE-IDX) > ZERO
044900             AND MRT-RAISE-AMOUNT > MRT-GUIDE-CAP (MRT-GUIDE-IDX)
045000         MOVE MRT-GUIDE-CAP (MRT-GUIDE-IDX) TO MRT-RAISE-AMOUNT
045100         MOVE 'CAPPED' TO MRT-CAPPED-FLAG
045200     END-IF.
045300     IF MRT-RAISE-AMOUNT = ZERO
045400         SET MRT-EXCL-NO-RAISE TO TRUE
045500         MOVE 'NO RAISE AT GUIDELINE' TO MRT-EXCLUDE-TEXT
045600         GO TO 3000-EXIT
045700     END-IF.
045800     COMPUTE MRT-NEW-SALARY = EMP-SALARY + MRT-RAISE-AMOUNT
045900         ON SIZE ERROR
046000             SET MRT-EXCL-OVERFLOW TO TRUE
046100             MOVE 'NEW SALARY TOO LARGE' TO MRT-EXCLUDE-TEXT
046200     END-COMPUTE.
046300 3000-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600* 3100-CHECK-ONE-GUIDELINE - REMEMBER THE TABLE ENTRY FOR THE
046700* DEPARTMENT IN MRT-SEARCH-DEPT
046800*----------------------------------------------------------------
046900 3100-CHECK-ONE-GUIDELINE.
047000     IF MRT-GUIDE-IDX = ZERO
047100             AND MRT-GUIDE-DEPT (MRT-SCAN-IDX) = MRT-SEARCH-DEPT
047200         MOVE MRT-SCAN-IDX TO MRT-GUIDE-IDX
047300     END-IF.
047400 3100-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700* 6000-GENERATE-CHANGES - ONLY WHEN THE SIGNED-OFF BUDGET STILL
047800* EQUALS THE RAISES JUST RECOMPUTED, REREAD THE MASTER AND WRITE
047900* ONE SALARY CHANGE PER RAISE. A MISMATCH MEANS THE MASTER OR
048000* THE GUIDELINES MOVED SINCE APPROVAL, SO NOTHING IS WRITTEN
048100*----------------------------------------------------------------
048200 6000-GENERATE-CHANGES.
048300     IF MRT-APPROVED-BUDGET NOT = MRT-RAISE-TOTAL
048400         MOVE MRT-APPROVED-BUDGET TO MRT-TOTAL-DISPLAY
048500         DISPLAY 'SALMRT0 - APPROVED BUDGET ' MRT-TOTAL-DISPLAY
048600             ' DOES NOT MATCH PROPOSAL - NO CHANGES WRITTEN'
048700         MOVE SPACES TO MRT-REPORT-LINE
048800         STRING 'APPROVED BUDGET ' MRT-TOTAL-DISPLAY
048900             ' DOES NOT MATCH THE RAISES ABOVE - NO SALARY '
049000             'CHANGES WRITTEN'
049100             DELIMITED BY SIZE INTO MRT-REPORT-LINE
049200         WRITE MRT-REPORT-LINE
049300         MOVE 8 TO RETURN-CODE
049400         GO TO 6000-EXIT
049500     END-IF.
049600     OPEN OUTPUT MRTTRAN.
049700     IF NOT MRT-MRTTRAN-OK
049800         DISPLAY 'SALMRT0 - UNABLE TO OPEN MRTTRAN '
049900             MRT-MRTTRAN-STATUS ' - NO CHANGES WRITTEN'
050000         MOVE 8 TO RETURN-CODE
050100         GO TO 6000-EXIT
050200     END-IF.
050300     CLOSE EMPMSTR.
050400     OPEN INPUT EMPMSTR.
050500     MOVE 'N' TO MRT-END-OF-EMPMSTR-SW.
050600     PERFORM 6100-WRITE-ONE-CHANGE THRU 6100-EXIT
050700         UNTIL MRT-END-OF-EMPMSTR.
050800     CLOSE MRTTRAN.
050900     IF MRT-TRAN-RAISE-TOTAL NOT = MRT-RAISE-TOTAL
051000             OR MRT-TRAN-COUNT NOT = MRT-PROPOSED-COUNT
051100         DISPLAY 'SALMRT0 - SALARY CHANGES DO NOT TIE TO THE '
051200             'PROPOSAL - DO NOT RELEASE MRTTRAN'
051300         MOVE 8 TO RETURN-CODE
051400     END-IF.
051500 6000-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800* 6100-WRITE-ONE-CHANGE - A 'C' TRANSACTION CARRYING ONLY THE
051900* NEW SALARY; NAME, DEPARTMENT, STATUS AND MANAGER ARE LEFT
052000* BLANK SO EMPUPDT0 CHANGES NOTHING ELSE ON THE RECORD. A FAILED
052050* WRITE STOPS THE PASS AND ONLY WRITTEN ROWS ARE COUNTED, SO THE
052070* TIE TO THE PROPOSAL FAILS TOO
052100*----------------------------------------------------------------
052200 6100-WRITE-ONE-CHANGE.
052300     READ EMPMSTR
052400         AT END
052500             SET MRT-END-OF-EMPMSTR TO TRUE
052600             GO TO 6100-EXIT
052700     END-READ.
052800     PERFORM 3000-EVALUATE-EMPLOYEE THRU 3000-EXIT.
052900     IF NOT MRT-ELIGIBLE
053000         GO TO 6100-EXIT
053100     END-IF.
053200     MOVE SPACES TO EMP-TRANSACTION-RECORD.
053300     SET TRN-CHANGE TO TRUE.
053400     MOVE EMP-ID TO TRN-EMP-ID.
053500     MOVE MRT-EFFECTIVE-DATE TO TRN-EFFECTIVE-DATE.
053600     MOVE MRT-NEW-SALARY TO TRN-EMP-SALARY.
053700     WRITE EMP-TRANSACTION-RECORD.
053710     IF NOT MRT-MRTTRAN-OK
053720         DISPLAY 'SALMRT0 - WRITE TO MRTTRAN FAILED FOR EMP-ID '
053730             EMP-ID ' STATUS ' MRT-MRTTRAN-STATUS
053740         MOVE 8 TO RETURN-CODE
053750         SET MRT-END-OF-EMPMSTR TO TRUE
053760         GO TO 6100-EXIT
053770     END-IF.
053800     ADD 1 TO MRT-OUT-COUNT.
053900     ADD 1 TO MRT-TRAN-COUNT.
054000     ADD MRT-RAISE-AMOUNT TO MRT-TRAN-RAISE-TOTAL.
054100 6100-EXIT.
054200     EXIT.
054300*----------------------------------------------------------------
054400* 7000-WRITE-BUDGET - THE RAISE BUDGET FOR EACH GUIDELINE
054500* DEPARTMENT AND FOR THE COMPANY, AS SIGNED OFF
054600*----------------------------------------------------------------
054700 7000-WRITE-BUDGET.
054800     MOVE SPACES TO MRT-REPORT-LINE.
054900     WRITE MRT-REPORT-LINE.
055000     MOVE SPACES TO MRT-REPORT-LINE.
055100     STRING 'DEPARTMENT        PCT    RAISE CAP HEADCOUNT'
055200         '   CURRENT PAYROLL      RAISE BUDGET'
055300         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
055400     WRITE MRT-REPORT-LINE.
055500     PERFORM 7100-WRITE-ONE-DEPARTMENT THRU 7100-EXIT
055600         VARYING MRT-GUIDE-IDX FROM 1 BY 1
055700         UNTIL MRT-GUIDE-IDX > MRT-GUIDE-COUNT.
055800     MOVE MRT-PROPOSED-COUNT TO MRT-COUNT-DISPLAY.
055900     MOVE MRT-SALARY-TOTAL TO MRT-TOTAL-DISPLAY.
056000     MOVE MRT-RAISE-TOTAL TO MRT-BUDGET-DISPLAY.
056100     MOVE SPACES TO MRT-REPORT-LINE.
056200     STRING 'COMPANY                            '
056300         MRT-COUNT-DISPLAY
056400         ' ' MRT-TOTAL-DISPLAY ' ' MRT-BUDGET-DISPLAY
056500         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
056600     WRITE MRT-REPORT-LINE.
056700 7000-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------
057000* 7100-WRITE-ONE-DEPARTMENT - ONE GUIDELINE DEPARTMENT'S BUDGET
057100*----------------------------------------------------------------
057200 7100-WRITE-ONE-DEPARTMENT.
057300     MOVE MRT-GUIDE-PERCENT (MRT-GUIDE-IDX)
057400         TO MRT-PERCENT-DISPLAY.
057500     MOVE MRT-GUIDE-CAP (MRT-GUIDE-IDX) TO MRT-CAP-DISPLAY.
057600     MOVE MRT-GUIDE-HEADCOUNT (MRT-GUIDE-IDX)
057700         TO MRT-COUNT-DISPLAY.
057800     MOVE MRT-GUIDE-SALARY-TOTAL (MRT-GUIDE-IDX)
057900         TO MRT-TOTAL-DISPLAY.
058000     MOVE MRT-GUIDE-RAISE-TOTAL (MRT-GUIDE-IDX)
058100         TO MRT-BUDGET-DISPLAY.
058200     MOVE SPACES TO MRT-REPORT-LINE.
058300     STRING MRT-GUIDE-DEPT (MRT-GUIDE-IDX) '      '
058400         MRT-PERCENT-DISPLAY ' ' MRT-CAP-DISPLAY ' '
058500         MRT-COUNT-DISPLAY ' ' MRT-TOTAL-DISPLAY ' '
058600         MRT-BUDGET-DISPLAY
058700         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
058800     WRITE MRT-REPORT-LINE.
058900 7100-EXIT.
059000     EXIT.
059100*----------------------------------------------------------------
059200* 8000-WRITE-TOTALS - PROPOSAL AND EXCLUSION COUNTS, AND ON A
059300* GENERATE RUN THE CHANGES WRITTEN TO TIE BACK TO THE BUDGET
059400*----------------------------------------------------------------
059500 8000-WRITE-TOTALS.
059600     MOVE SPACES TO MRT-REPORT-LINE.
059700     WRITE MRT-REPORT-LINE.
059800     MOVE SPACES TO MRT-REPORT-LINE.
059900     STRING 'EMPLOYEES READ:            ' MRT-EMPLOYEE-COUNT
060000         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
060100     WRITE MRT-REPORT-LINE.
060200     MOVE SPACES TO MRT-REPORT-LINE.
060300     STRING 'RAISES PROPOSED:           ' MRT-PROPOSED-COUNT
060400         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
060500     WRITE MRT-REPORT-LINE.
060600     MOVE SPACES TO MRT-REPORT-LINE.
060700     STRING 'HELD AT DEPARTMENT CAP:    ' MRT-CAPPED-COUNT
060800         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
060900     WRITE MRT-REPORT-LINE.
061000     MOVE SPACES TO MRT-REPORT-LINE.
061100     STRING 'EXCLUDED - TERMINATED:     ' MRT-TERMINATED-COUNT
061200         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
061300     WRITE MRT-REPORT-LINE.
061400     MOVE SPACES TO MRT-REPORT-LINE.
061500     STRING 'EXCLUDED - INACTIVE:       ' MRT-INACTIVE-COUNT
061600         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
061700     WRITE MRT-REPORT-LINE.
061800     MOVE SPACES TO MRT-REPORT-LINE.
061900     STRING 'EXCLUDED - HIRED LATE:     ' MRT-LATE-HIRE-COUNT
062000         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
062100     WRITE MRT-REPORT-LINE.
062200     MOVE SPACES TO MRT-REPORT-LINE.
062300     STRING 'EXCLUDED - BAD HIRE DATE:  ' MRT-HIRE-DATE-COUNT
062400         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
062500     WRITE MRT-REPORT-LINE.
062600     MOVE SPACES TO MRT-REPORT-LINE.
062700     STRING 'EXCLUDED - NO GUIDELINE:   ' MRT-NO-GUIDELINE-COUNT
062800         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
062900     WRITE MRT-REPORT-LINE.
063000     MOVE SPACES TO MRT-REPORT-LINE.
063100     STRING 'EXCLUDED - NO RAISE:       ' MRT-NO-RAISE-COUNT
063200         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
063300     WRITE MRT-REPORT-LINE.
063400     MOVE SPACES TO MRT-REPORT-LINE.
063500     STRING 'EXCLUDED - SALARY LIMIT:   ' MRT-OVERFLOW-COUNT
063600         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
063700     WRITE MRT-REPORT-LINE.
063800     IF NOT MRT-GENERATE
063900         GO TO 8000-EXIT
064000     END-IF.
064100     MOVE SPACES TO MRT-REPORT-LINE.
064200     STRING 'SALARY CHANGES WRITTEN:    ' MRT-TRAN-COUNT
064300         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
064400     WRITE MRT-REPORT-LINE.
064500     MOVE MRT-TRAN-RAISE-TOTAL TO MRT-BUDGET-DISPLAY.
064600     MOVE SPACES TO MRT-REPORT-LINE.
064700     STRING 'RAISES IN SALARY CHANGES: ' MRT-BUDGET-DISPLAY
064800         DELIMITED BY SIZE INTO MRT-REPORT-LINE.
064900     WRITE MRT-REPORT-LINE.
065000 8000-EXIT.
065100     EXIT.
065200*----------------------------------------------------------------
065300* 9999-TERMINATE - CLOSE FILES AND LOG THE RUN
065400*----------------------------------------------------------------
065500 9999-TERMINATE.
065600     MOVE RETURN-CODE TO MRT-RLG-COMPLETION.
065700     MOVE 'E' TO MRT-RLG-FUNCTION.
065800     CALL 'RUNLOG0' USING MRT-RLG-FUNCTION MRT-JOB-NAME
065900         MRT-READ-COUNT MRT-OUT-COUNT MRT-RLG-COMPLETION
066000         MRT-RLG-RETURN-CODE.
066100     DISPLAY 'SALMRT0 - RAISES PROPOSED: ' MRT-PROPOSED-COUNT
066200         ' SALARY CHANGES WRITTEN: ' MRT-TRAN-COUNT.
066300     CLOSE EMPMSTR.
066400     CLOSE MRTRPT.
066500 9999-EXIT.
066600     EXIT.
