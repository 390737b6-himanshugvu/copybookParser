002900*                 KEY-SEQUENCED TABLE.
003000* 2026-08-22 DS   LOG THE RUN TO THE SHARED RUNLOG FACILITY FOR
003100*                 THE MORNING OPERATIONS REPORT.
003116* 2026-10-15 DS   EACH MANAGER'S ROLLUP LINE NOW SHOWS THE
003132*                 MANAGER'S EMP-DEPT AND THE DEPARTMENT NAME FROM
003148*                 THE DEPTMSTR REFERENCE MASTER. DEPTMSTR IS
003164*                 OPTIONAL - WITHOUT IT THE LINE CARRIES THE CODE
003180*                 ONLY.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004200     SELECT ORGRPT ASSIGN TO ORGRPT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS ORG-ORGRPT-STATUS.
004416     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
004432         ORGANIZATION IS INDEXED
004448         ACCESS MODE IS DYNAMIC
004464         RECORD KEY IS DPT-CODE
004480         FILE STATUS IS ORG-DEPTMSTR-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EMPMSTR
005100 FD  ORGRPT
005200     LABEL RECORDS ARE OMITTED.
005300 01  ORG-REPORT-LINE            PIC X(132).
005325 FD  DEPTMSTR
005350     LABEL RECORDS ARE STANDARD.
005375     COPY "src/main/resources/department-record.cbl".
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600* FILE STATUS AND SWITCHES
005900     88  ORG-EMPMSTR-OK             VALUE '00'.
006000 77  ORG-ORGRPT-STATUS          PIC XX.
006100     88  ORG-ORGRPT-OK              VALUE '00'.
006120 77  ORG-DEPTMSTR-STATUS        PIC XX.
006140     88  ORG-DEPTMSTR-OK            VALUE '00'.
006160 77  ORG-DEPTMSTR-OPEN-SW       PIC X       VALUE 'N'.
006180     88  ORG-DEPTMSTR-IS-OPEN       VALUE 'Y'.
006200 77  ORG-END-OF-EMPMSTR-SW      PIC X       VALUE 'N'.
006300     88  ORG-END-OF-EMPMSTR         VALUE 'Y'.
006400 77  ORG-FATAL-ERROR-SW         PIC X       VALUE 'N'.
008300         05  ORG-TBL-TOT-COUNT  PIC 9(5)    COMP  VALUE ZERO.
008400         05  ORG-TBL-TOT-SALARY PIC 9(11)V99 COMP-3 VALUE ZERO.
008500         05  ORG-TBL-DEPTH      PIC 9(3)    COMP  VALUE ZERO.
008550         05  ORG-TBL-DEPT       PIC X(10).
008600*----------------------------------------------------------------
008700* WORK AREAS FOR THE BINARY SEARCH, THE CHAIN WALK, AND REPORT
008800* FORMATTING
009400 77  ORG-MANAGER-FOUND-SW       PIC X       VALUE 'N'.
009500     88  ORG-MANAGER-FOUND          VALUE 'Y'.
009600 77  ORG-MANAGER-NAME           PIC X(50).
009650 77  ORG-DEPT-TITLE             PIC X(30).
009700 77  ORG-WALK-IDX               PIC 9(5)    COMP.
009800 77  ORG-STEP-COUNT             PIC 9(5)    COMP.
009900 77  ORG-CHAIN-DONE-SW          PIC X.
014700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
014800     GOBACK.
014900*----------------------------------------------------------------
015000* 1000-INITIALIZE - OPEN THE MASTER FILE, THE OPTIONAL
015050* DEPARTMENT MASTER, AND THE REPORT
015100*----------------------------------------------------------------
015200 1000-INITIALIZE.
015300     MOVE 'S' TO ORG-RLG-FUNCTION.
016000             ORG-EMPMSTR-STATUS
016100         GO TO 9999-EXIT
016200     END-IF.
016212     OPEN INPUT DEPTMSTR.
016224     IF ORG-DEPTMSTR-OK
016236         SET ORG-DEPTMSTR-IS-OPEN TO TRUE
016248     ELSE
016260         DISPLAY 'EMPORG0 - NO DEPARTMENT MASTER - ROLLUP '
016272             'PRINTS DEPARTMENT CODES ONLY'
016284     END-IF.
016300     OPEN OUTPUT ORGRPT.
016400     MOVE SPACES TO ORG-REPORT-LINE.
016500     STRING 'MANAGEMENT-CHAIN ROLLUP REPORT'
020900     MOVE EMP-NAME TO ORG-TBL-EMP-NAME (ORG-TBL-IDX).
021000     MOVE EMP-MANAGER-ID TO ORG-TBL-MANAGER-ID (ORG-TBL-IDX).
021100     MOVE EMP-SALARY TO ORG-TBL-SALARY (ORG-TBL-IDX).
021150     MOVE EMP-DEPT TO ORG-TBL-DEPT (ORG-TBL-IDX).
021200     MOVE ZERO TO ORG-TBL-RPT-COUNT (ORG-TBL-IDX).
021300     MOVE ZERO TO ORG-TBL-TOT-COUNT (ORG-TBL-IDX).
021400     MOVE ZERO TO ORG-TBL-TOT-SALARY (ORG-TBL-IDX).
037400*----------------------------------------------------------------
037500* 5000-WRITE-ROLLUP-SUMMARY - ONE LINE PER MANAGER SHOWING
037600* DIRECT REPORTS PLUS THE FULL HEADCOUNT AND SALARY COST UNDER
037700* THEM AT EVERY LEVEL, AND THE MANAGER'S OWN DEPARTMENT
037800*----------------------------------------------------------------
037900 5000-WRITE-ROLLUP-SUMMARY.
038000     IF ORG-TBL-RPT-COUNT (ORG-TBL-IDX) > ZERO
038500             TO ORG-TOT-COUNT-DISPLAY
038600         MOVE ORG-TBL-TOT-SALARY (ORG-TBL-IDX)
038700             TO ORG-SALARY-DISPLAY
038750         PERFORM 5100-LOOKUP-DEPT-NAME THRU 5100-EXIT
038800         MOVE SPACES TO ORG-REPORT-LINE
038900         STRING 'MANAGER ' ORG-EMP-ID-DISPLAY
039000             ' DIRECT: ' ORG-RPT-COUNT-DISPLAY
039100             ' TOTAL: ' ORG-TOT-COUNT-DISPLAY
039200             ' SALARY UNDER: ' ORG-SALARY-DISPLAY
039250             ' DEPT ' ORG-TBL-DEPT (ORG-TBL-IDX)
039275             ' ' ORG-DEPT-TITLE
039300             DELIMITED BY SIZE INTO ORG-REPORT-LINE
039400         WRITE ORG-REPORT-LINE
039500     END-IF.
039600 5000-EXIT.
039700     EXIT.
039705*----------------------------------------------------------------
039710* 5100-LOOKUP-DEPT-NAME - KEYED READ OF DEPTMSTR FOR THE
039715* MANAGER'S DEPARTMENT; BLANK WHEN THE MASTER IS NOT AVAILABLE
039720*----------------------------------------------------------------
039725 5100-LOOKUP-DEPT-NAME.
039730     MOVE SPACES TO ORG-DEPT-TITLE.
039735     IF NOT ORG-DEPTMSTR-IS-OPEN
039740         GO TO 5100-EXIT
039745     END-IF.
039750     MOVE ORG-TBL-DEPT (ORG-TBL-IDX) TO DPT-CODE.
039755     READ DEPTMSTR
039760         INVALID KEY
039765             MOVE 'UNKNOWN DEPARTMENT' TO ORG-DEPT-TITLE
039770         NOT INVALID KEY
039775             MOVE DPT-NAME TO ORG-DEPT-TITLE
039780     END-READ.
039785 5100-EXIT.
039790     EXIT.
039800*----------------------------------------------------------------
039900* 8000-WRITE-CHAIN-HEALTH - CYCLE AND BROKEN-CHAIN TOTALS
040000*----------------------------------------------------------------
042100         ORG-RLG-RETURN-CODE.
042200     CLOSE EMPMSTR.
042300     CLOSE ORGRPT.
042325     IF ORG-DEPTMSTR-IS-OPEN
042350         CLOSE DEPTMSTR
042375     END-IF.
042400 9999-EXIT.
042500     EXIT.
