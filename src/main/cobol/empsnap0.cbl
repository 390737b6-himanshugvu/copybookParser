002400*                 CAN BE POINTED STRAIGHT AT HISTORY, AND THE
002500*                 REPORT SUMMARIZES ACTIVE HEADCOUNT AND SALARY
002600*                 COST BY DEPARTMENT AS OF THE DATE.
002620* 2026-10-15 DS   THE DEPARTMENT SUMMARY PRINTS EACH DEPARTMENT'S
002640*                 NAME FROM THE DEPTMSTR REFERENCE MASTER BESIDE
002660*                 THE CODE. DEPTMSTR IS OPTIONAL - WITHOUT IT THE
002680*                 SUMMARY PRINTS CODES ONLY, AS BEFORE.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005300     SELECT SNAPRPT ASSIGN TO SNAPRPT
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS SNP-SNAPRPT-STATUS.
005516     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
005532         ORGANIZATION IS INDEXED
005548         ACCESS MODE IS DYNAMIC
005564         RECORD KEY IS DPT-CODE
005580         FILE STATUS IS SNP-DEPTMSTR-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  EMPMSTR
007600 FD  SNAPRPT
007700     LABEL RECORDS ARE OMITTED.
007800 01  SNP-REPORT-LINE            PIC X(80).
007825 FD  DEPTMSTR
007850     LABEL RECORDS ARE STANDARD.
007875     COPY "src/main/resources/department-record.cbl".
007900 WORKING-STORAGE SECTION.
008000*----------------------------------------------------------------
008100* FILE STATUS AND SWITCHES
009200     88  SNP-SNAPOUT-OK             VALUE '00'.
009300 77  SNP-SNAPRPT-STATUS         PIC XX.
009400     88  SNP-SNAPRPT-OK             VALUE '00'.
009433 77  SNP-DEPTMSTR-STATUS        PIC XX.
009466     88  SNP-DEPTMSTR-OK            VALUE '00'.
009500 77  SNP-END-OF-EMPMSTR-SW      PIC X       VALUE 'N'.
009600     88  SNP-END-OF-EMPMSTR         VALUE 'Y'.
009700 77  SNP-STATHIST-OPEN-SW       PIC X       VALUE 'N'.
009800     88  SNP-STATHIST-IS-OPEN       VALUE 'Y'.
009900 77  SNP-SALHIST-OPEN-SW        PIC X       VALUE 'N'.
010000     88  SNP-SALHIST-IS-OPEN        VALUE 'Y'.
010033 77  SNP-DEPTMSTR-OPEN-SW       PIC X       VALUE 'N'.
010066     88  SNP-DEPTMSTR-IS-OPEN       VALUE 'Y'.
010100*----------------------------------------------------------------
010200* AS-OF DATE AND THE FIXED FLAT RECORD LENGTH - SNAPSHOT ROWS
010300* ARE COPIED BY REFERENCE MODIFICATION THE WAY EMPVAL0 AND
013300         05  SNP-DEPT-NAME      PIC X(10).
013400         05  SNP-DEPT-HEADCOUNT PIC 9(5)    COMP.
013500         05  SNP-DEPT-SALARY    PIC 9(11)V99 COMP-3.
013550         05  SNP-DEPT-TITLE     PIC X(30).
013600*----------------------------------------------------------------
013700* COMPANY TOTALS AND DISPLAY WORK AREAS
013800*----------------------------------------------------------------
019900         DISPLAY 'EMPSNAP0 - NO SALARY HISTORY - FALLING BACK '
020000             'TO CURRENT EMP-SALARY'
020100     END-IF.
020112     OPEN INPUT DEPTMSTR.
020124     IF SNP-DEPTMSTR-OK
020136         SET SNP-DEPTMSTR-IS-OPEN TO TRUE
020148     ELSE
020160         DISPLAY 'EMPSNAP0 - NO DEPARTMENT MASTER - SUMMARY '
020172             'PRINTS CODES ONLY'
020184     END-IF.
020200     OPEN OUTPUT SNAPOUT.
020300     OPEN OUTPUT SNAPRPT.
020400     MOVE SPACES TO SNP-REPORT-LINE.
034900     MOVE EMP-DEPT TO SNP-DEPT-NAME (SNP-DEPT-IDX).
035000     MOVE ZERO TO SNP-DEPT-HEADCOUNT (SNP-DEPT-IDX).
035100     MOVE ZERO TO SNP-DEPT-SALARY (SNP-DEPT-IDX).
035108     MOVE SPACES TO SNP-DEPT-TITLE (SNP-DEPT-IDX).
035116     IF SNP-DEPTMSTR-IS-OPEN
035124         MOVE EMP-DEPT TO DPT-CODE
035132         READ DEPTMSTR
035140             INVALID KEY
035148                 MOVE 'UNKNOWN DEPARTMENT'
035156                     TO SNP-DEPT-TITLE (SNP-DEPT-IDX)
035164             NOT INVALID KEY
035172                 MOVE DPT-NAME TO SNP-DEPT-TITLE (SNP-DEPT-IDX)
035180         END-READ
035188     END-IF.
035200 2430-ACCUMULATE-DEPT.
035300     ADD 1 TO SNP-DEPT-HEADCOUNT (SNP-DEPT-IDX).
035400     ADD EMP-SALARY TO SNP-DEPT-SALARY (SNP-DEPT-IDX).
037000     MOVE SNP-ACTIVE-COUNT TO SNP-COUNT-DISPLAY.
037100     MOVE SNP-SALARY-TOTAL TO SNP-AMOUNT-DISPLAY.
037200     MOVE SPACES TO SNP-REPORT-LINE.
037300     STRING 'COMPANY    '
037350         '                               ' SNP-COUNT-DISPLAY ' '
037400         SNP-AMOUNT-DISPLAY
037500         DELIMITED BY SIZE INTO SNP-REPORT-LINE.
037600     WRITE SNP-REPORT-LINE.
040200         TO SNP-COUNT-DISPLAY.
040300     MOVE SNP-DEPT-SALARY (SNP-DEPT-IDX) TO SNP-AMOUNT-DISPLAY.
040400     MOVE SPACES TO SNP-REPORT-LINE.
040500     STRING SNP-DEPT-NAME (SNP-DEPT-IDX) ' '
040550         SNP-DEPT-TITLE (SNP-DEPT-IDX) ' ' SNP-COUNT-DISPLAY
040600         ' ' SNP-AMOUNT-DISPLAY
040700         DELIMITED BY SIZE INTO SNP-REPORT-LINE.
040800     WRITE SNP-REPORT-LINE.
042100     IF SNP-SALHIST-IS-OPEN
042200         CLOSE SALHIST
042300     END-IF.
042325     IF SNP-DEPTMSTR-IS-OPEN
042350         CLOSE DEPTMSTR
042375     END-IF.
042400     CLOSE SNAPOUT.
042500     CLOSE SNAPRPT.
042600 9999-EXIT.
