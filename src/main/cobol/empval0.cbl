002100*                 TO EMPGOOD, SO GARBAGE IS STOPPED BEFORE IT CAN
002200*                 POISON THE ORG ROLLUP, THE BENEFITS VALUATION,
002300*                 OR THE EXTRACT.
002316* 2026-10-15 DS   QUARANTINE AN EMP-DEPT THAT IS NOT ON THE
002332*                 DEPTMSTR REFERENCE MASTER (REASON DP), SO A TYPO
002348*                 CAN NO LONGER INVENT A DEPARTMENT IN THE ROLLUPS
002364*                 AND THE GL BATCH. A CLOSED DEPARTMENT IS ALSO
002380*                 QUARANTINED UNLESS THE EMPLOYEE IS TERMINATED.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003700     SELECT EMPQUAR ASSIGN TO EMPQUAR
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS EVL-EMPQUAR-STATUS.
003916     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
003932         ORGANIZATION IS INDEXED
003948         ACCESS MODE IS DYNAMIC
003964         RECORD KEY IS DPT-CODE
003980         FILE STATUS IS EVL-DEPTMSTR-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  EMPIN
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY "src/main/resources/empquar-record.cbl".
005325 FD  DEPTMSTR
005350     LABEL RECORDS ARE STANDARD.
005375     COPY "src/main/resources/department-record.cbl".
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600* FILE STATUS AND SWITCHES
006100     88  EVL-EMPGOOD-OK             VALUE '00'.
006200 77  EVL-EMPQUAR-STATUS         PIC XX.
006300     88  EVL-EMPQUAR-OK             VALUE '00'.
006333 77  EVL-DEPTMSTR-STATUS        PIC XX.
006366     88  EVL-DEPTMSTR-OK            VALUE '00'.
006400 77  EVL-END-OF-EMPIN-SW        PIC X       VALUE 'N'.
006500     88  EVL-END-OF-EMPIN           VALUE 'Y'.
006600*----------------------------------------------------------------
008000     88  EVL-DATE-VALID             VALUE 0.
008100 77  EVL-BAD-TYPE-SW            PIC X.
008200     88  EVL-BAD-TYPE-FOUND         VALUE 'Y'.
008233 77  EVL-DEPT-OK-SW             PIC X.
008266     88  EVL-DEPT-OK                VALUE 'Y'.
008300*----------------------------------------------------------------
008400* RUN DATE STAMPED INTO EACH QUARANTINE ROW FOR AGING
008500*----------------------------------------------------------------
010200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
010300     GOBACK.
010400*----------------------------------------------------------------
010500* 1000-INITIALIZE - OPEN INPUT, THE DEPARTMENT MASTER, AND BOTH
010550* OUTPUT FILES
010600*----------------------------------------------------------------
010700 1000-INITIALIZE.
010800     ACCEPT EVL-TODAY-DATE FROM DATE YYYYMMDD.
011200             EVL-EMPIN-STATUS
011300         GO TO 9999-EXIT
011400     END-IF.
011412     OPEN INPUT DEPTMSTR.
011424     IF NOT EVL-DEPTMSTR-OK
011436         DISPLAY 'EMPVAL0 - UNABLE TO OPEN DEPTMSTR '
011448             EVL-DEPTMSTR-STATUS ' - RUN FAILED'
011460         MOVE 8 TO RETURN-CODE
011472         GO TO 9999-EXIT
011484     END-IF.
011500     OPEN OUTPUT EMPGOOD.
011600     OPEN OUTPUT EMPQUAR.
011700 1000-EXIT.
018400         PERFORM 2200-WRITE-QUARANTINE THRU 2200-EXIT
018500         GO TO 2100-EXIT
018600     END-IF.
018614     PERFORM 2400-CHECK-DEPARTMENT THRU 2400-EXIT.
018628     IF NOT EVL-DEPT-OK
018642         SET EQR-INVALID-DEPARTMENT TO TRUE
018656         PERFORM 2200-WRITE-QUARANTINE THRU 2200-EXIT
018670         GO TO 2100-EXIT
018684     END-IF.
018700     WRITE EVL-EMPGOOD-RECORD
018710         FROM EMPLOYEE-RECORD (1:EVL-RECORD-LENGTH).
018800     ADD 1 TO EVL-GOOD-COUNT.
022300     END-IF.
022400 2310-EXIT.
022500     EXIT.
022504*----------------------------------------------------------------
022508* 2400-CHECK-DEPARTMENT - EMP-DEPT MUST BE ON DEPTMSTR AND OPEN;
022512* A TERMINATED EMPLOYEE MAY STILL CARRY A CLOSED DEPARTMENT. THE
022516* REASON TEXT IS SET HERE FOR THE CALLER'S QUARANTINE ROW.
022520*----------------------------------------------------------------
022524 2400-CHECK-DEPARTMENT.
022528     MOVE 'N' TO EVL-DEPT-OK-SW.
022532     MOVE EMP-DEPT TO DPT-CODE.
022536     READ DEPTMSTR
022540         INVALID KEY
022544             MOVE 'EMP-DEPT NOT ON DEPARTMENT MASTER'
022548                 TO EQR-REASON-TEXT
022552             GO TO 2400-EXIT
022556     END-READ.
022560     IF DPT-CLOSED AND NOT TERMINATED
022564         MOVE 'EMP-DEPT IS A CLOSED DEPARTMENT'
022568             TO EQR-REASON-TEXT
022572         GO TO 2400-EXIT
022576     END-IF.
022580     SET EVL-DEPT-OK TO TRUE.
022584 2400-EXIT.
022588     EXIT.
022600*----------------------------------------------------------------
022700* 9999-TERMINATE - CLOSE FILES AND REPORT THE SPLIT
022800*----------------------------------------------------------------
023300     CLOSE EMPIN.
023400     CLOSE EMPGOOD.
023500     CLOSE EMPQUAR.
023550     CLOSE DEPTMSTR.
023600 9999-EXIT.
023700     EXIT.
