000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETPURG0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. PAYROLL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - RETENTION PURGE FOR THE
001100*                 HISTORY AND LOG FILES. SALHIST, STATHIST,
001200*                 EMPAUDT, AND RUNLOG ONLY EVER GREW, AND
001300*                 SALINQ0, EMPSNAP0, AUDINQ0, AND RUNGATE0 READ
001400*                 THEM END TO END. A KEEP-PERIOD IN MONTHS PER
001500*                 FILE COMES FROM RETPARM; ROWS OLDER THAN THE RUN
001600*                 DATE LESS THAT PERIOD ARE WRITTEN TO THE FILE'S
001700*                 ARCHIVE AND ONLY THEN DELETED FROM THE ACTIVE
001800*                 FILE. AN OPEN SALHIST RANGE, THE LATEST STATHIST
001900*                 ROW FOR AN EMPLOYEE, AND THE LATEST RUNLOG ROW
002000*                 FOR A PROGRAM ARE NEVER ARCHIVED, WHATEVER THEIR
002100*                 AGE. EACH FILE IS RECOUNTED AFTER THE PURGE AND
002200*                 THE REPORT PROVES READ = KEPT + ARCHIVED AND
002300*                 KEPT = ROWS LEFT ON THE FILE. THE ARCHIVES ARE
002333*                 OPENED EXTEND (OUTPUT THE FIRST TIME, WHEN ONE
002366*                 DOES NOT EXIST YET) SO EACH RUN ADDS TO THEM.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RETPARM ASSIGN TO RETPARM
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS RET-RETPARM-STATUS.
003400     SELECT SALHIST ASSIGN TO SALHIST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SAH-KEY
003800         FILE STATUS IS RET-SALHIST-STATUS.
003900     SELECT STATHIST ASSIGN TO STATHIST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS STH-KEY
004300         FILE STATUS IS RET-STATHIST-STATUS.
004400     SELECT EMPAUDT ASSIGN TO EMPAUDT
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS EAU-KEY
004800         FILE STATUS IS RET-EMPAUDT-STATUS.
004900     SELECT RUNLOG ASSIGN TO RUNLOG
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS RLG-KEY
005300         FILE STATUS IS RET-RUNLOG-STATUS.
005400     SELECT SALARCH ASSIGN TO SALARCH
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS RET-SALARCH-STATUS.
005700     SELECT STHARCH ASSIGN TO STHARCH
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS RET-STHARCH-STATUS.
006000     SELECT AUDARCH ASSIGN TO AUDARCH
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS RET-AUDARCH-STATUS.
006300     SELECT RLGARCH ASSIGN TO RLGARCH
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS RET-RLGARCH-STATUS.
006600     SELECT RETRPT ASSIGN TO RETRPT
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS RET-RETRPT-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  RETPARM
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY "src/main/resources/retention-parm-record.cbl".
007500 FD  SALHIST
007600     LABEL RECORDS ARE STANDARD.
007700     COPY "src/main/resources/salary-history-record.cbl".
007800 FD  STATHIST
007900     LABEL RECORDS ARE STANDARD.
008000     COPY "src/main/resources/status-history-record.cbl".
008100 FD  EMPAUDT
008200     LABEL RECORDS ARE STANDARD.
008300     COPY "src/main/resources/emp-audit-record.cbl".
008400 FD  RUNLOG
008500     LABEL RECORDS ARE STANDARD.
008600     COPY "src/main/resources/runlog-record.cbl".
008700*----------------------------------------------------------------
008800* ARCHIVE FILES - EACH ROW IS THE ACTIVE FILE'S RECORD IMAGE
008900* UNCHANGED, SO AN ARCHIVE CAN BE RELOADED IF EVER NEEDED. EACH
008950* RUN ADDS TO THE END OF THE ARCHIVE; THE FIRST RUN CREATES IT
009000*----------------------------------------------------------------
009100 FD  SALARCH
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  RET-SALARCH-RECORD         PIC X(25).
009500 FD  STHARCH
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  RET-STHARCH-RECORD         PIC X(14).
009900 FD  AUDARCH
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 01  RET-AUDARCH-RECORD         PIC X(323).
010300 FD  RLGARCH
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 01  RET-RLGARCH-RECORD         PIC X(49).
010700 FD  RETRPT
010800     LABEL RECORDS ARE OMITTED.
010900 01  RET-REPORT-LINE            PIC X(80).
011000 WORKING-STORAGE SECTION.
011100*----------------------------------------------------------------
011200* FILE STATUS AND SWITCHES
011300*----------------------------------------------------------------
011400 77  RET-RETPARM-STATUS         PIC XX.
011500     88  RET-RETPARM-OK             VALUE '00'.
011600 77  RET-SALHIST-STATUS         PIC XX.
011700     88  RET-SALHIST-OK             VALUE '00'.
011800 77  RET-STATHIST-STATUS        PIC XX.
011900     88  RET-STATHIST-OK            VALUE '00'.
012000 77  RET-EMPAUDT-STATUS         PIC XX.
012100     88  RET-EMPAUDT-OK             VALUE '00'.
012200 77  RET-RUNLOG-STATUS          PIC XX.
012300     88  RET-RUNLOG-OK              VALUE '00'.
012400 77  RET-SALARCH-STATUS         PIC XX.
012500     88  RET-SALARCH-OK             VALUE '00'.
012550     88  RET-SALARCH-NOT-FOUND      VALUE '35'.
012600 77  RET-STHARCH-STATUS         PIC XX.
012700     88  RET-STHARCH-OK             VALUE '00'.
012750     88  RET-STHARCH-NOT-FOUND      VALUE '35'.
012800 77  RET-AUDARCH-STATUS         PIC XX.
012900     88  RET-AUDARCH-OK             VALUE '00'.
012950     88  RET-AUDARCH-NOT-FOUND      VALUE '35'.
013000 77  RET-RLGARCH-STATUS         PIC XX.
013100     88  RET-RLGARCH-OK             VALUE '00'.
013150     88  RET-RLGARCH-NOT-FOUND      VALUE '35'.
013200 77  RET-RETRPT-STATUS          PIC XX.
013300     88  RET-RETRPT-OK              VALUE '00'.
013400 77  RET-END-OF-RETPARM-SW      PIC X       VALUE 'N'.
013500     88  RET-END-OF-RETPARM         VALUE 'Y'.
013600 77  RET-PARM-ERROR-SW          PIC X       VALUE 'N'.
013700     88  RET-PARM-ERROR             VALUE 'Y'.
013800 77  RET-END-OF-FILE-SW         PIC X.
013900     88  RET-END-OF-FILE            VALUE 'Y'.
014000 77  RET-HOLD-SW                PIC X.
014100     88  RET-HOLDING-ROW            VALUE 'Y'.
014200 77  RET-DUPLICATE-SW           PIC X.
014300     88  RET-DUPLICATE              VALUE 'Y'.
014400 77  RET-ARCHIVE-STOPPED-SW     PIC X.
014500     88  RET-ARCHIVE-STOPPED        VALUE 'Y'.
014600 77  RET-OUT-OF-BALANCE-SW      PIC X       VALUE 'N'.
014700     88  RET-OUT-OF-BALANCE         VALUE 'Y'.
014800*----------------------------------------------------------------
014900* KEEP-PERIODS FROM RETPARM - ZERO MEANS THE FILE IS NOT PURGED
015000*----------------------------------------------------------------
015100 77  RET-SALHIST-KEEP           PIC 9(3)    VALUE ZERO.
015200 77  RET-STATHIST-KEEP          PIC 9(3)    VALUE ZERO.
015300 77  RET-EMPAUDT-KEEP           PIC 9(3)    VALUE ZERO.
015400 77  RET-RUNLOG-KEEP            PIC 9(3)    VALUE ZERO.
015500*----------------------------------------------------------------
015600* RETENTION DATE WORK AREAS - THE CUTOFF IS THE RUN DATE MOVED
015700* BACK THE KEEP-PERIOD IN WHOLE MONTHS, SAME DAY OF MONTH; A ROW
015800* DATED BEFORE IT IS OLD ENOUGH TO ARCHIVE
015900*----------------------------------------------------------------
016000 01  RET-RUN-DATE.
016100     03  RET-RUN-YEAR           PIC 9(4).
016200     03  RET-RUN-MONTH          PIC 9(2).
016300     03  RET-RUN-DAY            PIC 9(2).
016400 01  RET-CUTOFF-DATE.
016500     03  RET-CUTOFF-YEAR        PIC 9(4).
016600     03  RET-CUTOFF-MONTH       PIC 9(2).
016700     03  RET-CUTOFF-DAY         PIC 9(2).
016800 77  RET-KEEP-MONTHS            PIC 9(3).
016900 77  RET-MONTH-NUMBER           PIC 9(6)    COMP.
017000*----------------------------------------------------------------
017100* LATEST-ROW HOLD AREAS - STATHIST AND RUNLOG ROWS ARE JUDGED
017200* ONE READ BEHIND, SINCE A ROW IS ONLY KNOWN NOT TO BE THE
017300* LATEST FOR ITS EMPLOYEE OR PROGRAM WHEN ANOTHER ROW FOR THE
017400* SAME ONE FOLLOWS IT. THE ROW JUST READ IS PARKED WHILE THE
017500* HELD ROW IS ARCHIVED.
017600*----------------------------------------------------------------
017700 01  RET-STH-HOLD.
017800     03  RET-STH-HOLD-EMP-ID    PIC 9(8)    COMP.
017900     03  RET-STH-HOLD-DATE      PIC 9(8).
018000     03  FILLER                 PIC X(02).
018100 77  RET-STH-CURRENT            PIC X(14).
018200 01  RET-RLG-HOLD.
018300     03  RET-RLG-HOLD-PROGRAM   PIC X(08).
018400     03  RET-RLG-HOLD-DATE      PIC 9(8).
018500     03  FILLER                 PIC X(33).
018600 77  RET-RLG-CURRENT            PIC X(49).
018700*----------------------------------------------------------------
018800* PER-FILE CONTROL COUNTS - RESET FOR EACH FILE. PROTECTED ROWS
018900* ARE COUNTED AMONG THE KEPT ROWS AS WELL.
019000*----------------------------------------------------------------
019100 77  RET-FILE-LABEL             PIC X(08).
019200 77  RET-OPEN-NAME              PIC X(08).
019300 77  RET-OPEN-STATUS            PIC XX.
019400 77  RET-READ-COUNT             PIC 9(7).
019500 77  RET-KEPT-COUNT             PIC 9(7).
019600 77  RET-PROTECTED-COUNT        PIC 9(7).
019700 77  RET-ARCHIVED-COUNT         PIC 9(7).
019800 77  RET-WRITTEN-COUNT          PIC 9(7).
019900 77  RET-AFTER-COUNT            PIC 9(7).
020000 77  RET-CHECK-TEXT             PIC X(14).
020100*----------------------------------------------------------------
020200* RUN CONTROL TOTALS ACROSS ALL FILES PURGED
020300*----------------------------------------------------------------
020400 77  RET-FILES-PURGED           PIC 9(1)    VALUE ZERO.
020500 77  RET-TOTAL-READ             PIC 9(7)    VALUE ZERO.
020600 77  RET-TOTAL-KEPT             PIC 9(7)    VALUE ZERO.
020700 77  RET-TOTAL-PROTECTED        PIC 9(7)    VALUE ZERO.
020800 77  RET-TOTAL-ARCHIVED         PIC 9(7)    VALUE ZERO.
020900 77  RET-TOTAL-AFTER            PIC 9(7)    VALUE ZERO.
021000 PROCEDURE DIVISION.
021100*----------------------------------------------------------------
021200* 0000-MAINLINE
021300*----------------------------------------------------------------
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     PERFORM 2000-PURGE-SALHIST THRU 2000-EXIT.
021700     PERFORM 3000-PURGE-STATHIST THRU 3000-EXIT.
021800     PERFORM 4000-PURGE-EMPAUDT THRU 4000-EXIT.
021900     PERFORM 5000-PURGE-RUNLOG THRU 5000-EXIT.
022000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
022100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
022200     GOBACK.
022300*----------------------------------------------------------------
022400* 1000-INITIALIZE - LOAD AND CHECK THE KEEP-PERIODS, TAKE THE
022500* RUN DATE, AND WRITE THE REPORT HEADINGS
022600*----------------------------------------------------------------
022700 1000-INITIALIZE.
022800     OPEN INPUT RETPARM.
022900     IF NOT RET-RETPARM-OK
023000         DISPLAY 'RETPURG0 - UNABLE TO OPEN RETPARM '
023100             RET-RETPARM-STATUS ' - RUN FAILED'
023200         MOVE 8 TO RETURN-CODE
023300         GO TO 9999-EXIT
023400     END-IF.
023500     PERFORM 1100-LOAD-ONE-PARM THRU 1100-EXIT
023600         UNTIL RET-END-OF-RETPARM.
023700     CLOSE RETPARM.
023800     IF RET-PARM-ERROR
023900         DISPLAY 'RETPURG0 - RETPARM INVALID - RUN FAILED'
024000         MOVE 8 TO RETURN-CODE
024100         GO TO 9999-EXIT
024200     END-IF.
024300     ACCEPT RET-RUN-DATE FROM DATE YYYYMMDD.
024400     OPEN OUTPUT RETRPT.
024500     MOVE SPACES TO RET-REPORT-LINE.
024600     STRING 'HISTORY RETENTION PURGE - RUN DATE ' RET-RUN-DATE
024700         DELIMITED BY SIZE INTO RET-REPORT-LINE.
024800     WRITE RET-REPORT-LINE.
024900     MOVE SPACES TO RET-REPORT-LINE.
025000     WRITE RET-REPORT-LINE.
025100     MOVE SPACES TO RET-REPORT-LINE.
025200     STRING 'FILE     KEEP CUTOFF      READ    KEPT '
025300         'PROTECT ARCHIVED   AFTER CONTROL'
025400         DELIMITED BY SIZE INTO RET-REPORT-LINE.
025500     WRITE RET-REPORT-LINE.
025600 1000-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------
025900* 1100-LOAD-ONE-PARM - ONE KEEP-PERIOD ROW. AN UNKNOWN FILE, A
026000* FILE GIVEN TWICE, OR A MISSING OR NON-NUMERIC PERIOD FAILS
026100* THE RUN - A PURGE ON A MISREAD PARM CANNOT BE TAKEN BACK
026200*----------------------------------------------------------------
026300 1100-LOAD-ONE-PARM.
026400     READ RETPARM
026500         AT END
026600             SET RET-END-OF-RETPARM TO TRUE
026700             GO TO 1100-EXIT
026800     END-READ.
026900     MOVE 'N' TO RET-DUPLICATE-SW.
027000     IF RTP-KEEP-MONTHS NOT NUMERIC
027100             OR RTP-KEEP-MONTHS = ZERO
027200         DISPLAY 'RETPURG0 - INVALID KEEP PERIOD FOR '
027300             RTP-FILE-NAME
027400         SET RET-PARM-ERROR TO TRUE
027500         GO TO 1100-EXIT
027600     END-IF.
027700     EVALUATE RTP-FILE-NAME
027800         WHEN 'SALHIST'
027900             IF RET-SALHIST-KEEP NOT = ZERO
028000                 SET RET-DUPLICATE TO TRUE
028100             END-IF
028200             MOVE RTP-KEEP-MONTHS TO RET-SALHIST-KEEP
028300         WHEN 'STATHIST'
028400             IF RET-STATHIST-KEEP NOT = ZERO
028500                 SET RET-DUPLICATE TO TRUE
028600             END-IF
028700             MOVE RTP-KEEP-MONTHS TO RET-STATHIST-KEEP
028800         WHEN 'EMPAUDT'
028900             IF RET-EMPAUDT-KEEP NOT = ZERO
029000                 SET RET-DUPLICATE TO TRUE
029100             END-IF
029200             MOVE RTP-KEEP-MONTHS TO RET-EMPAUDT-KEEP
029300         WHEN 'RUNLOG'
029400             IF RET-RUNLOG-KEEP NOT = ZERO
029500                 SET RET-DUPLICATE TO TRUE
029600             END-IF
029700             MOVE RTP-KEEP-MONTHS TO RET-RUNLOG-KEEP
029800         WHEN OTHER
029900             DISPLAY 'RETPURG0 - UNKNOWN FILE IN RETPARM '
030000                 RTP-FILE-NAME
030100             SET RET-PARM-ERROR TO TRUE
030200             GO TO 1100-EXIT
030300     END-EVALUATE.
030400     IF RET-DUPLICATE
030500         DISPLAY 'RETPURG0 - KEEP PERIOD GIVEN TWICE FOR '
030600             RTP-FILE-NAME
030700         SET RET-PARM-ERROR TO TRUE
030800     END-IF.
030900 1100-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200* 1200-START-FILE - COMPUTE THE CUTOFF FROM RET-KEEP-MONTHS AND
031300* CLEAR THE PER-FILE COUNTS
031400*----------------------------------------------------------------
031500 1200-START-FILE.
031600     COMPUTE RET-MONTH-NUMBER = RET-RUN-YEAR * 12
031700         + RET-RUN-MONTH - 1 - RET-KEEP-MONTHS.
031800     DIVIDE RET-MONTH-NUMBER BY 12 GIVING RET-CUTOFF-YEAR
031900         REMAINDER RET-CUTOFF-MONTH.
032000     ADD 1 TO RET-CUTOFF-MONTH.
032100     MOVE RET-RUN-DAY TO RET-CUTOFF-DAY.
032200     MOVE ZERO TO RET-READ-COUNT.
032300     MOVE ZERO TO RET-KEPT-COUNT.
032400     MOVE ZERO TO RET-PROTECTED-COUNT.
032500     MOVE ZERO TO RET-ARCHIVED-COUNT.
032600     MOVE ZERO TO RET-WRITTEN-COUNT.
032700     MOVE ZERO TO RET-AFTER-COUNT.
032800     MOVE 'N' TO RET-END-OF-FILE-SW.
032900     MOVE 'N' TO RET-HOLD-SW.
033000     MOVE 'N' TO RET-ARCHIVE-STOPPED-SW.
033100 1200-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------
033400* 2000-PURGE-SALHIST - A CLOSED SALARY RANGE ENDING BEFORE THE
033500* CUTOFF IS ARCHIVED; THE OPEN RANGE (END DATE OF HIGH-VALUES)
033600* IS THE EMPLOYEE'S CURRENT RATE AND ALWAYS STAYS
033700*----------------------------------------------------------------
033800 2000-PURGE-SALHIST.
033900     MOVE 'SALHIST' TO RET-FILE-LABEL.
034000     IF RET-SALHIST-KEEP = ZERO
034100         PERFORM 7100-WRITE-NOT-PURGED THRU 7100-EXIT
034200         GO TO 2000-EXIT
034300     END-IF.
034400     MOVE RET-SALHIST-KEEP TO RET-KEEP-MONTHS.
034500     PERFORM 1200-START-FILE THRU 1200-EXIT.
034600     OPEN I-O SALHIST.
034700     IF NOT RET-SALHIST-OK
034800         MOVE 'SALHIST' TO RET-OPEN-NAME
034900         MOVE RET-SALHIST-STATUS TO RET-OPEN-STATUS
035000         PERFORM 7200-WRITE-OPEN-FAILED THRU 7200-EXIT
035100         GO TO 2000-EXIT
035200     END-IF.
035300     OPEN EXTEND SALARCH.
035325     IF RET-SALARCH-NOT-FOUND
035350         OPEN OUTPUT SALARCH
035375     END-IF.
035400     IF NOT RET-SALARCH-OK
035500         CLOSE SALHIST
035600         MOVE 'SALARCH' TO RET-OPEN-NAME
035700         MOVE RET-SALARCH-STATUS TO RET-OPEN-STATUS
035800         PERFORM 7200-WRITE-OPEN-FAILED THRU 7200-EXIT
035900         GO TO 2000-EXIT
036000     END-IF.
036100     PERFORM 2100-AGE-ONE-SALARY THRU 2100-EXIT
036200         UNTIL RET-END-OF-FILE.
036300     CLOSE SALARCH.
036400     CLOSE SALHIST.
036500     OPEN INPUT SALHIST.
036600     MOVE 'N' TO RET-END-OF-FILE-SW.
036700     PERFORM 2200-COUNT-ONE-SALARY THRU 2200-EXIT
036800         UNTIL RET-END-OF-FILE.
036900     CLOSE SALHIST.
037000     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
037100 2000-EXIT.
037200     EXIT.
037300*----------------------------------------------------------------
037400* 2100-AGE-ONE-SALARY - THE ARCHIVE WRITE MUST SUCCEED BEFORE
037500* THE ROW IS DELETED, SO A FAILED WRITE STOPS THIS FILE'S PURGE
037600*----------------------------------------------------------------
037700 2100-AGE-ONE-SALARY.
037800     READ SALHIST NEXT RECORD
037900         AT END
038000             SET RET-END-OF-FILE TO TRUE
038100             GO TO 2100-EXIT
038200     END-READ.
038300     ADD 1 TO RET-READ-COUNT.
038400     IF SAH-EFFECTIVE-END-DATE = HIGH-VALUES
038500         ADD 1 TO RET-KEPT-COUNT
038600         ADD 1 TO RET-PROTECTED-COUNT
038700         GO TO 2100-EXIT
038800     END-IF.
038900     IF SAH-EFFECTIVE-END-DATE NOT < RET-CUTOFF-DATE
039000             OR RET-ARCHIVE-STOPPED
039100         ADD 1 TO RET-KEPT-COUNT
039200         GO TO 2100-EXIT
039300     END-IF.
039400     WRITE RET-SALARCH-RECORD FROM SALARY-HISTORY-RECORD.
039500     IF NOT RET-SALARCH-OK
039600         MOVE RET-SALARCH-STATUS TO RET-OPEN-STATUS
039700         PERFORM 7300-ARCHIVE-FAILED THRU 7300-EXIT
039800         GO TO 2100-EXIT
039900     END-IF.
040000     ADD 1 TO RET-WRITTEN-COUNT.
040100     DELETE SALHIST
040200         INVALID KEY
040300             PERFORM 7400-DELETE-FAILED THRU 7400-EXIT
040400             GO TO 2100-EXIT
040500     END-DELETE.
040600     ADD 1 TO RET-ARCHIVED-COUNT.
040700 2100-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000* 2200-COUNT-ONE-SALARY - RECOUNT FOR THE CONTROL TOTAL
041100*----------------------------------------------------------------
041200 2200-COUNT-ONE-SALARY.
041300     READ SALHIST NEXT RECORD
041400         AT END
041500             SET RET-END-OF-FILE TO TRUE
041600             GO TO 2200-EXIT
041700     END-READ.
041800     ADD 1 TO RET-AFTER-COUNT.
041900 2200-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 3000-PURGE-STATHIST - A STATUS ROW DATED BEFORE THE CUTOFF IS
042300* ARCHIVED UNLESS IT IS THE EMPLOYEE'S LATEST, WHICH CARRIES
042400* THE CURRENT STATUS EMPSNAP0 FALLS BACK ON
042500*----------------------------------------------------------------
042600 3000-PURGE-STATHIST.
042700     MOVE 'STATHIST' TO RET-FILE-LABEL.
042800     IF RET-STATHIST-KEEP = ZERO
042900         PERFORM 7100-WRITE-NOT-PURGED THRU 7100-EXIT
043000         GO TO 3000-EXIT
043100     END-IF.
043200     MOVE RET-STATHIST-KEEP TO RET-KEEP-MONTHS.
043300     PERFORM 1200-START-FILE THRU 1200-EXIT.
043400     OPEN I-O STATHIST.
043500     IF NOT RET-STATHIST-OK
043600         MOVE 'STATHIST' TO RET-OPEN-NAME
043700         MOVE RET-STATHIST-STATUS TO RET-OPEN-STATUS
043800         PERFORM 7200-WRITE-OPEN-FAILED THRU 7200-EXIT
043900         GO TO 3000-EXIT
044000     END-IF.
044100     OPEN EXTEND STHARCH.
044125     IF RET-STHARCH-NOT-FOUND
044150         OPEN OUTPUT STHARCH
044175     END-IF.
044200     IF NOT RET-STHARCH-OK
044300         CLOSE STATHIST
044400         MOVE 'STHARCH' TO RET-OPEN-NAME
044500         MOVE RET-STHARCH-STATUS TO RET-OPEN-STATUS
044600         PERFORM 7200-WRITE-OPEN-FAILED THRU 7200-EXIT
044700         GO TO 3000-EXIT
044800     END-IF.
044900     PERFORM 3100-READ-ONE-STATUS THRU 3100-EXIT
045000         UNTIL RET-END-OF-FILE.
045100     CLOSE STHARCH.
045200     CLOSE STATHIST.
045300     OPEN INPUT STATHIST.
045400     MOVE 'N' TO RET-END-OF-FILE-SW.
045500     PERFORM 3300-COUNT-ONE-STATUS THRU 3300-EXIT
045600         UNTIL RET-END-OF-FILE.
045700     CLOSE STATHIST.
045800     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
045900 3000-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200* 3100-READ-ONE-STATUS - JUDGE THE HELD ROW AGAINST THE ONE JUST
046300* READ, THEN HOLD THE NEW ROW. AT END OF FILE THE HELD ROW IS
046400* THE LAST EMPLOYEE'S LATEST AND IS KEPT.
046500*----------------------------------------------------------------
046600 3100-READ-ONE-STATUS.
046700     READ STATHIST NEXT RECORD
046800         AT END
046900             IF RET-HOLDING-ROW
047000                 ADD 1 TO RET-KEPT-COUNT
047100                 ADD 1 TO RET-PROTECTED-COUNT
047200             END-IF
047300             SET RET-END-OF-FILE TO TRUE
047400             GO TO 3100-EXIT
047500     END-READ.
047600     ADD 1 TO RET-READ-COUNT.
047700     IF RET-HOLDING-ROW
047800         IF STH-EMP-ID = RET-STH-HOLD-EMP-ID
047900             PERFORM 3200-AGE-HELD-STATUS THRU 3200-EXIT
048000         ELSE
048100             ADD 1 TO RET-KEPT-COUNT
048200             ADD 1 TO RET-PROTECTED-COUNT
048300         END-IF
048400     END-IF.
048500     MOVE STATUS-HISTORY-RECORD TO RET-STH-HOLD.
048600     SET RET-HOLDING-ROW TO TRUE.
048700 3100-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000* 3200-AGE-HELD-STATUS - THE HELD ROW HAS A LATER ROW BEHIND IT;
049100* ARCHIVE IT IF IT IS OLD ENOUGH. THE ROW JUST READ IS PARKED
049200* WHILE THE HELD ROW'S KEY DRIVES THE DELETE.
049300*----------------------------------------------------------------
049400 3200-AGE-HELD-STATUS.
049500     IF RET-STH-HOLD-DATE NOT < RET-CUTOFF-DATE
049600             OR RET-ARCHIVE-STOPPED
049700         ADD 1 TO RET-KEPT-COUNT
049800         GO TO 3200-EXIT
049900     END-IF.
050000     WRITE RET-STHARCH-RECORD FROM RET-STH-HOLD.
050100     IF NOT RET-STHARCH-OK
050200         MOVE RET-STHARCH-STATUS TO RET-OPEN-STATUS
050300         PERFORM 7300-ARCHIVE-FAILED THRU 7300-EXIT
050400         GO TO 3200-EXIT
050500     END-IF.
050600     ADD 1 TO RET-WRITTEN-COUNT.
050700     MOVE STATUS-HISTORY-RECORD TO RET-STH-CURRENT.
050800     MOVE RET-STH-HOLD TO STATUS-HISTORY-RECORD.
050900     DELETE STATHIST
051000         INVALID KEY
051100             PERFORM 7400-DELETE-FAILED THRU 7400-EXIT
051200             MOVE RET-STH-CURRENT TO STATUS-HISTORY-RECORD
051300             GO TO 3200-EXIT
051400     END-DELETE.
051500     ADD 1 TO RET-ARCHIVED-COUNT.
051600     MOVE RET-STH-CURRENT TO STATUS-HISTORY-RECORD.
051700 3200-EXIT.
051800     EXIT.
051900*----------------------------------------------------------------
052000* 3300-COUNT-ONE-STATUS - RECOUNT FOR THE CONTROL TOTAL
052100*----------------------------------------------------------------
052200 3300-COUNT-ONE-STATUS.
052300     READ STATHIST NEXT RECORD
052400         AT END
052500             SET RET-END-OF-FILE TO TRUE
052600             GO TO 3300-EXIT
052700     END-READ.
052800     ADD 1 TO RET-AFTER-COUNT.
052900 3300-EXIT.
053000     EXIT.
053100*----------------------------------------------------------------
053200* 4000-PURGE-EMPAUDT - AN AUDIT ROW WHOSE EFFECTIVE DATE IS
053300* BEFORE THE CUTOFF IS ARCHIVED; NOTHING ON THIS FILE IS
053400* PROTECTED
053500*----------------------------------------------------------------
053600 4000-PURGE-EMPAUDT.
053700     MOVE 'EMPAUDT' TO RET-FILE-LABEL.
053800     IF RET-EMPAUDT-KEEP = ZERO
053900         PERFORM 7100-WRITE-NOT-PURGED THRU 7100-EXIT
054000         GO TO 4000-EXIT
054100     END-IF.
054200     MOVE RET-EMPAUDT-KEEP TO RET-KEEP-MONTHS.
054300     PERFORM 1200-START-FILE THRU 1200-EXIT.
054400     OPEN I-O EMPAUDT.
054500     IF NOT RET-EMPAUDT-OK
054600         MOVE 'EMPAUDT' TO RET-OPEN-NAME
054700         MOVE RET-EMPAUDT-STATUS TO RET-OPEN-STATUS
054800         PERFORM 7200-WRITE-OPEN-FAILED THRU 7200-EXIT
054900         GO TO 4000-EXIT
055000     END-IF.
055100     OPEN EXTEND AUDARCH.
055125     IF RET-AUDARCH-NOT-FOUND
055150         OPEN OUTPUT AUDARCH
055175     END-IF.
055200     IF NOT RET-AUDARCH-OK
055300         CLOSE EMPAUDT
055400         MOVE 'AUDARCH' TO RET-OPEN-NAME
055500         MOVE RET-AUDARCH-STATUS TO RET-OPEN-STATUS
055600         PERFORM 7200-WRITE-OPEN-FAILED THRU 7200-EXIT
055700         GO TO 4000-EXIT
055800     END-IF.
055900     PERFORM 4100-AGE-ONE-AUDIT THRU 4100-EXIT
056000         UNTIL RET-END-OF-FILE.
056100     CLOSE AUDARCH.
056200     CLOSE EMPAUDT.
056300     OPEN INPUT EMPAUDT.
056400     MOVE 'N' TO RET-END-OF-FILE-SW.
056500     PERFORM 4200-COUNT-ONE-AUDIT THRU 4200-EXIT
056600         UNTIL RET-END-OF-FILE.
056700     CLOSE EMPAUDT.
056800     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
056900 4000-EXIT.
057000     EXIT.
057100*----------------------------------------------------------------
057200* 4100-AGE-ONE-AUDIT
057300*----------------------------------------------------------------
057400 4100-AGE-ONE-AUDIT.
057500     READ EMPAUDT NEXT RECORD
057600         AT END
057700             SET RET-END-OF-FILE TO TRUE
057800             GO TO 4100-EXIT
057900     END-READ.
058000     ADD 1 TO RET-READ-COUNT.
058100     IF EAU-EFFECTIVE-DATE NOT < RET-CUTOFF-DATE
058200             OR RET-ARCHIVE-STOPPED
058300         ADD 1 TO RET-KEPT-COUNT
058400         GO TO 4100-EXIT
058500     END-IF.
058600     WRITE RET-AUDARCH-RECORD FROM EMP-AUDIT-RECORD.
058700     IF NOT RET-AUDARCH-OK
058800         MOVE RET-AUDARCH-STATUS TO RET-OPEN-STATUS
058900         PERFORM 7300-ARCHIVE-FAILED THRU 7300-EXIT
059000         GO TO 4100-EXIT
059100     END-IF.
059200     ADD 1 TO RET-WRITTEN-COUNT.
059300     DELETE EMPAUDT
059400         INVALID KEY
059500             PERFORM 7400-DELETE-FAILED THRU 7400-EXIT
059600             GO TO 4100-EXIT
059700     END-DELETE.
059800     ADD 1 TO RET-ARCHIVED-COUNT.
059900 4100-EXIT.
060000     EXIT.
060100*----------------------------------------------------------------
060200* 4200-COUNT-ONE-AUDIT - RECOUNT FOR THE CONTROL TOTAL
060300*----------------------------------------------------------------
060400 4200-COUNT-ONE-AUDIT.
060500     READ EMPAUDT NEXT RECORD
060600         AT END
060700             SET RET-END-OF-FILE TO TRUE
060800             GO TO 4200-EXIT
060900     END-READ.
061000     ADD 1 TO RET-AFTER-COUNT.
061100 4200-EXIT.
061200     EXIT.
061300*----------------------------------------------------------------
061400* 5000-PURGE-RUNLOG - A RUN STARTED BEFORE THE CUTOFF IS
061500* ARCHIVED UNLESS IT IS ITS PROGRAM'S LATEST, WHICH RUNGATE0
061600* AND RUNRPT0 STILL READ
061700*----------------------------------------------------------------
061800 5000-PURGE-RUNLOG.
061900     MOVE 'RUNLOG' TO RET-FILE-LABEL.
062000     IF RET-RUNLOG-KEEP = ZERO
062100         PERFORM 7100-WRITE-NOT-PURGED THRU 7100-EXIT
062200         GO TO 5000-EXIT
062300     END-IF.
062400     MOVE RET-RUNLOG-KEEP TO RET-KEEP-MONTHS.
062500     PERFORM 1200-START-FILE THRU 1200-EXIT.
062600     OPEN I-O RUNLOG.
062700     IF NOT RET-RUNLOG-OK
062800         MOVE 'RUNLOG' TO RET-OPEN-NAME
062900         MOVE RET-RUNLOG-STATUS TO RET-OPEN-STATUS
063000         PERFORM 7200-WRITE-OPEN-FAILED THRU 7200-EXIT
063100         GO TO 5000-EXIT
063200     END-IF.
063300     OPEN EXTEND RLGARCH.
063325     IF RET-RLGARCH-NOT-FOUND
063350         OPEN OUTPUT RLGARCH
063375     END-IF.
063400     IF NOT RET-RLGARCH-OK
063500         CLOSE RUNLOG
063600         MOVE 'RLGARCH' TO RET-OPEN-NAME
063700         MOVE RET-RLGARCH-STATUS TO RET-OPEN-STATUS
063800         PERFORM 7200-WRITE-OPEN-FAILED THRU 7200-EXIT
063900         GO TO 5000-EXIT
064000     END-IF.
064100     PERFORM 5100-READ-ONE-RUN THRU 5100-EXIT
064200         UNTIL RET-END-OF-FILE.
064300     CLOSE RLGARCH.
064400     CLOSE RUNLOG.
064500     OPEN INPUT RUNLOG.
064600     MOVE 'N' TO RET-END-OF-FILE-SW.
064700     PERFORM 5300-COUNT-ONE-RUN THRU 5300-EXIT
064800         UNTIL RET-END-OF-FILE.
064900     CLOSE RUNLOG.
065000     PERFORM 7000-WRITE-FILE-LINE THRU 7000-EXIT.
065100 5000-EXIT.
065200     EXIT.
065300*----------------------------------------------------------------
065400* 5100-READ-ONE-RUN - SAME ONE-BEHIND JUDGEMENT AS STATHIST,
065500* GROUPED BY PROGRAM NAME
065600*----------------------------------------------------------------
065700 5100-READ-ONE-RUN.
065800     READ RUNLOG NEXT RECORD
065900         AT END
066000             IF RET-HOLDING-ROW
066100                 ADD 1 TO RET-KEPT-COUNT
066200                 ADD 1 TO RET-PROTECTED-COUNT
066300             END-IF
066400             SET RET-END-OF-FILE TO TRUE
066500             GO TO 5100-EXIT
066600     END-READ.
066700     ADD 1 TO RET-READ-COUNT.
066800     IF RET-HOLDING-ROW
066900         IF RLG-PROGRAM-NAME = RET-RLG-HOLD-PROGRAM
067000             PERFORM 5200-AGE-HELD-RUN THRU 5200-EXIT
067100         ELSE
067200             ADD 1 TO RET-KEPT-COUNT
067300             ADD 1 TO RET-PROTECTED-COUNT
067400         END-IF
067500     END-IF.
067600     MOVE RUN-LOG-RECORD TO RET-RLG-HOLD.
067700     SET RET-HOLDING-ROW TO TRUE.
067800 5100-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------
068100* 5200-AGE-HELD-RUN
068200*----------------------------------------------------------------
068300 5200-AGE-HELD-RUN.
068400     IF RET-RLG-HOLD-DATE NOT < RET-CUTOFF-DATE
068500             OR RET-ARCHIVE-STOPPED
068600         ADD 1 TO RET-KEPT-COUNT
068700         GO TO 5200-EXIT
068800     END-IF.
068900     WRITE RET-RLGARCH-RECORD FROM RET-RLG-HOLD.
069000     IF NOT RET-RLGARCH-OK
069100         MOVE RET-RLGARCH-STATUS TO RET-OPEN-STATUS
069200         PERFORM 7300-ARCHIVE-FAILED THRU 7300-EXIT
069300         GO TO 5200-EXIT
069400     END-IF.
069500     ADD 1 TO RET-WRITTEN-COUNT.
069600     MOVE RUN-LOG-RECORD TO RET-RLG-CURRENT.
069700     MOVE RET-RLG-HOLD TO RUN-LOG-RECORD.
069800     DELETE RUNLOG
069900         INVALID KEY
070000             PERFORM 7400-DELETE-FAILED THRU 7400-EXIT
070100             MOVE RET-RLG-CURRENT TO RUN-LOG-RECORD
070200             GO TO 5200-EXIT
070300     END-DELETE.
070400     ADD 1 TO RET-ARCHIVED-COUNT.
070500     MOVE RET-RLG-CURRENT TO RUN-LOG-RECORD.
070600 5200-EXIT.
070700     EXIT.
070800*----------------------------------------------------------------
070900* 5300-COUNT-ONE-RUN - RECOUNT FOR THE CONTROL TOTAL
071000*----------------------------------------------------------------
071100 5300-COUNT-ONE-RUN.
071200     READ RUNLOG NEXT RECORD
071300         AT END
071400             SET RET-END-OF-FILE TO TRUE
071500             GO TO 5300-EXIT
071600     END-READ.
071700     ADD 1 TO RET-AFTER-COUNT.
071800 5300-EXIT.
071900     EXIT.
072000*----------------------------------------------------------------
072100* 7000-WRITE-FILE-LINE - ONE LINE PER FILE PURGED. THE FILE IS
072200* IN BALANCE WHEN EVERY ROW READ WAS EITHER KEPT OR ARCHIVED,
072300* EVERY ARCHIVED ROW REACHED THE ARCHIVE, AND THE RECOUNT OF
072400* THE ACTIVE FILE EQUALS THE ROWS KEPT
072500*----------------------------------------------------------------
072600 7000-WRITE-FILE-LINE.
072700     MOVE 'IN BALANCE' TO RET-CHECK-TEXT.
072800     IF RET-READ-COUNT NOT = RET-KEPT-COUNT + RET-ARCHIVED-COUNT
072900             OR RET-WRITTEN-COUNT NOT = RET-ARCHIVED-COUNT
073000             OR RET-AFTER-COUNT NOT = RET-KEPT-COUNT
073100         MOVE 'OUT OF BALANCE' TO RET-CHECK-TEXT
073200         SET RET-OUT-OF-BALANCE TO TRUE
073300         DISPLAY 'RETPURG0 - ' RET-FILE-LABEL
073400             ' CONTROL TOTALS OUT OF BALANCE'
073500         MOVE 8 TO RETURN-CODE
073600     END-IF.
073700     ADD 1 TO RET-FILES-PURGED.
073800     ADD RET-READ-COUNT TO RET-TOTAL-READ.
073900     ADD RET-KEPT-COUNT TO RET-TOTAL-KEPT.
074000     ADD RET-PROTECTED-COUNT TO RET-TOTAL-PROTECTED.
074100     ADD RET-ARCHIVED-COUNT TO RET-TOTAL-ARCHIVED.
074200     ADD RET-AFTER-COUNT TO RET-TOTAL-AFTER.
074300     MOVE SPACES TO RET-REPORT-LINE.
074400     STRING RET-FILE-LABEL ' ' RET-KEEP-MONTHS ' '
074500         RET-CUTOFF-DATE ' ' RET-READ-COUNT ' ' RET-KEPT-COUNT
074600         ' ' RET-PROTECTED-COUNT ' ' RET-ARCHIVED-COUNT ' '
074700         RET-AFTER-COUNT ' ' RET-CHECK-TEXT
074800         DELIMITED BY SIZE INTO RET-REPORT-LINE.
074900     WRITE RET-REPORT-LINE.
075000 7000-EXIT.
075100     EXIT.
075200*----------------------------------------------------------------
075300* 7100-WRITE-NOT-PURGED - NO KEEP-PERIOD ON RETPARM
075400*----------------------------------------------------------------
075500 7100-WRITE-NOT-PURGED.
075600     MOVE SPACES TO RET-REPORT-LINE.
075700     STRING RET-FILE-LABEL ' NO KEEP PERIOD - NOT PURGED'
075800         DELIMITED BY SIZE INTO RET-REPORT-LINE.
075900     WRITE RET-REPORT-LINE.
076000 7100-EXIT.
076100     EXIT.
076200*----------------------------------------------------------------
076300* 7200-WRITE-OPEN-FAILED - AN ACTIVE FILE THAT HAS NEVER BEEN
076400* CREATED HAS NOTHING TO PURGE; ANY OTHER OPEN FAILURE FAILS
076500* THE RUN, THOUGH THE OTHER FILES ARE STILL PURGED
076600*----------------------------------------------------------------
076700 7200-WRITE-OPEN-FAILED.
076800     MOVE SPACES TO RET-REPORT-LINE.
076900     IF RET-OPEN-STATUS = '35'
077000             AND RET-OPEN-NAME = RET-FILE-LABEL
077100         STRING RET-FILE-LABEL ' NOT PRESENT - NOTHING TO PURGE'
077200             DELIMITED BY SIZE INTO RET-REPORT-LINE
077300     ELSE
077400         STRING RET-FILE-LABEL ' NOT PURGED - UNABLE TO OPEN '
077500             RET-OPEN-NAME ' STATUS ' RET-OPEN-STATUS
077600             DELIMITED BY SIZE INTO RET-REPORT-LINE
077700         DISPLAY 'RETPURG0 - UNABLE TO OPEN ' RET-OPEN-NAME
077800             ' ' RET-OPEN-STATUS
077900         MOVE 8 TO RETURN-CODE
078000     END-IF.
078100     WRITE RET-REPORT-LINE.
078200 7200-EXIT.
078300     EXIT.
078400*----------------------------------------------------------------
078500* 7300-ARCHIVE-FAILED - THE ROW IS KEPT, AND SO IS EVERY ROW
078600* AFTER IT; THE FILE IS STILL READ TO THE END SO ITS COUNTS
078700* BALANCE
078800*----------------------------------------------------------------
078900 7300-ARCHIVE-FAILED.
079000     DISPLAY 'RETPURG0 - ARCHIVE WRITE FAILED FOR '
079100         RET-FILE-LABEL ' STATUS ' RET-OPEN-STATUS
079200         ' - PURGE OF THIS FILE STOPPED'.
079300     MOVE 8 TO RETURN-CODE.
079400     ADD 1 TO RET-KEPT-COUNT.
079500     SET RET-ARCHIVE-STOPPED TO TRUE.
079600 7300-EXIT.
079700     EXIT.
079800*----------------------------------------------------------------
079900* 7400-DELETE-FAILED - THE ROW IS ON THE ARCHIVE AND STILL ON
080000* THE ACTIVE FILE; THE CONTROL CHECK REPORTS THE FILE OUT OF
080100* BALANCE
080200*----------------------------------------------------------------
080300 7400-DELETE-FAILED.
080400     EVALUATE RET-FILE-LABEL
080500         WHEN 'SALHIST'
080600             MOVE RET-SALHIST-STATUS TO RET-OPEN-STATUS
080700         WHEN 'STATHIST'
080800             MOVE RET-STATHIST-STATUS TO RET-OPEN-STATUS
080900         WHEN 'EMPAUDT'
081000             MOVE RET-EMPAUDT-STATUS TO RET-OPEN-STATUS
081100         WHEN OTHER
081200             MOVE RET-RUNLOG-STATUS TO RET-OPEN-STATUS
081300     END-EVALUATE.
081400     DISPLAY 'RETPURG0 - DELETE FAILED ON ' RET-FILE-LABEL
081500         ' STATUS ' RET-OPEN-STATUS.
081600     MOVE 8 TO RETURN-CODE.
081700     ADD 1 TO RET-KEPT-COUNT.
081800 7400-EXIT.
081900     EXIT.
082000*----------------------------------------------------------------
082100* 8000-WRITE-TOTALS - RUN CONTROL TOTALS ACROSS THE FILES PURGED
082200*----------------------------------------------------------------
082300 8000-WRITE-TOTALS.
082400     MOVE SPACES TO RET-REPORT-LINE.
082500     WRITE RET-REPORT-LINE.
082600     MOVE SPACES TO RET-REPORT-LINE.
082700     STRING 'TOTAL                  ' RET-TOTAL-READ ' '
082800         RET-TOTAL-KEPT ' ' RET-TOTAL-PROTECTED ' '
082900         RET-TOTAL-ARCHIVED ' ' RET-TOTAL-AFTER
083000         DELIMITED BY SIZE INTO RET-REPORT-LINE.
083100     WRITE RET-REPORT-LINE.
083200     MOVE SPACES TO RET-REPORT-LINE.
083300     STRING 'FILES PURGED:           ' RET-FILES-PURGED
083400         DELIMITED BY SIZE INTO RET-REPORT-LINE.
083500     WRITE RET-REPORT-LINE.
083600     MOVE SPACES TO RET-REPORT-LINE.
083700     IF RET-OUT-OF-BALANCE
083800         STRING 'CONTROL TOTALS OUT OF BALANCE - SEE ABOVE'
083900             DELIMITED BY SIZE INTO RET-REPORT-LINE
084000     ELSE
084100         STRING 'CONTROL TOTALS IN BALANCE - NO ROWS LOST'
084200             DELIMITED BY SIZE INTO RET-REPORT-LINE
084300     END-IF.
084400     WRITE RET-REPORT-LINE.
084500 8000-EXIT.
084600     EXIT.
084700*----------------------------------------------------------------
084800* 9999-TERMINATE - CLOSE THE REPORT AND ECHO THE TOTALS
084900*----------------------------------------------------------------
085000 9999-TERMINATE.
085100     DISPLAY 'RETPURG0 - ROWS READ:     ' RET-TOTAL-READ.
085200     DISPLAY 'RETPURG0 - ROWS KEPT:     ' RET-TOTAL-KEPT.
085300     DISPLAY 'RETPURG0 - ROWS ARCHIVED: ' RET-TOTAL-ARCHIVED.
085400     CLOSE RETRPT.
085500 9999-EXIT.
085600     EXIT.
