000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EMPCARR0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. PAYROLL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - BENEFIT CARRIER ENROLLMENT
001100*                 FEED. BENPLAN GROUPS THE PLANS BY CARRIER AND
001200*                 NAMES THE CARRFDNN FILE EACH CARRIER IS SENT
001300*                 ON. A FULL-FILE RUN SENDS EVERY CARRIER EACH
001400*                 NON-TERMINATED EMPLOYEE ENROLLED IN ONE OF ITS
001500*                 PLANS FROM THE EMP-BENEFITS TABLE, WITH THE
001600*                 COVERAGE AMOUNT AND THE DATE THE COVERAGE LAST
001700*                 CHANGED ON EMPAUDT (THE HIRE DATE WHEN THERE IS
001800*                 NONE). A CHANGES-ONLY RUN COMPARES THE EMPAUDT
001900*                 BEFORE AND AFTER IMAGES IN THE CARRPARM DATE
002000*                 RANGE AND SENDS THE ADDS, PLAN CHANGES, DROPS
002100*                 AND TERMINATIONS THAT END COVERAGE. EACH FILE
002200*                 ENDS WITH A TRAILER CARRYING ITS MEMBER COUNTS.
002300*                 A PLAN NOT ON BENPLAN IS LISTED AS AN EXCEPTION.
002400*                 THE RUN IS LOGGED TO THE SHARED RUNLOG FACILITY.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CARRPARM ASSIGN TO CARRPARM
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS CAR-CARRPARM-STATUS.
003500     SELECT BENPLAN ASSIGN TO BENPLAN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS CAR-BENPLAN-STATUS.
003800     SELECT EMPMSTR ASSIGN TO EMPMSTR
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS CAR-EMPMSTR-STATUS.
004100     SELECT EMPAUDT ASSIGN TO EMPAUDT
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS EAU-KEY
004500         FILE STATUS IS CAR-EMPAUDT-STATUS.
004600     SELECT CARRFD01 ASSIGN TO CARRFD01
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CAR-CARRFD01-STATUS.
004900     SELECT CARRFD02 ASSIGN TO CARRFD02
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS CAR-CARRFD02-STATUS.
005200     SELECT CARRFD03 ASSIGN TO CARRFD03
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS CAR-CARRFD03-STATUS.
005500     SELECT CARRFD04 ASSIGN TO CARRFD04
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CAR-CARRFD04-STATUS.
005800     SELECT CARRFD05 ASSIGN TO CARRFD05
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS CAR-CARRFD05-STATUS.
006100     SELECT CARRFD06 ASSIGN TO CARRFD06
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS CAR-CARRFD06-STATUS.
006400     SELECT CARRFD07 ASSIGN TO CARRFD07
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS CAR-CARRFD07-STATUS.
006700     SELECT CARRFD08 ASSIGN TO CARRFD08
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS CAR-CARRFD08-STATUS.
007000     SELECT CARRRPT ASSIGN TO CARRRPT
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS CAR-CARRRPT-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CARRPARM
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY "src/main/resources/carrier-parm-record.cbl".
007900 FD  BENPLAN
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY "src/main/resources/benefit-plan-record.cbl".
008300 FD  EMPMSTR
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  CAR-MASTER-RECORD          PIC X(154).
008700 FD  EMPAUDT
008800     LABEL RECORDS ARE STANDARD.
008900     COPY "src/main/resources/emp-audit-record.cbl".
009000 FD  CARRFD01
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  CAR-FEED-01-RECORD         PIC X(150).
009400 FD  CARRFD02
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  CAR-FEED-02-RECORD         PIC X(150).
009800 FD  CARRFD03
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 01  CAR-FEED-03-RECORD         PIC X(150).
010200 FD  CARRFD04
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  CAR-FEED-04-RECORD         PIC X(150).
010600 FD  CARRFD05
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  CAR-FEED-05-RECORD         PIC X(150).
011000 FD  CARRFD06
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  CAR-FEED-06-RECORD         PIC X(150).
011400 FD  CARRFD07
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 01  CAR-FEED-07-RECORD         PIC X(150).
011800 FD  CARRFD08
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 01  CAR-FEED-08-RECORD         PIC X(150).
012200 FD  CARRRPT
012300     LABEL RECORDS ARE OMITTED.
012400 01  CAR-REPORT-LINE            PIC X(132).
012500 WORKING-STORAGE SECTION.
012600*----------------------------------------------------------------
012700* FILE STATUS AND SWITCHES
012800*----------------------------------------------------------------
012900 77  CAR-CARRPARM-STATUS        PIC XX.
013000     88  CAR-CARRPARM-OK            VALUE '00'.
013100 77  CAR-BENPLAN-STATUS         PIC XX.
013200     88  CAR-BENPLAN-OK             VALUE '00'.
013300 77  CAR-EMPMSTR-STATUS         PIC XX.
013400     88  CAR-EMPMSTR-OK             VALUE '00'.
013500 77  CAR-EMPAUDT-STATUS         PIC XX.
013600     88  CAR-EMPAUDT-OK             VALUE '00'.
013700 77  CAR-CARRFD01-STATUS        PIC XX.
013800     88  CAR-CARRFD01-OK            VALUE '00'.
013900 77  CAR-CARRFD02-STATUS        PIC XX.
014000     88  CAR-CARRFD02-OK            VALUE '00'.
014100 77  CAR-CARRFD03-STATUS        PIC XX.
014200     88  CAR-CARRFD03-OK            VALUE '00'.
014300 77  CAR-CARRFD04-STATUS        PIC XX.
014400     88  CAR-CARRFD04-OK            VALUE '00'.
014500 77  CAR-CARRFD05-STATUS        PIC XX.
014600     88  CAR-CARRFD05-OK            VALUE '00'.
014700 77  CAR-CARRFD06-STATUS        PIC XX.
014800     88  CAR-CARRFD06-OK            VALUE '00'.
014900 77  CAR-CARRFD07-STATUS        PIC XX.
015000     88  CAR-CARRFD07-OK            VALUE '00'.
015100 77  CAR-CARRFD08-STATUS        PIC XX.
015200     88  CAR-CARRFD08-OK            VALUE '00'.
015300 77  CAR-CARRRPT-STATUS         PIC XX.
015400     88  CAR-CARRRPT-OK             VALUE '00'.
015500 77  CAR-FEED-OPEN-STATUS       PIC XX.
015600 77  CAR-END-OF-EMPMSTR-SW      PIC X       VALUE 'N'.
015700     88  CAR-END-OF-EMPMSTR         VALUE 'Y'.
015800 77  CAR-END-OF-EMPAUDT-SW      PIC X       VALUE 'N'.
015900     88  CAR-END-OF-EMPAUDT         VALUE 'Y'.
016000 77  CAR-END-OF-BENPLAN-SW      PIC X       VALUE 'N'.
016100     88  CAR-END-OF-BENPLAN         VALUE 'Y'.
016200 77  CAR-END-OF-SCAN-SW         PIC X       VALUE 'N'.
016300     88  CAR-END-OF-SCAN            VALUE 'Y'.
016400 77  CAR-AUDIT-OPEN-SW          PIC X       VALUE 'N'.
016500     88  CAR-AUDIT-OPEN             VALUE 'Y'.
016600 77  CAR-PARM-ERROR-SW          PIC X       VALUE 'N'.
016700     88  CAR-PARM-ERROR             VALUE 'Y'.
016800 77  CAR-PLAN-ERROR-SW          PIC X       VALUE 'N'.
016900     88  CAR-PLAN-ERROR             VALUE 'Y'.
017000 77  CAR-FEED-ERROR-SW          PIC X       VALUE 'N'.
017100     88  CAR-FEED-ERROR             VALUE 'Y'.
017200 77  CAR-DATE-RETURN-CODE       PIC 9(2)    COMP.
017300*----------------------------------------------------------------
017400* RUN CONTROL - THE FEED MODE AND THE CHANGES DATE RANGE
017500*----------------------------------------------------------------
017600 77  CAR-FEED-MODE              PIC X       VALUE 'F'.
017700     88  CAR-FULL-FILE              VALUE 'F'.
017800     88  CAR-CHANGES-ONLY           VALUE 'C'.
017900 77  CAR-RUN-DATE               PIC 9(8).
018000 77  CAR-FROM-DATE              PIC 9(8)    VALUE ZERO.
018100 77  CAR-TO-DATE                PIC 9(8)    VALUE ZERO.
018106*----------------------------------------------------------------
018112* CARRPARM VALUES, SAVED AS THE PARM IS READ. A BLANK MODE (NO
018118* CARRPARM, OR AN EMPTY ONE) MEANS A FULL FILE
018124*----------------------------------------------------------------
018130 77  CAR-PARM-MODE              PIC X       VALUE SPACE.
018136     88  CAR-PARM-FULL-FILE         VALUE 'F' SPACE.
018142     88  CAR-PARM-CHANGES-ONLY      VALUE 'C'.
018148 01  CAR-PARM-FROM-DATE.
018154     05  CAR-PARM-FROM-YEAR     PIC 9(4).
018160     05  CAR-PARM-FROM-MONTH    PIC 9(2).
018166     05  CAR-PARM-FROM-DAY      PIC 9(2).
018172 01  CAR-PARM-TO-DATE.
018178     05  CAR-PARM-TO-YEAR       PIC 9(4).
018184     05  CAR-PARM-TO-MONTH      PIC 9(2).
018190     05  CAR-PARM-TO-DAY        PIC 9(2).
018200*----------------------------------------------------------------
018300* PLAN TABLE - EVERY BENPLAN ROW WITH ITS CARRIER AND FEED FILE
018400*----------------------------------------------------------------
018500 77  CAR-MAX-PLANS              PIC 9(3)    COMP  VALUE 100.
018600 77  CAR-PLAN-COUNT             PIC 9(3)    COMP  VALUE ZERO.
018700 77  CAR-PLAN-IDX               PIC 9(3)    COMP.
018800 77  CAR-SEARCH-CODE            PIC XX.
018900 01  CAR-PLAN-TABLE.
019000     03  CAR-PLAN-ENTRY         OCCURS 100 TIMES.
019100         05  CAR-PLAN-CODE          PIC XX.
019200         05  CAR-PLAN-NAME          PIC X(30).
019300         05  CAR-PLAN-CARRIER       PIC X(05).
019400         05  CAR-PLAN-FEED-NBR      PIC 9(02).
019500*----------------------------------------------------------------
019600* FEED TABLE - ONE SLOT PER CARRFDNN FILE. A BLANK CARRIER MEANS
019700* NO PLAN IS SENT ON THAT FILE AND IT IS NOT OPENED. THE LAST
019800* EMP-ID SENT ON THE FILE COUNTS EACH MEMBER ONCE, SINCE BOTH
019900* INPUTS ARRIVE IN EMP-ID ORDER
020000*----------------------------------------------------------------
020100 77  CAR-MAX-FEEDS              PIC 9(2)    COMP  VALUE 8.
020200 77  CAR-FEED-IDX               PIC 9(2)    COMP.
020300 77  CAR-SCAN-IDX               PIC 9(2)    COMP.
020400 01  CAR-FEED-TABLE.
020500     03  CAR-FEED-ENTRY         OCCURS 8 TIMES.
020600         05  CAR-FD-CARRIER         PIC X(05).
020700         05  CAR-FD-LAST-EMP-ID     PIC 9(8).
020800         05  CAR-FD-DETAIL-COUNT    PIC 9(7).
020900         05  CAR-FD-MEMBER-COUNT    PIC 9(7).
021000         05  CAR-FD-ADD-COUNT       PIC 9(7).
021100         05  CAR-FD-CHANGE-COUNT    PIC 9(7).
021200         05  CAR-FD-DROP-COUNT      PIC 9(7).
021300         05  CAR-FD-TERM-COUNT      PIC 9(7).
021400*----------------------------------------------------------------
021500* EMPLOYEE IMAGE WORK AREAS. THE MASTER AND THE AUDIT IMAGES ARE
021600* FLAT 154-BYTE COPIES OF EMPLOYEE-RECORD; THE BEFORE TABLE HOLDS
021700* THE BENEFITS OF THE BEFORE IMAGE WHILE EMPLOYEE-RECORD HOLDS
021800* THE AFTER IMAGE
021900*----------------------------------------------------------------
022000 77  CAR-RECORD-LENGTH          PIC 9(3)    COMP  VALUE 154.
022100 77  CAR-CURRENT-EMP-ID         PIC 9(8)    COMP.
022200 77  CAR-BEN-IDX                PIC 9(2)    COMP.
022300 77  CAR-BEF-IDX                PIC 9(2)    COMP.
022400 77  CAR-FOUND-IDX              PIC 9(2)    COMP.
022500 77  CAR-BEF-STATUS             PIC X.
022600     88  CAR-BEF-NEW                VALUE SPACE.
022700     88  CAR-BEF-TERMINATED         VALUE 'T'.
022800 77  CAR-BEF-COUNT              PIC 9(2)    COMP.
022900 01  CAR-BEFORE-TABLE.
023000     03  CAR-BEF-ENTRY          OCCURS 10 TIMES.
023100         05  CAR-BEF-CODE           PIC XX.
023200         05  CAR-BEF-TYPE           PIC X.
023300         05  CAR-BEF-AMOUNT         PIC 9(5)V99 COMP-3.
023400         05  CAR-BEF-MATCHED-SW     PIC X.
023500             88  CAR-BEF-MATCHED        VALUE 'Y'.
023600*----------------------------------------------------------------
023700* EFFECTIVE DATE TABLE - FOR A FULL-FILE EMPLOYEE, THE LATEST
023800* EMPAUDT DATE ON WHICH EACH PLAN WAS ADDED OR ITS COVERAGE
023900* CHANGED
024000*----------------------------------------------------------------
024100 77  CAR-EFF-COUNT              PIC 9(2)    COMP.
024200 77  CAR-EFF-IDX                PIC 9(2)    COMP.
024300 01  CAR-EFFECTIVE-TABLE.
024400     03  CAR-EFF-ENTRY          OCCURS 10 TIMES.
024500         05  CAR-EFF-CODE           PIC XX.
024600         05  CAR-EFF-DATE           PIC 9(8).
024700*----------------------------------------------------------------
024800* ONE FEED DETAIL, BUILT BY THE CALLER BEFORE 4000-SEND-DETAIL
024900*----------------------------------------------------------------
025000 77  CAR-DTL-ACTION             PIC X.
025100     88  CAR-DTL-ADD                VALUE 'A'.
025200     88  CAR-DTL-CHANGE             VALUE 'C'.
025300     88  CAR-DTL-DROP               VALUE 'D'.
025400     88  CAR-DTL-TERMINATION        VALUE 'T'.
025500 77  CAR-DTL-PLAN-CODE          PIC XX.
025600 77  CAR-DTL-TYPE               PIC X.
025700 77  CAR-DTL-AMOUNT             PIC 9(5)V99 COMP-3.
025800 77  CAR-DTL-EFFECTIVE-DATE     PIC 9(8).
025900 77  CAR-DTL-PRIOR-TYPE         PIC X.
026000 77  CAR-DTL-PRIOR-AMOUNT       PIC 9(5)V99 COMP-3.
026100     COPY "src/main/resources/carrier-feed-record.cbl".
026200     COPY "src/main/resources/employee-record.cbl".
026300*----------------------------------------------------------------
026400* CONTROL TOTALS
026500*----------------------------------------------------------------
026600 77  CAR-EMPLOYEE-COUNT         PIC 9(7)    VALUE ZERO.
026700 77  CAR-TERMINATED-COUNT       PIC 9(7)    VALUE ZERO.
026800 77  CAR-AUDIT-COUNT            PIC 9(7)    VALUE ZERO.
026900 77  CAR-IN-RANGE-COUNT         PIC 9(7)    VALUE ZERO.
027000 77  CAR-DETAIL-COUNT           PIC 9(7)    VALUE ZERO.
027100 77  CAR-NOT-FED-COUNT          PIC 9(7)    VALUE ZERO.
027200 77  CAR-UNKNOWN-PLAN-COUNT     PIC 9(7)    VALUE ZERO.
027300 77  CAR-CARRIER-COUNT          PIC 9(7)    VALUE ZERO.
027400*----------------------------------------------------------------
027500* REPORT FORMATTING WORK AREAS
027600*----------------------------------------------------------------
027700 77  CAR-EMP-ID-DISPLAY         PIC 9(8).
027800 77  CAR-FEED-NBR-DISPLAY       PIC 9(2).
027900 77  CAR-COUNT-DISPLAY          PIC Z,ZZZ,ZZ9.
027914 77  CAR-DETAIL-DISPLAY         PIC Z,ZZZ,ZZ9.
027928 77  CAR-MEMBER-DISPLAY         PIC Z,ZZZ,ZZ9.
027942 77  CAR-ADD-DISPLAY            PIC Z,ZZZ,ZZ9.
027956 77  CAR-CHANGE-DISPLAY         PIC Z,ZZZ,ZZ9.
027970 77  CAR-DROP-DISPLAY           PIC Z,ZZZ,ZZ9.
027984 77  CAR-TERM-DISPLAY           PIC Z,ZZZ,ZZ9.
028000*----------------------------------------------------------------
028100* RUN-LOG WORK AREAS
028200*----------------------------------------------------------------
028300 77  CAR-JOB-NAME               PIC X(08)   VALUE 'EMPCARR0'.
028400 77  CAR-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
028500 77  CAR-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
028600 77  CAR-RLG-FUNCTION           PIC X.
028700 77  CAR-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
028800 77  CAR-RLG-RETURN-CODE        PIC 9(2)    COMP.
028900 PROCEDURE DIVISION.
029000*----------------------------------------------------------------
029100* 0000-MAINLINE
029200*----------------------------------------------------------------
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029500     IF CAR-CHANGES-ONLY
029600         PERFORM 2500-SEND-AUDIT-CHANGES THRU 2500-EXIT
029700             UNTIL CAR-END-OF-EMPAUDT
029800     ELSE
029900         PERFORM 2000-SEND-FULL-EMPLOYEE THRU 2000-EXIT
030000             UNTIL CAR-END-OF-EMPMSTR
030100     END-IF.
030200     PERFORM 8000-FINISH-FEEDS THRU 8000-EXIT.
030300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
030400     GOBACK.
030500*----------------------------------------------------------------
030600* 1000-INITIALIZE - READ THE RUN PARM, LOAD THE PLAN TABLE, OPEN
030700* THE INPUTS FOR THE MODE, AND OPEN AND HEAD EACH CARRIER FILE
030800*----------------------------------------------------------------
030900 1000-INITIALIZE.
031000     MOVE 'S' TO CAR-RLG-FUNCTION.
031100     CALL 'RUNLOG0' USING CAR-RLG-FUNCTION CAR-JOB-NAME
031200         CAR-READ-COUNT CAR-OUT-COUNT CAR-RLG-COMPLETION
031300         CAR-RLG-RETURN-CODE.
031400     ACCEPT CAR-RUN-DATE FROM DATE YYYYMMDD.
031500     INITIALIZE CAR-FEED-TABLE.
031600     PERFORM 1200-READ-PARM THRU 1200-EXIT.
031700     IF CAR-PARM-ERROR
031800         DISPLAY 'EMPCARR0 - CARRPARM INVALID - RUN FAILED'
031900         MOVE 8 TO RETURN-CODE
032000         GO TO 9999-EXIT
032100     END-IF.
032200     OPEN INPUT BENPLAN.
032300     IF NOT CAR-BENPLAN-OK
032400         DISPLAY 'EMPCARR0 - UNABLE TO OPEN BENPLAN '
032500             CAR-BENPLAN-STATUS ' - RUN FAILED'
032600         MOVE 8 TO RETURN-CODE
032700         GO TO 9999-EXIT
032800     END-IF.
032900     PERFORM 1100-LOAD-ONE-PLAN THRU 1100-EXIT
033000         UNTIL CAR-END-OF-BENPLAN.
033100     CLOSE BENPLAN.
033200     IF CAR-PLAN-ERROR OR CAR-PLAN-COUNT = ZERO
033300         DISPLAY 'EMPCARR0 - BENEFIT PLAN TABLE UNUSABLE - '
033400             'RUN FAILED'
033500         MOVE 8 TO RETURN-CODE
033600         GO TO 9999-EXIT
033700     END-IF.
033800     IF CAR-CHANGES-ONLY
033900         OPEN INPUT EMPAUDT
034000         IF NOT CAR-EMPAUDT-OK
034100             DISPLAY 'EMPCARR0 - UNABLE TO OPEN EMPAUDT '
034200                 CAR-EMPAUDT-STATUS ' - RUN FAILED'
034300             MOVE 8 TO RETURN-CODE
034400             GO TO 9999-EXIT
034500         END-IF
034600         SET CAR-AUDIT-OPEN TO TRUE
034700     ELSE
034800         OPEN INPUT EMPMSTR
034900         IF NOT CAR-EMPMSTR-OK
035000             DISPLAY 'EMPCARR0 - UNABLE TO OPEN EMPMSTR '
035100                 CAR-EMPMSTR-STATUS ' - RUN FAILED'
035200             MOVE 8 TO RETURN-CODE
035300             GO TO 9999-EXIT
035400         END-IF
035500         OPEN INPUT EMPAUDT
035600         IF CAR-EMPAUDT-OK
035700             SET CAR-AUDIT-OPEN TO TRUE
035800         ELSE
035900             DISPLAY 'EMPCARR0 - EMPAUDT NOT AVAILABLE '
036000                 CAR-EMPAUDT-STATUS
036100                 ' - EFFECTIVE DATES ARE HIRE DATES'
036200         END-IF
036300     END-IF.
036400     OPEN OUTPUT CARRRPT.
036500     MOVE SPACES TO CAR-REPORT-LINE.
036600     IF CAR-CHANGES-ONLY
036700         STRING 'BENEFIT CARRIER ENROLLMENT FEED - CHANGES '
036800             'EFFECTIVE ' CAR-FROM-DATE ' THROUGH ' CAR-TO-DATE
036900             ' - RUN DATE ' CAR-RUN-DATE
037000             DELIMITED BY SIZE INTO CAR-REPORT-LINE
037100     ELSE
037200         STRING 'BENEFIT CARRIER ENROLLMENT FEED - FULL FILE - '
037300             'RUN DATE ' CAR-RUN-DATE
037400             DELIMITED BY SIZE INTO CAR-REPORT-LINE
037500     END-IF.
037600     WRITE CAR-REPORT-LINE.
037700     PERFORM 1300-OPEN-FEED-FILE THRU 1300-EXIT
037800         VARYING CAR-FEED-IDX FROM 1 BY 1
037900         UNTIL CAR-FEED-IDX > CAR-MAX-FEEDS.
038000     IF CAR-FEED-ERROR
038100         DISPLAY 'EMPCARR0 - CARRIER FILES NOT ALL OPENED - '
038200             'RUN FAILED'
038300         MOVE 8 TO RETURN-CODE
038400         GO TO 9999-EXIT
038500     END-IF.
038600     IF CAR-CARRIER-COUNT = ZERO
038700         DISPLAY 'EMPCARR0 - NO BENPLAN PLAN NAMES A CARRIER - '
038800             'RUN FAILED'
038900         MOVE 8 TO RETURN-CODE
039000         GO TO 9999-EXIT
039100     END-IF.
039200     MOVE SPACES TO CAR-REPORT-LINE.
039300     STRING 'EXCEPTIONS - EMP-ID   PLAN  ACTION'
039400         DELIMITED BY SIZE INTO CAR-REPORT-LINE.
039500     WRITE CAR-REPORT-LINE.
039600 1000-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------
039900* 1100-LOAD-ONE-PLAN - ONE BENPLAN ROW INTO THE TABLE. A PLAN
040000* GIVEN TWICE, A FULL TABLE, A BAD FEED FILE NUMBER, A FILE
040100* SHARED BY TWO CARRIERS OR A CARRIER SPLIT ACROSS TWO FILES
040200* WOULD SEND SOMEONE'S COVERAGE TO THE WRONG PLACE, SO ANY OF
040300* THEM FAILS THE RUN
040400*----------------------------------------------------------------
040500 1100-LOAD-ONE-PLAN.
040600     READ BENPLAN
040700         AT END
040800             SET CAR-END-OF-BENPLAN TO TRUE
040900             GO TO 1100-EXIT
041000     END-READ.
041100     MOVE BPL-PLAN-CODE TO CAR-SEARCH-CODE.
041200     PERFORM 4100-FIND-PLAN THRU 4100-EXIT.
041300     IF CAR-PLAN-IDX > ZERO
041400         DISPLAY 'EMPCARR0 - DUPLICATE BENPLAN ROW FOR PLAN '
041500             BPL-PLAN-CODE
041600         SET CAR-PLAN-ERROR TO TRUE
041700         SET CAR-END-OF-BENPLAN TO TRUE
041800         GO TO 1100-EXIT
041900     END-IF.
042000     IF CAR-PLAN-COUNT >= CAR-MAX-PLANS
042100         DISPLAY 'EMPCARR0 - PLAN TABLE FULL AT PLAN '
042200             BPL-PLAN-CODE
042300         SET CAR-PLAN-ERROR TO TRUE
042400         SET CAR-END-OF-BENPLAN TO TRUE
042500         GO TO 1100-EXIT
042600     END-IF.
042700     IF BPL-NO-CARRIER
042800         GO TO 1100-ADD-PLAN
042900     END-IF.
043000     IF BPL-FEED-FILE-NBR NOT NUMERIC
043100             OR BPL-FEED-FILE-NBR = ZERO
043200             OR BPL-FEED-FILE-NBR > CAR-MAX-FEEDS
043300         DISPLAY 'EMPCARR0 - INVALID FEED FILE NUMBER FOR PLAN '
043400             BPL-PLAN-CODE
043500         SET CAR-PLAN-ERROR TO TRUE
043600         SET CAR-END-OF-BENPLAN TO TRUE
043700         GO TO 1100-EXIT
043800     END-IF.
043900     MOVE BPL-FEED-FILE-NBR TO CAR-FEED-IDX.
044000     IF CAR-FD-CARRIER (CAR-FEED-IDX) NOT = SPACES
044100             AND CAR-FD-CARRIER (CAR-FEED-IDX)
044200                 NOT = BPL-CARRIER-CODE
044300         DISPLAY 'EMPCARR0 - PLAN ' BPL-PLAN-CODE ' CARRIER '
044400             BPL-CARRIER-CODE ' FEED FILE ' BPL-FEED-FILE-NBR
044500             ' ALREADY USED BY ' CAR-FD-CARRIER (CAR-FEED-IDX)
044600         SET CAR-PLAN-ERROR TO TRUE
044700         SET CAR-END-OF-BENPLAN TO TRUE
044800         GO TO 1100-EXIT
044900     END-IF.
045000     PERFORM 1110-CHECK-OTHER-FEED THRU 1110-EXIT
045100         VARYING CAR-SCAN-IDX FROM 1 BY 1
045200         UNTIL CAR-SCAN-IDX > CAR-MAX-FEEDS.
045300     IF CAR-PLAN-ERROR
045400         DISPLAY 'EMPCARR0 - PLAN ' BPL-PLAN-CODE ' CARRIER '
045500             BPL-CARRIER-CODE ' IS ALREADY ON ANOTHER FEED FILE'
045600         SET CAR-END-OF-BENPLAN TO TRUE
045700         GO TO 1100-EXIT
045800     END-IF.
045900     MOVE BPL-CARRIER-CODE TO CAR-FD-CARRIER (CAR-FEED-IDX).
046000 1100-ADD-PLAN.
046100     ADD 1 TO CAR-PLAN-COUNT.
046200     MOVE BPL-PLAN-CODE TO CAR-PLAN-CODE (CAR-PLAN-COUNT).
046300     MOVE BPL-PLAN-NAME TO CAR-PLAN-NAME (CAR-PLAN-COUNT).
046400     MOVE BPL-CARRIER-CODE TO CAR-PLAN-CARRIER (CAR-PLAN-COUNT).
046500     IF BPL-NO-CARRIER
046600         MOVE ZERO TO CAR-PLAN-FEED-NBR (CAR-PLAN-COUNT)
046700     ELSE
046800         MOVE BPL-FEED-FILE-NBR
046900             TO CAR-PLAN-FEED-NBR (CAR-PLAN-COUNT)
047000     END-IF.
047100 1100-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------
047400* 1110-CHECK-OTHER-FEED - THE PLAN'S CARRIER MUST NOT ALREADY BE
047500* SENT ON A DIFFERENT FEED FILE
047600*----------------------------------------------------------------
047700 1110-CHECK-OTHER-FEED.
047800     IF CAR-SCAN-IDX NOT = CAR-FEED-IDX
047900             AND CAR-FD-CARRIER (CAR-SCAN-IDX) = BPL-CARRIER-CODE
048000         SET CAR-PLAN-ERROR TO TRUE
048100     END-IF.
048200 1110-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500* 1200-READ-PARM - NO CARRPARM, OR AN EMPTY ONE, MEANS A FULL
048600* FILE. A CHANGES RUN NEEDS A REAL FROM-DATE AND A REAL (OR
048700* BLANK, MEANING TODAY) TO-DATE NOT BEFORE IT
048800*----------------------------------------------------------------
048900 1200-READ-PARM.
049000     OPEN INPUT CARRPARM.
049100     IF NOT CAR-CARRPARM-OK
049200         GO TO 1200-EXIT
049300     END-IF.
049400     READ CARRPARM
049500         AT END
049600             CONTINUE
049640         NOT AT END
049680             MOVE CRP-FEED-MODE TO CAR-PARM-MODE
049720             MOVE CRP-CHANGES-FROM-DATE TO CAR-PARM-FROM-DATE
049760             MOVE CRP-CHANGES-TO-DATE TO CAR-PARM-TO-DATE
049800     END-READ.
049900     CLOSE CARRPARM.
050000     IF NOT CAR-PARM-FULL-FILE AND NOT CAR-PARM-CHANGES-ONLY
050100         DISPLAY 'EMPCARR0 - UNKNOWN FEED MODE ' CAR-PARM-MODE
050200         SET CAR-PARM-ERROR TO TRUE
050300         GO TO 1200-EXIT
050400     END-IF.
050500     IF CAR-PARM-FULL-FILE
050600         GO TO 1200-EXIT
050700     END-IF.
050800     MOVE 'C' TO CAR-FEED-MODE.
050900     MOVE 99 TO CAR-DATE-RETURN-CODE.
051000     IF CAR-PARM-FROM-DATE NUMERIC
051100         CALL 'DATEVAL0' USING CAR-PARM-FROM-YEAR
051150             CAR-PARM-FROM-MONTH CAR-PARM-FROM-DAY
051200             CAR-DATE-RETURN-CODE
051300     END-IF.
051400     IF CAR-DATE-RETURN-CODE NOT = ZERO
051500         DISPLAY 'EMPCARR0 - INVALID CHANGES FROM-DATE '
051600             CAR-PARM-FROM-DATE
051700         SET CAR-PARM-ERROR TO TRUE
051800         GO TO 1200-EXIT
051900     END-IF.
052000     MOVE CAR-PARM-FROM-DATE TO CAR-FROM-DATE.
052100     IF CAR-PARM-TO-DATE = SPACES
052200         MOVE CAR-RUN-DATE TO CAR-TO-DATE
052300     ELSE
052400         MOVE 99 TO CAR-DATE-RETURN-CODE
052500         IF CAR-PARM-TO-DATE NUMERIC
052600             CALL 'DATEVAL0' USING CAR-PARM-TO-YEAR
052650                 CAR-PARM-TO-MONTH CAR-PARM-TO-DAY
052700                 CAR-DATE-RETURN-CODE
052800         END-IF
052900         IF CAR-DATE-RETURN-CODE NOT = ZERO
053000             DISPLAY 'EMPCARR0 - INVALID CHANGES TO-DATE '
053100                 CAR-PARM-TO-DATE
053200             SET CAR-PARM-ERROR TO TRUE
053300             GO TO 1200-EXIT
053400         END-IF
053500         MOVE CAR-PARM-TO-DATE TO CAR-TO-DATE
053600     END-IF.
053700     IF CAR-FROM-DATE > CAR-TO-DATE
053800         DISPLAY 'EMPCARR0 - CHANGES FROM-DATE ' CAR-FROM-DATE
053900             ' IS AFTER TO-DATE ' CAR-TO-DATE
054000         SET CAR-PARM-ERROR TO TRUE
054100     END-IF.
054200 1200-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------
054500* 1300-OPEN-FEED-FILE - OPEN ONE CARRFDNN FILE THAT A CARRIER IS
054600* SENT ON, WRITE ITS HEADER, AND SHOW THE ROUTING ON THE REPORT
054700*----------------------------------------------------------------
054800 1300-OPEN-FEED-FILE.
054900     IF CAR-FD-CARRIER (CAR-FEED-IDX) = SPACES
055000         GO TO 1300-EXIT
055100     END-IF.
055200     EVALUATE CAR-FEED-IDX
055300         WHEN 1
055400             OPEN OUTPUT CARRFD01
055500             MOVE CAR-CARRFD01-STATUS TO CAR-FEED-OPEN-STATUS
055600         WHEN 2
055700             OPEN OUTPUT CARRFD02
055800             MOVE CAR-CARRFD02-STATUS TO CAR-FEED-OPEN-STATUS
055900         WHEN 3
056000             OPEN OUTPUT CARRFD03
056100             MOVE CAR-CARRFD03-STATUS TO CAR-FEED-OPEN-STATUS
056200         WHEN 4
056300             OPEN OUTPUT CARRFD04
056400             MOVE CAR-CARRFD04-STATUS TO CAR-FEED-OPEN-STATUS
056500         WHEN 5
056600             OPEN OUTPUT CARRFD05
056700             MOVE CAR-CARRFD05-STATUS TO CAR-FEED-OPEN-STATUS
056800         WHEN 6
056900             OPEN OUTPUT CARRFD06
057000             MOVE CAR-CARRFD06-STATUS TO CAR-FEED-OPEN-STATUS
057100         WHEN 7
057200             OPEN OUTPUT CARRFD07
057300             MOVE CAR-CARRFD07-STATUS TO CAR-FEED-OPEN-STATUS
057400         WHEN 8
057500             OPEN OUTPUT CARRFD08
057600             MOVE CAR-CARRFD08-STATUS TO CAR-FEED-OPEN-STATUS
057700     END-EVALUATE.
057800     MOVE CAR-FEED-IDX TO CAR-FEED-NBR-DISPLAY.
057900     IF CAR-FEED-OPEN-STATUS NOT = '00'
058000         DISPLAY 'EMPCARR0 - UNABLE TO OPEN CARRFD'
058100             CAR-FEED-NBR-DISPLAY ' ' CAR-FEED-OPEN-STATUS
058200         SET CAR-FEED-ERROR TO TRUE
058300         MOVE SPACES TO CAR-FD-CARRIER (CAR-FEED-IDX)
058400         GO TO 1300-EXIT
058500     END-IF.
058600     ADD 1 TO CAR-CARRIER-COUNT.
058700     MOVE SPACES TO CARRIER-FEED-RECORD.
058800     MOVE 'H' TO CFD-HD-RECORD-TYPE.
058900     MOVE CAR-FD-CARRIER (CAR-FEED-IDX) TO CFD-HD-CARRIER-CODE.
059000     MOVE CAR-FEED-MODE TO CFD-HD-FEED-MODE.
059100     MOVE CAR-RUN-DATE TO CFD-HD-RUN-DATE.
059200     MOVE CAR-FROM-DATE TO CFD-HD-CHANGES-FROM-DATE.
059300     MOVE CAR-TO-DATE TO CFD-HD-CHANGES-TO-DATE.
059400     PERFORM 7000-WRITE-FEED-RECORD THRU 7000-EXIT.
059500     MOVE SPACES TO CAR-REPORT-LINE.
059600     STRING 'CARRIER ' CAR-FD-CARRIER (CAR-FEED-IDX)
059700         ' SENT ON CARRFD' CAR-FEED-NBR-DISPLAY
059800         DELIMITED BY SIZE INTO CAR-REPORT-LINE.
059900     WRITE CAR-REPORT-LINE.
060000 1300-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------
060300* 2000-SEND-FULL-EMPLOYEE - ONE MASTER ROW. EVERY PLAN OF A
060400* NON-TERMINATED EMPLOYEE GOES TO ITS CARRIER, DATED FROM THE
060500* EMPLOYEE'S AUDIT HISTORY
060600*----------------------------------------------------------------
060700 2000-SEND-FULL-EMPLOYEE.
060800     READ EMPMSTR
060900         AT END
061000             SET CAR-END-OF-EMPMSTR TO TRUE
061100             GO TO 2000-EXIT
061200     END-READ.
061300     ADD 1 TO CAR-READ-COUNT.
061400     ADD 1 TO CAR-EMPLOYEE-COUNT.
061500     MOVE CAR-MASTER-RECORD
061600         TO EMPLOYEE-RECORD (1:CAR-RECORD-LENGTH).
061700     IF TERMINATED
061800         ADD 1 TO CAR-TERMINATED-COUNT
061900         GO TO 2000-EXIT
062000     END-IF.
062100     MOVE EMP-ID TO CAR-CURRENT-EMP-ID.
062200     MOVE ZERO TO CAR-EFF-COUNT.
062300     IF CAR-AUDIT-OPEN
062400         PERFORM 2200-SCAN-AUDIT-DATES THRU 2200-EXIT
062500         MOVE CAR-MASTER-RECORD
062600             TO EMPLOYEE-RECORD (1:CAR-RECORD-LENGTH)
062700     END-IF.
062800     PERFORM 2100-SEND-ENROLLED-PLAN THRU 2100-EXIT
062900         VARYING CAR-BEN-IDX FROM 1 BY 1
063000         UNTIL CAR-BEN-IDX > EMP-BENEFIT-COUNT.
063100 2000-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------
063400* 2100-SEND-ENROLLED-PLAN - ONE EMP-BENEFITS ENTRY AS A FULL-FILE
063500* DETAIL; WITH NO AUDIT DATE THE COVERAGE DATES FROM HIRE
063600*----------------------------------------------------------------
063700 2100-SEND-ENROLLED-PLAN.
063800     MOVE 'F' TO CAR-DTL-ACTION.
063900     MOVE BENEFIT-CODE (CAR-BEN-IDX) TO CAR-DTL-PLAN-CODE.
064000     MOVE BENEFIT-TYPE-CODE (CAR-BEN-IDX) TO CAR-DTL-TYPE.
064100     MOVE BENEFIT-AMOUNT (CAR-BEN-IDX) TO CAR-DTL-AMOUNT.
064200     MOVE SPACE TO CAR-DTL-PRIOR-TYPE.
064300     MOVE ZERO TO CAR-DTL-PRIOR-AMOUNT.
064400     MOVE EMP-HIRE-DATE TO CAR-DTL-EFFECTIVE-DATE.
064500     MOVE 1 TO CAR-EFF-IDX.
064600 2110-CHECK-EFFECTIVE-ENTRY.
064700     IF CAR-EFF-IDX > CAR-EFF-COUNT
064800         GO TO 2100-SEND
064900     END-IF.
065000     IF CAR-EFF-CODE (CAR-EFF-IDX) = CAR-DTL-PLAN-CODE
065100         MOVE CAR-EFF-DATE (CAR-EFF-IDX) TO CAR-DTL-EFFECTIVE-DATE
065200         GO TO 2100-SEND
065300     END-IF.
065400     ADD 1 TO CAR-EFF-IDX.
065500     GO TO 2110-CHECK-EFFECTIVE-ENTRY.
065600 2100-SEND.
065700     PERFORM 4000-SEND-DETAIL THRU 4000-EXIT.
065800 2100-EXIT.
065900     EXIT.
066000*----------------------------------------------------------------
066100* 2200-SCAN-AUDIT-DATES - WALK THE EMPLOYEE'S EMPAUDT ROWS IN
066200* DATE ORDER. A ROW THAT ADDS A PLAN OR CHANGES ITS COVERAGE, OR
066300* A HIRE OR REHIRE, DATES EACH PLAN IT TOUCHES; THE LATEST WINS
066400*----------------------------------------------------------------
066500 2200-SCAN-AUDIT-DATES.
066600     MOVE CAR-CURRENT-EMP-ID TO EAU-EMP-ID.
066700     MOVE ZERO TO EAU-EFFECTIVE-DATE.
066800     MOVE ZERO TO EAU-SEQUENCE-NBR.
066900     START EMPAUDT KEY IS >= EAU-KEY
067000         INVALID KEY
067100             GO TO 2200-EXIT
067200     END-START.
067300     MOVE 'N' TO CAR-END-OF-SCAN-SW.
067400     PERFORM 2210-SCAN-ONE-AUDIT-ROW THRU 2210-EXIT
067500         UNTIL CAR-END-OF-SCAN.
067600 2200-EXIT.
067700     EXIT.
067800*----------------------------------------------------------------
067900* 2210-SCAN-ONE-AUDIT-ROW
068000*----------------------------------------------------------------
068100 2210-SCAN-ONE-AUDIT-ROW.
068200     READ EMPAUDT NEXT RECORD
068300         AT END
068400             SET CAR-END-OF-SCAN TO TRUE
068500             GO TO 2210-EXIT
068600     END-READ.
068700     IF EAU-EMP-ID NOT = CAR-CURRENT-EMP-ID
068800         SET CAR-END-OF-SCAN TO TRUE
068900         GO TO 2210-EXIT
069000     END-IF.
069100     IF EAU-AFTER-IMAGE = SPACES
069200         GO TO 2210-EXIT
069300     END-IF.
069400     PERFORM 3000-DECODE-AUDIT-ROW THRU 3000-EXIT.
069500     IF TERMINATED
069600         GO TO 2210-EXIT
069700     END-IF.
069800     PERFORM 2220-DATE-ONE-PLAN THRU 2220-EXIT
069900         VARYING CAR-BEN-IDX FROM 1 BY 1
070000         UNTIL CAR-BEN-IDX > EMP-BENEFIT-COUNT.
070100 2210-EXIT.
070200     EXIT.
070300*----------------------------------------------------------------
070400* 2220-DATE-ONE-PLAN - AN AFTER-IMAGE PLAN THAT IS NEW, OR WHOSE
070500* COVERAGE TYPE OR AMOUNT DIFFERS FROM THE BEFORE IMAGE, TAKES
070600* THE ROW'S EFFECTIVE DATE
070700*----------------------------------------------------------------
070800 2220-DATE-ONE-PLAN.
070900     IF NOT CAR-BEF-NEW AND NOT CAR-BEF-TERMINATED
071000         MOVE BENEFIT-CODE (CAR-BEN-IDX) TO CAR-SEARCH-CODE
071100         PERFORM 3200-FIND-BEFORE-BENEFIT THRU 3200-EXIT
071200         IF CAR-FOUND-IDX > ZERO
071300             IF CAR-BEF-TYPE (CAR-FOUND-IDX)
071400                     = BENEFIT-TYPE-CODE (CAR-BEN-IDX)
071500                     AND CAR-BEF-AMOUNT (CAR-FOUND-IDX)
071600                     = BENEFIT-AMOUNT (CAR-BEN-IDX)
071700                 GO TO 2220-EXIT
071800             END-IF
071900         END-IF
072000     END-IF.
072100     MOVE 1 TO CAR-EFF-IDX.
072200 2230-CHECK-EFFECTIVE-ENTRY.
072300     IF CAR-EFF-IDX > CAR-EFF-COUNT
072400         GO TO 2220-ADD-ENTRY
072500     END-IF.
072600     IF CAR-EFF-CODE (CAR-EFF-IDX) = BENEFIT-CODE (CAR-BEN-IDX)
072700         MOVE EAU-EFFECTIVE-DATE TO CAR-EFF-DATE (CAR-EFF-IDX)
072800         GO TO 2220-EXIT
072900     END-IF.
073000     ADD 1 TO CAR-EFF-IDX.
073100     GO TO 2230-CHECK-EFFECTIVE-ENTRY.
073200 2220-ADD-ENTRY.
073300     IF CAR-EFF-COUNT < 10
073400         ADD 1 TO CAR-EFF-COUNT
073500         MOVE BENEFIT-CODE (CAR-BEN-IDX)
073600             TO CAR-EFF-CODE (CAR-EFF-COUNT)
073700         MOVE EAU-EFFECTIVE-DATE TO CAR-EFF-DATE (CAR-EFF-COUNT)
073800     END-IF.
073900 2220-EXIT.
074000     EXIT.
074100*----------------------------------------------------------------
074200* 2500-SEND-AUDIT-CHANGES - ONE EMPAUDT ROW. A ROW IN THE DATE
074300* RANGE IS TURNED INTO THE ENROLLMENT CHANGES IT MADE:
074400*   - TERMINATED ON THIS ROW: EVERY PRIOR PLAN ENDS (T)
074500*   - HIRED OR REHIRED ON THIS ROW: EVERY PLAN IS AN ADD (A)
074600*   - OTHERWISE, PLAN BY PLAN: ADD (A), COVERAGE CHANGE (C) OR
074700*     DROP (D)
074800* A ROW FOR AN EMPLOYEE ALREADY TERMINATED SENDS NOTHING
074900*----------------------------------------------------------------
075000 2500-SEND-AUDIT-CHANGES.
075100     READ EMPAUDT NEXT RECORD
075200         AT END
075300             SET CAR-END-OF-EMPAUDT TO TRUE
075400             GO TO 2500-EXIT
075500     END-READ.
075600     ADD 1 TO CAR-READ-COUNT.
075700     ADD 1 TO CAR-AUDIT-COUNT.
075800     IF EAU-EFFECTIVE-DATE < CAR-FROM-DATE
075900             OR EAU-EFFECTIVE-DATE > CAR-TO-DATE
076000         GO TO 2500-EXIT
076100     END-IF.
076200     IF EAU-AFTER-IMAGE = SPACES
076300         GO TO 2500-EXIT
076400     END-IF.
076500     ADD 1 TO CAR-IN-RANGE-COUNT.
076600     PERFORM 3000-DECODE-AUDIT-ROW THRU 3000-EXIT.
076700     MOVE EAU-EFFECTIVE-DATE TO CAR-DTL-EFFECTIVE-DATE.
076800     EVALUATE TRUE
076900         WHEN CAR-BEF-TERMINATED AND TERMINATED
077000             CONTINUE
077100         WHEN TERMINATED
077200             PERFORM 2510-SEND-BEFORE-PLAN THRU 2510-EXIT
077300                 VARYING CAR-BEF-IDX FROM 1 BY 1
077400                 UNTIL CAR-BEF-IDX > CAR-BEF-COUNT
077500         WHEN CAR-BEF-NEW OR CAR-BEF-TERMINATED
077600             PERFORM 2520-SEND-AFTER-PLAN THRU 2520-EXIT
077700                 VARYING CAR-BEN-IDX FROM 1 BY 1
077800                 UNTIL CAR-BEN-IDX > EMP-BENEFIT-COUNT
077900         WHEN OTHER
078000             PERFORM 2520-SEND-AFTER-PLAN THRU 2520-EXIT
078100                 VARYING CAR-BEN-IDX FROM 1 BY 1
078200                 UNTIL CAR-BEN-IDX > EMP-BENEFIT-COUNT
078300             PERFORM 2510-SEND-BEFORE-PLAN THRU 2510-EXIT
078400                 VARYING CAR-BEF-IDX FROM 1 BY 1
078500                 UNTIL CAR-BEF-IDX > CAR-BEF-COUNT
078600     END-EVALUATE.
078700 2500-EXIT.
078800     EXIT.
078900*----------------------------------------------------------------
079000* 2510-SEND-BEFORE-PLAN - A BEFORE-IMAGE PLAN THAT HAS ENDED: A
079100* TERMINATION WHEN THE EMPLOYEE WAS TERMINATED, OTHERWISE A DROP
079200* WHEN THE AFTER IMAGE NO LONGER CARRIES IT
079300*----------------------------------------------------------------
079400 2510-SEND-BEFORE-PLAN.
079500     IF TERMINATED
079600         MOVE 'T' TO CAR-DTL-ACTION
079700     ELSE
079800         IF CAR-BEF-MATCHED (CAR-BEF-IDX)
079900             GO TO 2510-EXIT
080000         END-IF
080100         MOVE 'D' TO CAR-DTL-ACTION
080200     END-IF.
080300     MOVE CAR-BEF-CODE (CAR-BEF-IDX) TO CAR-DTL-PLAN-CODE.
080400     MOVE CAR-BEF-TYPE (CAR-BEF-IDX) TO CAR-DTL-TYPE.
080500     MOVE CAR-BEF-AMOUNT (CAR-BEF-IDX) TO CAR-DTL-AMOUNT.
080600     MOVE SPACE TO CAR-DTL-PRIOR-TYPE.
080700     MOVE ZERO TO CAR-DTL-PRIOR-AMOUNT.
080800     PERFORM 4000-SEND-DETAIL THRU 4000-EXIT.
080900 2510-EXIT.
081000     EXIT.
081100*----------------------------------------------------------------
081200* 2520-SEND-AFTER-PLAN - AN AFTER-IMAGE PLAN: AN ADD WHEN THE
081300* BEFORE IMAGE DID NOT CARRY IT (OR THE EMPLOYEE IS NEW OR
081400* REHIRED), A CHANGE WITH THE PRIOR COVERAGE WHEN ITS TYPE OR
081500* AMOUNT MOVED, AND NOTHING WHEN IT IS UNCHANGED
081600*----------------------------------------------------------------
081700 2520-SEND-AFTER-PLAN.
081800     MOVE 'A' TO CAR-DTL-ACTION.
081900     MOVE BENEFIT-CODE (CAR-BEN-IDX) TO CAR-DTL-PLAN-CODE.
082000     MOVE BENEFIT-TYPE-CODE (CAR-BEN-IDX) TO CAR-DTL-TYPE.
082100     MOVE BENEFIT-AMOUNT (CAR-BEN-IDX) TO CAR-DTL-AMOUNT.
082200     MOVE SPACE TO CAR-DTL-PRIOR-TYPE.
082300     MOVE ZERO TO CAR-DTL-PRIOR-AMOUNT.
082400     IF CAR-BEF-NEW OR CAR-BEF-TERMINATED
082500         GO TO 2520-SEND
082600     END-IF.
082700     MOVE CAR-DTL-PLAN-CODE TO CAR-SEARCH-CODE.
082800     PERFORM 3200-FIND-BEFORE-BENEFIT THRU 3200-EXIT.
082900     IF CAR-FOUND-IDX = ZERO
083000         GO TO 2520-SEND
083100     END-IF.
083200     SET CAR-BEF-MATCHED (CAR-FOUND-IDX) TO TRUE.
083300     IF CAR-BEF-TYPE (CAR-FOUND-IDX) = CAR-DTL-TYPE
083400             AND CAR-BEF-AMOUNT (CAR-FOUND-IDX) = CAR-DTL-AMOUNT
083500         GO TO 2520-EXIT
083600     END-IF.
083700     MOVE 'C' TO CAR-DTL-ACTION.
083800     MOVE CAR-BEF-TYPE (CAR-FOUND-IDX) TO CAR-DTL-PRIOR-TYPE.
083900     MOVE CAR-BEF-AMOUNT (CAR-FOUND-IDX) TO CAR-DTL-PRIOR-AMOUNT.
084000 2520-SEND.
084100     PERFORM 4000-SEND-DETAIL THRU 4000-EXIT.
084200 2520-EXIT.
084300     EXIT.
084400*----------------------------------------------------------------
084500* 3000-DECODE-AUDIT-ROW - KEEP THE BEFORE IMAGE'S STATUS AND
084600* BENEFITS IN THE BEFORE TABLE (A BLANK BEFORE IMAGE IS AN ADD)
084700* AND LEAVE THE AFTER IMAGE IN EMPLOYEE-RECORD
084800*----------------------------------------------------------------
084900 3000-DECODE-AUDIT-ROW.
085000     MOVE ZERO TO CAR-BEF-COUNT.
085100     MOVE SPACE TO CAR-BEF-STATUS.
085200     IF EAU-BEFORE-IMAGE NOT = SPACES
085300         MOVE EAU-BEFORE-IMAGE
085400             TO EMPLOYEE-RECORD (1:CAR-RECORD-LENGTH)
085500         MOVE EMP-STATUS TO CAR-BEF-STATUS
085600         PERFORM 3100-SAVE-BEFORE-BENEFIT THRU 3100-EXIT
085700             VARYING CAR-BEN-IDX FROM 1 BY 1
085800             UNTIL CAR-BEN-IDX > EMP-BENEFIT-COUNT
085900     END-IF.
086000     MOVE EAU-AFTER-IMAGE
086100         TO EMPLOYEE-RECORD (1:CAR-RECORD-LENGTH).
086200 3000-EXIT.
086300     EXIT.
086400*----------------------------------------------------------------
086500* 3100-SAVE-BEFORE-BENEFIT
086600*----------------------------------------------------------------
086700 3100-SAVE-BEFORE-BENEFIT.
086800     ADD 1 TO CAR-BEF-COUNT.
086900     MOVE BENEFIT-CODE (CAR-BEN-IDX)
087000         TO CAR-BEF-CODE (CAR-BEF-COUNT).
087100     MOVE BENEFIT-TYPE-CODE (CAR-BEN-IDX)
087200         TO CAR-BEF-TYPE (CAR-BEF-COUNT).
087300     MOVE BENEFIT-AMOUNT (CAR-BEN-IDX)
087400         TO CAR-BEF-AMOUNT (CAR-BEF-COUNT).
087500     MOVE 'N' TO CAR-BEF-MATCHED-SW (CAR-BEF-COUNT).
087600 3100-EXIT.
087700     EXIT.
087800*----------------------------------------------------------------
087900* 3200-FIND-BEFORE-BENEFIT - LINEAR SEARCH OF THE BEFORE TABLE
088000* FOR CAR-SEARCH-CODE; CAR-FOUND-IDX IS ZERO WHEN IT IS NOT THERE
088100*----------------------------------------------------------------
088200 3200-FIND-BEFORE-BENEFIT.
088300     MOVE ZERO TO CAR-FOUND-IDX.
088400     MOVE 1 TO CAR-BEF-IDX.
088500 3210-CHECK-BEFORE-ENTRY.
088600     IF CAR-BEF-IDX > CAR-BEF-COUNT
088700         GO TO 3200-EXIT
088800     END-IF.
088900     IF CAR-BEF-CODE (CAR-BEF-IDX) = CAR-SEARCH-CODE
089000         MOVE CAR-BEF-IDX TO CAR-FOUND-IDX
089100         GO TO 3200-EXIT
089200     END-IF.
089300     ADD 1 TO CAR-BEF-IDX.
089400     GO TO 3210-CHECK-BEFORE-ENTRY.
089500 3200-EXIT.
089600     EXIT.
089700*----------------------------------------------------------------
089800* 4000-SEND-DETAIL - WRITE THE DETAIL BUILT BY THE CALLER TO ITS
089900* PLAN'S CARRIER FILE AND COUNT IT. A PLAN NOT ON BENPLAN IS AN
090000* EXCEPTION; A PLAN WITH NO CARRIER IS NOT SENT
090100*----------------------------------------------------------------
090200 4000-SEND-DETAIL.
090300     MOVE CAR-DTL-PLAN-CODE TO CAR-SEARCH-CODE.
090400     PERFORM 4100-FIND-PLAN THRU 4100-EXIT.
090500     IF CAR-PLAN-IDX = ZERO
090600         ADD 1 TO CAR-UNKNOWN-PLAN-COUNT
090700         MOVE EMP-ID TO CAR-EMP-ID-DISPLAY
090800         MOVE SPACES TO CAR-REPORT-LINE
090900         STRING '             ' CAR-EMP-ID-DISPLAY ' '
091000             CAR-DTL-PLAN-CODE '    ' CAR-DTL-ACTION
091100             '       PLAN NOT ON BENPLAN - NOT SENT'
091200             DELIMITED BY SIZE INTO CAR-REPORT-LINE
091300         WRITE CAR-REPORT-LINE
091400         GO TO 4000-EXIT
091500     END-IF.
091600     IF CAR-PLAN-CARRIER (CAR-PLAN-IDX) = SPACES
091700         ADD 1 TO CAR-NOT-FED-COUNT
091800         GO TO 4000-EXIT
091900     END-IF.
092000     MOVE CAR-PLAN-FEED-NBR (CAR-PLAN-IDX) TO CAR-FEED-IDX.
092100     MOVE SPACES TO CARRIER-FEED-RECORD.
092200     MOVE 'D' TO CFD-DT-RECORD-TYPE.
092300     MOVE CAR-PLAN-CARRIER (CAR-PLAN-IDX) TO CFD-DT-CARRIER-CODE.
092400     MOVE CAR-DTL-ACTION TO CFD-DT-ACTION-CODE.
092500     MOVE EMP-ID TO CFD-DT-EMP-ID.
092600     MOVE EMP-NAME TO CFD-DT-EMP-NAME.
092700     MOVE EMP-STATUS TO CFD-DT-EMP-STATUS.
092800     MOVE CAR-DTL-PLAN-CODE TO CFD-DT-PLAN-CODE.
092900     MOVE CAR-PLAN-NAME (CAR-PLAN-IDX) TO CFD-DT-PLAN-NAME.
093000     MOVE CAR-DTL-TYPE TO CFD-DT-COVERAGE-TYPE.
093100     MOVE CAR-DTL-AMOUNT TO CFD-DT-COVERAGE-AMOUNT.
093200     MOVE CAR-DTL-EFFECTIVE-DATE TO CFD-DT-EFFECTIVE-DATE.
093300     MOVE CAR-DTL-PRIOR-TYPE TO CFD-DT-PRIOR-TYPE.
093400     MOVE CAR-DTL-PRIOR-AMOUNT TO CFD-DT-PRIOR-AMOUNT.
093500     PERFORM 7000-WRITE-FEED-RECORD THRU 7000-EXIT.
093600     ADD 1 TO CAR-OUT-COUNT.
093700     ADD 1 TO CAR-DETAIL-COUNT.
093800     ADD 1 TO CAR-FD-DETAIL-COUNT (CAR-FEED-IDX).
093900     IF CAR-FD-LAST-EMP-ID (CAR-FEED-IDX) NOT = EMP-ID
094000         ADD 1 TO CAR-FD-MEMBER-COUNT (CAR-FEED-IDX)
094100         MOVE EMP-ID TO CAR-FD-LAST-EMP-ID (CAR-FEED-IDX)
094200     END-IF.
094300     EVALUATE TRUE
094400         WHEN CAR-DTL-ADD
094500             ADD 1 TO CAR-FD-ADD-COUNT (CAR-FEED-IDX)
094600         WHEN CAR-DTL-CHANGE
094700             ADD 1 TO CAR-FD-CHANGE-COUNT (CAR-FEED-IDX)
094800         WHEN CAR-DTL-DROP
094900             ADD 1 TO CAR-FD-DROP-COUNT (CAR-FEED-IDX)
095000         WHEN CAR-DTL-TERMINATION
095100             ADD 1 TO CAR-FD-TERM-COUNT (CAR-FEED-IDX)
095200     END-EVALUATE.
095300 4000-EXIT.
095400     EXIT.
095500*----------------------------------------------------------------
095600* 4100-FIND-PLAN - LINEAR SEARCH OF THE PLAN TABLE FOR
095700* CAR-SEARCH-CODE; CAR-PLAN-IDX IS ZERO WHEN IT IS NOT THERE
095800*----------------------------------------------------------------
095900 4100-FIND-PLAN.
096000     MOVE 1 TO CAR-PLAN-IDX.
096100 4110-CHECK-PLAN-ENTRY.
096200     IF CAR-PLAN-IDX > CAR-PLAN-COUNT
096300         MOVE ZERO TO CAR-PLAN-IDX
096400         GO TO 4100-EXIT
096500     END-IF.
096600     IF CAR-PLAN-CODE (CAR-PLAN-IDX) = CAR-SEARCH-CODE
096700         GO TO 4100-EXIT
096800     END-IF.
096900     ADD 1 TO CAR-PLAN-IDX.
097000     GO TO 4110-CHECK-PLAN-ENTRY.
097100 4100-EXIT.
097200     EXIT.
097300*----------------------------------------------------------------
097400* 7000-WRITE-FEED-RECORD - CARRIER-FEED-RECORD TO THE CARRFDNN
097500* FILE FOR CAR-FEED-IDX
097600*----------------------------------------------------------------
097700 7000-WRITE-FEED-RECORD.
097800     EVALUATE CAR-FEED-IDX
097900         WHEN 1
098000             WRITE CAR-FEED-01-RECORD FROM CARRIER-FEED-RECORD
098100         WHEN 2
098200             WRITE CAR-FEED-02-RECORD FROM CARRIER-FEED-RECORD
098300         WHEN 3
098400             WRITE CAR-FEED-03-RECORD FROM CARRIER-FEED-RECORD
098500         WHEN 4
098600             WRITE CAR-FEED-04-RECORD FROM CARRIER-FEED-RECORD
098700         WHEN 5
098800             WRITE CAR-FEED-05-RECORD FROM CARRIER-FEED-RECORD
098900         WHEN 6
099000             WRITE CAR-FEED-06-RECORD FROM CARRIER-FEED-RECORD
099100         WHEN 7
099200             WRITE CAR-FEED-07-RECORD FROM CARRIER-FEED-RECORD
099300         WHEN 8
099400             WRITE CAR-FEED-08-RECORD FROM CARRIER-FEED-RECORD
099500     END-EVALUATE.
099600 7000-EXIT.
099700     EXIT.
099800*----------------------------------------------------------------
099900* 8000-FINISH-FEEDS - TRAILER AND CLOSE FOR EACH CARRIER FILE,
100000* THEN THE RUN TOTALS
100100*----------------------------------------------------------------
100200 8000-FINISH-FEEDS.
100300     MOVE SPACES TO CAR-REPORT-LINE.
100400     WRITE CAR-REPORT-LINE.
100500     MOVE SPACES TO CAR-REPORT-LINE.
100600     STRING 'CARRIER FILE       RECORDS   MEMBERS      ADDS'
100700         '   CHANGES     DROPS     TERMS'
100800         DELIMITED BY SIZE INTO CAR-REPORT-LINE.
100900     WRITE CAR-REPORT-LINE.
101000     PERFORM 8100-CLOSE-FEED-FILE THRU 8100-EXIT
101100         VARYING CAR-FEED-IDX FROM 1 BY 1
101200         UNTIL CAR-FEED-IDX > CAR-MAX-FEEDS.
101300     MOVE SPACES TO CAR-REPORT-LINE.
101400     WRITE CAR-REPORT-LINE.
101500     IF CAR-CHANGES-ONLY
101600         MOVE CAR-AUDIT-COUNT TO CAR-COUNT-DISPLAY
101700         MOVE SPACES TO CAR-REPORT-LINE
101800         STRING 'EMPAUDT ROWS READ          ' CAR-COUNT-DISPLAY
101900             DELIMITED BY SIZE INTO CAR-REPORT-LINE
102000         WRITE CAR-REPORT-LINE
102100         MOVE CAR-IN-RANGE-COUNT TO CAR-COUNT-DISPLAY
102200         MOVE SPACES TO CAR-REPORT-LINE
102300         STRING 'ROWS IN THE DATE RANGE     ' CAR-COUNT-DISPLAY
102400             DELIMITED BY SIZE INTO CAR-REPORT-LINE
102500         WRITE CAR-REPORT-LINE
102600     ELSE
102700         MOVE CAR-EMPLOYEE-COUNT TO CAR-COUNT-DISPLAY
102800         MOVE SPACES TO CAR-REPORT-LINE
102900         STRING 'EMPLOYEES READ             ' CAR-COUNT-DISPLAY
103000             DELIMITED BY SIZE INTO CAR-REPORT-LINE
103100         WRITE CAR-REPORT-LINE
103200         MOVE CAR-TERMINATED-COUNT TO CAR-COUNT-DISPLAY
103300         MOVE SPACES TO CAR-REPORT-LINE
103400         STRING 'TERMINATED - NOT SENT      ' CAR-COUNT-DISPLAY
103500             DELIMITED BY SIZE INTO CAR-REPORT-LINE
103600         WRITE CAR-REPORT-LINE
103700     END-IF.
103800     MOVE CAR-DETAIL-COUNT TO CAR-COUNT-DISPLAY.
103900     MOVE SPACES TO CAR-REPORT-LINE.
104000     STRING 'DETAIL RECORDS SENT        ' CAR-COUNT-DISPLAY
104100         DELIMITED BY SIZE INTO CAR-REPORT-LINE.
104200     WRITE CAR-REPORT-LINE.
104300     MOVE CAR-NOT-FED-COUNT TO CAR-COUNT-DISPLAY.
104400     MOVE SPACES TO CAR-REPORT-LINE.
104500     STRING 'PLANS WITH NO CARRIER      ' CAR-COUNT-DISPLAY
104600         DELIMITED BY SIZE INTO CAR-REPORT-LINE.
104700     WRITE CAR-REPORT-LINE.
104800     MOVE CAR-UNKNOWN-PLAN-COUNT TO CAR-COUNT-DISPLAY.
104900     MOVE SPACES TO CAR-REPORT-LINE.
105000     STRING 'PLANS NOT ON BENPLAN       ' CAR-COUNT-DISPLAY
105100         DELIMITED BY SIZE INTO CAR-REPORT-LINE.
105200     WRITE CAR-REPORT-LINE.
105300 8000-EXIT.
105400     EXIT.
105500*----------------------------------------------------------------
105600* 8100-CLOSE-FEED-FILE - TRAILER WITH THE FILE'S COUNTS, THE
105700* CLOSE, AND THE FILE'S LINE ON THE REPORT
105800*----------------------------------------------------------------
105900 8100-CLOSE-FEED-FILE.
106000     IF CAR-FD-CARRIER (CAR-FEED-IDX) = SPACES
106100         GO TO 8100-EXIT
106200     END-IF.
106300     MOVE SPACES TO CARRIER-FEED-RECORD.
106400     MOVE 'T' TO CFD-TR-RECORD-TYPE.
106500     MOVE CAR-FD-CARRIER (CAR-FEED-IDX) TO CFD-TR-CARRIER-CODE.
106600     MOVE CAR-FD-DETAIL-COUNT (CAR-FEED-IDX)
106700         TO CFD-TR-DETAIL-COUNT.
106800     MOVE CAR-FD-MEMBER-COUNT (CAR-FEED-IDX)
106900         TO CFD-TR-MEMBER-COUNT.
107000     MOVE CAR-FD-ADD-COUNT (CAR-FEED-IDX) TO CFD-TR-ADD-COUNT.
107100     MOVE CAR-FD-CHANGE-COUNT (CAR-FEED-IDX)
107200         TO CFD-TR-CHANGE-COUNT.
107300     MOVE CAR-FD-DROP-COUNT (CAR-FEED-IDX) TO CFD-TR-DROP-COUNT.
107400     MOVE CAR-FD-TERM-COUNT (CAR-FEED-IDX) TO CFD-TR-TERM-COUNT.
107500     PERFORM 7000-WRITE-FEED-RECORD THRU 7000-EXIT.
107600     EVALUATE CAR-FEED-IDX
107700         WHEN 1
107800             CLOSE CARRFD01
107900         WHEN 2
108000             CLOSE CARRFD02
108100         WHEN 3
108200             CLOSE CARRFD03
108300         WHEN 4
108400             CLOSE CARRFD04
108500         WHEN 5
108600             CLOSE CARRFD05
108700         WHEN 6
108800             CLOSE CARRFD06
108900         WHEN 7
109000             CLOSE CARRFD07
109100         WHEN 8
109200             CLOSE CARRFD08
109300     END-EVALUATE.
109400     MOVE CAR-FEED-IDX TO CAR-FEED-NBR-DISPLAY.
109409     MOVE CAR-FD-DETAIL-COUNT (CAR-FEED-IDX)
109418         TO CAR-DETAIL-DISPLAY.
109427     MOVE CAR-FD-MEMBER-COUNT (CAR-FEED-IDX)
109436         TO CAR-MEMBER-DISPLAY.
109445     MOVE CAR-FD-ADD-COUNT (CAR-FEED-IDX) TO CAR-ADD-DISPLAY.
109454     MOVE CAR-FD-CHANGE-COUNT (CAR-FEED-IDX)
109463         TO CAR-CHANGE-DISPLAY.
109472     MOVE CAR-FD-DROP-COUNT (CAR-FEED-IDX) TO CAR-DROP-DISPLAY.
109481     MOVE CAR-FD-TERM-COUNT (CAR-FEED-IDX) TO CAR-TERM-DISPLAY.
109490     MOVE SPACES TO CAR-REPORT-LINE.
109600     STRING CAR-FD-CARRIER (CAR-FEED-IDX) '   CARRFD'
109700         CAR-FEED-NBR-DISPLAY ' ' CAR-DETAIL-DISPLAY
109800         ' ' CAR-MEMBER-DISPLAY ' ' CAR-ADD-DISPLAY
109900         ' ' CAR-CHANGE-DISPLAY ' ' CAR-DROP-DISPLAY
110000         ' ' CAR-TERM-DISPLAY
110100         DELIMITED BY SIZE INTO CAR-REPORT-LINE.
110500     WRITE CAR-REPORT-LINE.
110600 8100-EXIT.
110700     EXIT.
110800*----------------------------------------------------------------
110900* 9999-TERMINATE - A PLAN NOT ON BENPLAN WAS LEFT OUT OF A FEED,
111000* SO THE RUN ENDS WITH A WARNING; LOG THE RUN AND CLOSE FILES
111100*----------------------------------------------------------------
111200 9999-TERMINATE.
111300     IF CAR-UNKNOWN-PLAN-COUNT > ZERO
111400         MOVE 4 TO RETURN-CODE
111500     END-IF.
111600     MOVE RETURN-CODE TO CAR-RLG-COMPLETION.
111700     MOVE 'E' TO CAR-RLG-FUNCTION.
111800     CALL 'RUNLOG0' USING CAR-RLG-FUNCTION CAR-JOB-NAME
111900         CAR-READ-COUNT CAR-OUT-COUNT CAR-RLG-COMPLETION
112000         CAR-RLG-RETURN-CODE.
112100     DISPLAY 'EMPCARR0 - CARRIER FILES: ' CAR-CARRIER-COUNT
112200         ' DETAIL RECORDS SENT: ' CAR-DETAIL-COUNT
112300         ' EXCEPTIONS: ' CAR-UNKNOWN-PLAN-COUNT.
112400     IF CAR-CHANGES-ONLY
112500         CLOSE EMPAUDT
112600     ELSE
112700         CLOSE EMPMSTR
112800         IF CAR-AUDIT-OPEN
112900             CLOSE EMPAUDT
113000         END-IF
113100     END-IF.
113200     CLOSE CARRRPT.
113300 9999-EXIT.
113400     EXIT.
