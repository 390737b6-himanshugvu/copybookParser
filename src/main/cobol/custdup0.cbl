000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTDUP0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. DEPOSIT-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - DUPLICATE CUSTOMER MATCHING
001100*                 AND HOUSEHOLDING. CUSTUPDT0 ONLY CATCHES A
001200*                 REPEATED CUSTOMER-ID, SO THE WHOLE MASTER IS
001300*                 LOADED AND EVERY PAIR OF CUSTOMERS IS SCORED:
001400*                 SAME FIRST AND LAST NAME, SAME STREET AND ZIP,
001500*                 SAME EMAIL, AND ANY PHONE NUMBER IN COMMON.
001600*                 PAIRS AT OR OVER THE CUSTPARM MATCH THRESHOLD
001700*                 ARE LISTED WITH BOTH BALANCES AND STATUSES FOR
001800*                 REVIEW; NOTHING IS MERGED. CUSTOMERS AT THE SAME
001900*                 STREET AND ZIP SHARE A HOUSEHOLD-ID (THE LOWEST
002000*                 CUSTOMER-ID AT THE ADDRESS), WRITTEN BACK TO
002100*                 THE MASTER IN PLACE THE WAY CUSTDOR0 REWRITES,
002200*                 SO MAILINGS CAN SEND ONE PIECE PER HOUSEHOLD.
002300*                 THE RUN IS LOGGED TO THE SHARED RUNLOG FACILITY.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS DUP-CUSTMSTR-STATUS.
003400     SELECT CUSTPARM ASSIGN TO CUSTPARM
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS DUP-CUSTPARM-STATUS.
003700     SELECT DUPRPT ASSIGN TO DUPRPT
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS DUP-DUPRPT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CUSTMSTR
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500     COPY "src/main/resources/customer-record.cbl".
004600 FD  CUSTPARM
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900     COPY "src/main/resources/custparm-record.cbl".
005000 FD  DUPRPT
005100     LABEL RECORDS ARE OMITTED.
005200 01  DUP-REPORT-LINE            PIC X(80).
005300 WORKING-STORAGE SECTION.
005400*----------------------------------------------------------------
005500* FILE STATUS AND SWITCHES
005600*----------------------------------------------------------------
005700 77  DUP-CUSTMSTR-STATUS        PIC XX.
005800     88  DUP-CUSTMSTR-OK            VALUE '00'.
005900 77  DUP-CUSTPARM-STATUS        PIC XX.
006000     88  DUP-CUSTPARM-OK            VALUE '00'.
006100 77  DUP-DUPRPT-STATUS          PIC XX.
006200     88  DUP-DUPRPT-OK              VALUE '00'.
006300 77  DUP-END-OF-CUSTMSTR-SW     PIC X       VALUE 'N'.
006400     88  DUP-END-OF-CUSTMSTR        VALUE 'Y'.
006500 77  DUP-TABLE-FULL-SW          PIC X       VALUE 'N'.
006600     88  DUP-TABLE-FULL             VALUE 'Y'.
006700 77  DUP-PHONE-SHARED-SW        PIC X.
006800     88  DUP-PHONE-SHARED           VALUE 'Y'.
006900*----------------------------------------------------------------
007000* MATCH WEIGHTS AND THRESHOLD (DEFAULTED, OVERRIDDEN BY
007100* CUSTPARM). NAME AND ADDRESS TOGETHER REACH THE DEFAULT; TWO
007200* PEOPLE SHARING A HOME AND A LANDLINE DO NOT
007300*----------------------------------------------------------------
007400 77  DUP-NAME-WEIGHT            PIC 9(3)    VALUE 40.
007500 77  DUP-ADDRESS-WEIGHT         PIC 9(3)    VALUE 30.
007600 77  DUP-EMAIL-WEIGHT           PIC 9(3)    VALUE 40.
007700 77  DUP-PHONE-WEIGHT           PIC 9(3)    VALUE 30.
007800 77  DUP-MATCH-THRESHOLD        PIC 9(3)    VALUE 70.
007900*----------------------------------------------------------------
008000* CUSTOMER TABLE - THE MATCH FIELDS OF EVERY MASTER ROW, IN
008100* MASTER ORDER, SO EACH PAIR CAN BE SCORED WITHOUT REREADING
008200*----------------------------------------------------------------
008300 77  DUP-MAX-CUSTOMERS          PIC 9(5)    COMP  VALUE 5000.
008400 77  DUP-CUST-COUNT             PIC 9(5)    COMP  VALUE ZERO.
008500 77  DUP-IDX-A                  PIC 9(5)    COMP.
008600 77  DUP-IDX-B                  PIC 9(5)    COMP.
008700 77  DUP-PHONE-A                PIC 9(2)    COMP.
008800 77  DUP-PHONE-B                PIC 9(2)    COMP.
008900 01  DUP-CUST-TABLE.
009000     03  DUP-CUST-ENTRY         OCCURS 5000 TIMES.
009100         05  DUP-CUST-ID            PIC 9(6).
009200         05  DUP-CUST-FIRST-NAME    PIC X(20).
009300         05  DUP-CUST-LAST-NAME     PIC X(25).
009400         05  DUP-CUST-STREET        PIC X(40).
009500         05  DUP-CUST-ZIP           PIC 9(5).
009600         05  DUP-CUST-EMAIL         PIC X(50).
009700         05  DUP-CUST-BALANCE       PIC S9(7)V99 COMP-3.
009800         05  DUP-CUST-STATUS        PIC X.
009900         05  DUP-CUST-HOUSEHOLD     PIC 9(6).
010000         05  DUP-CUST-MEMBERS       PIC 9(5)    COMP.
010100         05  DUP-CUST-PHONE-COUNT   PIC 9(2)    COMP.
010200         05  DUP-CUST-PHONE         PIC 9(10)   OCCURS 5 TIMES.
010300*----------------------------------------------------------------
010400* PER-PAIR WORK AREAS
010500*----------------------------------------------------------------
010600 77  DUP-PAIR-SCORE             PIC 9(3).
010700 01  DUP-MATCH-FLAGS.
010800     03  DUP-NAME-FLAG          PIC X(05).
010900     03  FILLER                 PIC X       VALUE SPACE.
011000     03  DUP-ADDRESS-FLAG       PIC X(07).
011100     03  FILLER                 PIC X       VALUE SPACE.
011200     03  DUP-EMAIL-FLAG         PIC X(05).
011300     03  FILLER                 PIC X       VALUE SPACE.
011400     03  DUP-PHONE-FLAG         PIC X(05).
011500*----------------------------------------------------------------
011600* CONTROL TOTALS
011700*----------------------------------------------------------------
011800 77  DUP-CUSTOMER-COUNT         PIC 9(7)    VALUE ZERO.
011900 77  DUP-PAIR-COUNT             PIC 9(7)    VALUE ZERO.
012000 77  DUP-HOUSEHOLD-COUNT        PIC 9(7)    VALUE ZERO.
012100 77  DUP-SHARED-HOUSEHOLD-COUNT PIC 9(7)    VALUE ZERO.
012200 77  DUP-SHARED-MEMBER-COUNT    PIC 9(7)    VALUE ZERO.
012300 77  DUP-CHANGED-COUNT          PIC 9(7)    VALUE ZERO.
012400*----------------------------------------------------------------
012500* REPORT FORMATTING WORK AREAS
012600*----------------------------------------------------------------
012700 77  DUP-BALANCE-DISPLAY        PIC -(7)9.99.
012800 77  DUP-IDX-SHOW               PIC 9(5)    COMP.
012900*----------------------------------------------------------------
013000* RUN-LOG WORK AREAS
013100*----------------------------------------------------------------
013200 77  DUP-JOB-NAME               PIC X(08)   VALUE 'CUSTDUP0'.
013300 77  DUP-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
013400 77  DUP-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
013500 77  DUP-RLG-FUNCTION           PIC X.
013600 77  DUP-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
013700 77  DUP-RLG-RETURN-CODE        PIC 9(2)    COMP.
013800 PROCEDURE DIVISION.
013900*----------------------------------------------------------------
014000* 0000-MAINLINE
014100*----------------------------------------------------------------
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014400     PERFORM 2000-LOAD-CUSTOMER THRU 2000-EXIT
014500         UNTIL DUP-END-OF-CUSTMSTR.
014600     IF DUP-TABLE-FULL
014700         DISPLAY 'CUSTDUP0 - MORE THAN ' DUP-MAX-CUSTOMERS
014800             ' CUSTOMERS - RUN FAILED'
014900         MOVE 8 TO RETURN-CODE
015000     ELSE
015100         PERFORM 3000-SCORE-AGAINST-REST THRU 3000-EXIT
015200             VARYING DUP-IDX-A FROM 1 BY 1
015300             UNTIL DUP-IDX-A > DUP-CUST-COUNT
015400         PERFORM 4000-ASSIGN-HOUSEHOLD THRU 4000-EXIT
015500             VARYING DUP-IDX-A FROM 1 BY 1
015600             UNTIL DUP-IDX-A > DUP-CUST-COUNT
015700         PERFORM 5000-UPDATE-MASTER THRU 5000-EXIT
015800     END-IF.
015900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
016000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
016100     GOBACK.
016200*----------------------------------------------------------------
016300* 1000-INITIALIZE - LOAD THE THRESHOLD, OPEN THE MASTER FOR THE
016400* LOAD PASS, AND WRITE THE REPORT HEADING
016500*----------------------------------------------------------------
016600 1000-INITIALIZE.
016700     MOVE 'S' TO DUP-RLG-FUNCTION.
016800     CALL 'RUNLOG0' USING DUP-RLG-FUNCTION DUP-JOB-NAME
016900         DUP-READ-COUNT DUP-OUT-COUNT DUP-RLG-COMPLETION
017000         DUP-RLG-RETURN-CODE.
017100     OPEN INPUT CUSTPARM.
017200     IF DUP-CUSTPARM-OK
017300         READ CUSTPARM
017400             AT END
017500                 CONTINUE
017600             NOT AT END
017700                 IF CPM-MATCH-THRESHOLD NUMERIC
017800                         AND CPM-MATCH-THRESHOLD > ZERO
017900                     MOVE CPM-MATCH-THRESHOLD
018000                         TO DUP-MATCH-THRESHOLD
018100                 END-IF
018200         END-READ
018300         CLOSE CUSTPARM
018400     END-IF.
018500     OPEN INPUT CUSTMSTR.
018600     IF NOT DUP-CUSTMSTR-OK
018700         DISPLAY 'CUSTDUP0 - UNABLE TO OPEN CUSTMSTR '
018800             DUP-CUSTMSTR-STATUS ' - RUN FAILED'
018900         MOVE 8 TO RETURN-CODE
019000         GO TO 9999-EXIT
019100     END-IF.
019200     OPEN OUTPUT DUPRPT.
019300     MOVE SPACES TO DUP-REPORT-LINE.
019400     STRING 'DUPLICATE CUSTOMER CANDIDATES - MATCH THRESHOLD '
019500         DUP-MATCH-THRESHOLD
019600         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
019700     WRITE DUP-REPORT-LINE.
019800     MOVE SPACES TO DUP-REPORT-LINE.
019900     STRING 'WEIGHTS - NAME ' DUP-NAME-WEIGHT
020000         ' STREET+ZIP ' DUP-ADDRESS-WEIGHT
020100         ' EMAIL ' DUP-EMAIL-WEIGHT
020200         ' SHARED PHONE ' DUP-PHONE-WEIGHT
020300         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
020400     WRITE DUP-REPORT-LINE.
020500 1000-EXIT.
020600     EXIT.
020700*----------------------------------------------------------------
020800* 2000-LOAD-CUSTOMER - ONE MASTER ROW INTO THE TABLE. A MASTER
020900* LARGER THAN THE TABLE CANNOT BE FULLY MATCHED OR HOUSEHOLDED,
021000* SO IT FAILS THE RUN BEFORE ANYTHING IS WRITTEN BACK
021100*----------------------------------------------------------------
021200 2000-LOAD-CUSTOMER.
021300     READ CUSTMSTR
021400         AT END
021500             SET DUP-END-OF-CUSTMSTR TO TRUE
021600             GO TO 2000-EXIT
021700     END-READ.
021800     ADD 1 TO DUP-READ-COUNT.
021900     ADD 1 TO DUP-CUSTOMER-COUNT.
022000     IF DUP-CUST-COUNT >= DUP-MAX-CUSTOMERS
022100         SET DUP-TABLE-FULL TO TRUE
022200         SET DUP-END-OF-CUSTMSTR TO TRUE
022300         GO TO 2000-EXIT
022400     END-IF.
022500     ADD 1 TO DUP-CUST-COUNT.
022600     MOVE CUSTOMER-ID TO DUP-CUST-ID (DUP-CUST-COUNT).
022700     MOVE FIRST-NAME TO DUP-CUST-FIRST-NAME (DUP-CUST-COUNT).
022800     MOVE LAST-NAME TO DUP-CUST-LAST-NAME (DUP-CUST-COUNT).
022900     MOVE STREET-ADDRESS TO DUP-CUST-STREET (DUP-CUST-COUNT).
023000     MOVE ZIP-CODE TO DUP-CUST-ZIP (DUP-CUST-COUNT).
023100     MOVE EMAIL-ADDRESS TO DUP-CUST-EMAIL (DUP-CUST-COUNT).
023200     MOVE ACCOUNT-BALANCE TO DUP-CUST-BALANCE (DUP-CUST-COUNT).
023300     MOVE ACCOUNT-STATUS TO DUP-CUST-STATUS (DUP-CUST-COUNT).
023400     MOVE ZERO TO DUP-CUST-HOUSEHOLD (DUP-CUST-COUNT).
023500     MOVE ZERO TO DUP-CUST-MEMBERS (DUP-CUST-COUNT).
023600     MOVE PHONE-COUNT TO DUP-CUST-PHONE-COUNT (DUP-CUST-COUNT).
023700     PERFORM 2100-LOAD-ONE-PHONE THRU 2100-EXIT
023800         VARYING DUP-PHONE-A FROM 1 BY 1
023900         UNTIL DUP-PHONE-A > PHONE-COUNT.
024000 2000-EXIT.
024100     EXIT.
024200*----------------------------------------------------------------
024300* 2100-LOAD-ONE-PHONE
024400*----------------------------------------------------------------
024500 2100-LOAD-ONE-PHONE.
024600     MOVE PHONE-NUMBER (DUP-PHONE-A)
024700         TO DUP-CUST-PHONE (DUP-CUST-COUNT, DUP-PHONE-A).
024800 2100-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100* 3000-SCORE-AGAINST-REST - SCORE CUSTOMER A AGAINST EVERY
025200* CUSTOMER AFTER IT, SO EACH PAIR IS SCORED ONCE
025300*----------------------------------------------------------------
025400 3000-SCORE-AGAINST-REST.
025500     COMPUTE DUP-IDX-B = DUP-IDX-A + 1.
025600     PERFORM 3100-SCORE-ONE-PAIR THRU 3100-EXIT
025700         VARYING DUP-IDX-B FROM DUP-IDX-B BY 1
025800         UNTIL DUP-IDX-B > DUP-CUST-COUNT.
025900 3000-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
026200* 3100-SCORE-ONE-PAIR - ADD THE WEIGHT OF EACH ELEMENT THE TWO
026300* CUSTOMERS SHARE. A BLANK FIELD NEVER MATCHES A BLANK FIELD
026400*----------------------------------------------------------------
026500 3100-SCORE-ONE-PAIR.
026600     MOVE ZERO TO DUP-PAIR-SCORE.
026700     MOVE SPACES TO DUP-NAME-FLAG DUP-ADDRESS-FLAG
026800         DUP-EMAIL-FLAG DUP-PHONE-FLAG.
026900     IF DUP-CUST-LAST-NAME (DUP-IDX-A) NOT = SPACES
027000             AND DUP-CUST-LAST-NAME (DUP-IDX-A)
027100                 = DUP-CUST-LAST-NAME (DUP-IDX-B)
027200             AND DUP-CUST-FIRST-NAME (DUP-IDX-A)
027300                 = DUP-CUST-FIRST-NAME (DUP-IDX-B)
027400         ADD DUP-NAME-WEIGHT TO DUP-PAIR-SCORE
027500         MOVE 'NAME' TO DUP-NAME-FLAG
027600     END-IF.
027700     IF DUP-CUST-STREET (DUP-IDX-A) NOT = SPACES
027800             AND DUP-CUST-STREET (DUP-IDX-A)
027900                 = DUP-CUST-STREET (DUP-IDX-B)
028000             AND DUP-CUST-ZIP (DUP-IDX-A)
028100                 = DUP-CUST-ZIP (DUP-IDX-B)
028200         ADD DUP-ADDRESS-WEIGHT TO DUP-PAIR-SCORE
028300         MOVE 'ADDRESS' TO DUP-ADDRESS-FLAG
028400     END-IF.
028500     IF DUP-CUST-EMAIL (DUP-IDX-A) NOT = SPACES
028600             AND DUP-CUST-EMAIL (DUP-IDX-A)
028700                 = DUP-CUST-EMAIL (DUP-IDX-B)
028800         ADD DUP-EMAIL-WEIGHT TO DUP-PAIR-SCORE
028900         MOVE 'EMAIL' TO DUP-EMAIL-FLAG
029000     END-IF.
029100     MOVE 'N' TO DUP-PHONE-SHARED-SW.
029200     PERFORM 3200-CHECK-ONE-PHONE THRU 3200-EXIT
029300         VARYING DUP-PHONE-A FROM 1 BY 1
029400         UNTIL DUP-PHONE-A > DUP-CUST-PHONE-COUNT (DUP-IDX-A)
029500             OR DUP-PHONE-SHARED
029600         AFTER DUP-PHONE-B FROM 1 BY 1
029700         UNTIL DUP-PHONE-B > DUP-CUST-PHONE-COUNT (DUP-IDX-B)
029800             OR DUP-PHONE-SHARED.
029900     IF DUP-PHONE-SHARED
030000         ADD DUP-PHONE-WEIGHT TO DUP-PAIR-SCORE
030100         MOVE 'PHONE' TO DUP-PHONE-FLAG
030200     END-IF.
030300     IF DUP-PAIR-SCORE < DUP-MATCH-THRESHOLD
030400         GO TO 3100-EXIT
030500     END-IF.
030600     ADD 1 TO DUP-PAIR-COUNT.
030700     ADD 1 TO DUP-OUT-COUNT.
030800     MOVE SPACES TO DUP-REPORT-LINE.
030900     WRITE DUP-REPORT-LINE.
031000     MOVE SPACES TO DUP-REPORT-LINE.
031100     STRING 'SCORE ' DUP-PAIR-SCORE ' - MATCHED ON: '
031200         DUP-MATCH-FLAGS
031300         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
031400     WRITE DUP-REPORT-LINE.
031500     MOVE DUP-IDX-A TO DUP-IDX-SHOW.
031600     PERFORM 3300-WRITE-PAIR-MEMBER THRU 3300-EXIT.
031700     MOVE DUP-IDX-B TO DUP-IDX-SHOW.
031800     PERFORM 3300-WRITE-PAIR-MEMBER THRU 3300-EXIT.
031900 3100-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200* 3200-CHECK-ONE-PHONE - ANY NON-ZERO NUMBER ON BOTH CUSTOMERS
032300*----------------------------------------------------------------
032400 3200-CHECK-ONE-PHONE.
032500     IF DUP-CUST-PHONE (DUP-IDX-A, DUP-PHONE-A) NOT = ZERO
032600             AND DUP-CUST-PHONE (DUP-IDX-A, DUP-PHONE-A)
032700                 = DUP-CUST-PHONE (DUP-IDX-B, DUP-PHONE-B)
032800         SET DUP-PHONE-SHARED TO TRUE
032900     END-IF.
033000 3200-EXIT.
033100     EXIT.
033200*----------------------------------------------------------------
033300* 3300-WRITE-PAIR-MEMBER - ONE SIDE OF A CANDIDATE PAIR WITH ITS
033400* BALANCE AND STATUS
033500*----------------------------------------------------------------
033600 3300-WRITE-PAIR-MEMBER.
033700     MOVE DUP-CUST-BALANCE (DUP-IDX-SHOW) TO DUP-BALANCE-DISPLAY.
033800     MOVE SPACES TO DUP-REPORT-LINE.
033900     STRING '  ' DUP-CUST-ID (DUP-IDX-SHOW) ' '
034000         DUP-CUST-LAST-NAME (DUP-IDX-SHOW) (1:20) ' '
034100         DUP-CUST-FIRST-NAME (DUP-IDX-SHOW) (1:15) ' '
034200         DUP-BALANCE-DISPLAY ' STATUS '
034300         DUP-CUST-STATUS (DUP-IDX-SHOW)
034400         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
034500     WRITE DUP-REPORT-LINE.
034600 3300-EXIT.
034700     EXIT.
034800*----------------------------------------------------------------
034900* 4000-ASSIGN-HOUSEHOLD - THE FIRST CUSTOMER NOT YET IN A
035000* HOUSEHOLD STARTS ONE UNDER ITS OWN CUSTOMER-ID (THE TABLE IS
035100* IN CUSTOMER-ID ORDER, SO THAT IS THE LOWEST AT THE ADDRESS)
035200* AND PULLS IN EVERY LATER CUSTOMER AT THE SAME STREET AND ZIP.
035300* A CUSTOMER WITH NO STREET ADDRESS IS A HOUSEHOLD OF ONE
035400*----------------------------------------------------------------
035500 4000-ASSIGN-HOUSEHOLD.
035600     IF DUP-CUST-HOUSEHOLD (DUP-IDX-A) NOT = ZERO
035700         GO TO 4000-EXIT
035800     END-IF.
035900     ADD 1 TO DUP-HOUSEHOLD-COUNT.
036000     MOVE DUP-CUST-ID (DUP-IDX-A)
036100         TO DUP-CUST-HOUSEHOLD (DUP-IDX-A).
036200     MOVE 1 TO DUP-CUST-MEMBERS (DUP-IDX-A).
036300     IF DUP-CUST-STREET (DUP-IDX-A) = SPACES
036400         GO TO 4000-EXIT
036500     END-IF.
036600     COMPUTE DUP-IDX-B = DUP-IDX-A + 1.
036700     PERFORM 4100-CHECK-SAME-ADDRESS THRU 4100-EXIT
036800         VARYING DUP-IDX-B FROM DUP-IDX-B BY 1
036900         UNTIL DUP-IDX-B > DUP-CUST-COUNT.
037000     IF DUP-CUST-MEMBERS (DUP-IDX-A) > 1
037100         ADD 1 TO DUP-SHARED-HOUSEHOLD-COUNT
037200         ADD DUP-CUST-MEMBERS (DUP-IDX-A)
037300             TO DUP-SHARED-MEMBER-COUNT
037400     END-IF.
037500 4000-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800* 4100-CHECK-SAME-ADDRESS
037900*----------------------------------------------------------------
038000 4100-CHECK-SAME-ADDRESS.
038100     IF DUP-CUST-HOUSEHOLD (DUP-IDX-B) = ZERO
038200             AND DUP-CUST-STREET (DUP-IDX-B)
038300                 = DUP-CUST-STREET (DUP-IDX-A)
038400             AND DUP-CUST-ZIP (DUP-IDX-B)
038500                 = DUP-CUST-ZIP (DUP-IDX-A)
038600         MOVE DUP-CUST-ID (DUP-IDX-A)
038700             TO DUP-CUST-HOUSEHOLD (DUP-IDX-B)
038800         ADD 1 TO DUP-CUST-MEMBERS (DUP-IDX-A)
038900     END-IF.
039000 4100-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300* 5000-UPDATE-MASTER - SECOND PASS OVER THE MASTER, OPENED I-O,
039400* REWRITING ONLY THE ROWS WHOSE HOUSEHOLD-ID CHANGED. THE ROWS
039500* COME BACK IN THE ORDER THEY WERE LOADED
039600*----------------------------------------------------------------
039700 5000-UPDATE-MASTER.
039800     CLOSE CUSTMSTR.
039900     OPEN I-O CUSTMSTR.
040000     IF NOT DUP-CUSTMSTR-OK
040100         DISPLAY 'CUSTDUP0 - UNABLE TO REOPEN CUSTMSTR '
040200             DUP-CUSTMSTR-STATUS ' - HOUSEHOLDS NOT WRITTEN'
040300         MOVE 8 TO RETURN-CODE
040400         GO TO 5000-EXIT
040500     END-IF.
040600     MOVE 'N' TO DUP-END-OF-CUSTMSTR-SW.
040700     PERFORM 5100-UPDATE-ONE-CUSTOMER THRU 5100-EXIT
040800         VARYING DUP-IDX-A FROM 1 BY 1
040900         UNTIL DUP-IDX-A > DUP-CUST-COUNT
041000             OR DUP-END-OF-CUSTMSTR.
041100 5000-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400* 5100-UPDATE-ONE-CUSTOMER - A ROW THAT IS NOT THE ONE LOADED IN
041500* THIS POSITION MEANS THE MASTER MOVED UNDER THE RUN; STOP
041600*----------------------------------------------------------------
041700 5100-UPDATE-ONE-CUSTOMER.
041800     READ CUSTMSTR
041900         AT END
042000             SET DUP-END-OF-CUSTMSTR TO TRUE
042100             GO TO 5100-EXIT
042200     END-READ.
042300     IF CUSTOMER-ID NOT = DUP-CUST-ID (DUP-IDX-A)
042400         DISPLAY 'CUSTDUP0 - CUSTMSTR CHANGED DURING RUN AT '
042500             CUSTOMER-ID ' - HOUSEHOLDS INCOMPLETE'
042600         MOVE 8 TO RETURN-CODE
042700         SET DUP-END-OF-CUSTMSTR TO TRUE
042800         GO TO 5100-EXIT
042900     END-IF.
043000     IF HOUSEHOLD-ID = DUP-CUST-HOUSEHOLD (DUP-IDX-A)
043100         GO TO 5100-EXIT
043200     END-IF.
043300     MOVE DUP-CUST-HOUSEHOLD (DUP-IDX-A) TO HOUSEHOLD-ID.
043400     REWRITE CUSTOMER-RECORD.
043500     ADD 1 TO DUP-CHANGED-COUNT.
043600 5100-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900* 8000-WRITE-TOTALS
044000*----------------------------------------------------------------
044100 8000-WRITE-TOTALS.
044200     MOVE SPACES TO DUP-REPORT-LINE.
044300     WRITE DUP-REPORT-LINE.
044400     MOVE SPACES TO DUP-REPORT-LINE.
044500     STRING 'CUSTOMERS READ:           ' DUP-CUSTOMER-COUNT
044600         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
044700     WRITE DUP-REPORT-LINE.
044800     MOVE SPACES TO DUP-REPORT-LINE.
044900     STRING 'CANDIDATE PAIRS:          ' DUP-PAIR-COUNT
045000         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
045100     WRITE DUP-REPORT-LINE.
045200     MOVE SPACES TO DUP-REPORT-LINE.
045300     STRING 'HOUSEHOLDS:               ' DUP-HOUSEHOLD-COUNT
045400         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
045500     WRITE DUP-REPORT-LINE.
045600     MOVE SPACES TO DUP-REPORT-LINE.
045700     STRING 'SHARED HOUSEHOLDS:        '
045800         DUP-SHARED-HOUSEHOLD-COUNT
045900         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
046000     WRITE DUP-REPORT-LINE.
046100     MOVE SPACES TO DUP-REPORT-LINE.
046200     STRING 'CUSTOMERS IN SHARED:      ' DUP-SHARED-MEMBER-COUNT
046300         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
046400     WRITE DUP-REPORT-LINE.
046500     MOVE SPACES TO DUP-REPORT-LINE.
046600     STRING 'HOUSEHOLD-IDS CHANGED:    ' DUP-CHANGED-COUNT
046700         DELIMITED BY SIZE INTO DUP-REPORT-LINE.
046800     WRITE DUP-REPORT-LINE.
046900 8000-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 9999-TERMINATE - CLOSE FILES AND LOG THE RUN
047300*----------------------------------------------------------------
047400 9999-TERMINATE.
047500     MOVE RETURN-CODE TO DUP-RLG-COMPLETION.
047600     MOVE 'E' TO DUP-RLG-FUNCTION.
047700     CALL 'RUNLOG0' USING DUP-RLG-FUNCTION DUP-JOB-NAME
047800         DUP-READ-COUNT DUP-OUT-COUNT DUP-RLG-COMPLETION
047900         DUP-RLG-RETURN-CODE.
048000     DISPLAY 'CUSTDUP0 - CANDIDATE PAIRS: ' DUP-PAIR-COUNT
048100         ' HOUSEHOLD-IDS CHANGED: ' DUP-CHANGED-COUNT.
048200     CLOSE CUSTMSTR.
048300     CLOSE DUPRPT.
048400 9999-EXIT.
048500     EXIT.
