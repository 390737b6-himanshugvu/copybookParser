000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTSTM0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. DEPOSIT-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - MONTH-END CUSTOMER STATEMENT
001100*                 RUN OVER THE PERMANENT CUSTOMER LEDGER THAT
001200*                 CUSTPOST0 AND CUSTACR0 FEED THROUGH CUSTLDG0.
001300*                 EACH ACCOUNT GETS A STATEMENT ADDRESSED FROM
001400*                 CUSTOMER-RECORD SHOWING THE OPENING BALANCE,
001500*                 EVERY DEBIT, CREDIT, INTEREST CREDIT, AND FEE
001600*                 IN THE MONTH, AND THE CLOSING BALANCE. THE RUN
001700*                 PROVES ITSELF: EACH LEDGER ROW'S RUNNING
001800*                 BALANCE MUST FOLLOW FROM THE ONE BEFORE IT, AND
001900*                 THE CLOSING BALANCE (PLUS ANY LEDGER MOVEMENT
002000*                 DATED AFTER THE MONTH) MUST EQUAL
002100*                 ACCOUNT-BALANCE ON CUSTMSTR. AN ACCOUNT THAT
002200*                 FAILS EITHER TEST IS LISTED ON THE CONTROL
002300*                 REPORT AND FAILS THE RUN. A CLOSED ACCOUNT WITH
002400*                 NO MOVEMENT IN THE MONTH GETS NO STATEMENT BUT
002500*                 IS STILL PROVED. THE MONTH COMES FROM AN
002600*                 OPTIONAL STMTPARM CONTROL RECORD AND DEFAULTS
002700*                 TO THE PRIOR CALENDAR MONTH.
002716* 2026-10-15 DS   RETURNED-ITEM (NSF) FEES PRINT AS THEIR OWN LINE
002732*                 AND FOOT WITH THE OTHER FEES. A REVERSAL FOOTS
002748*                 WITH THE CLASS IT BACKED OUT (A REVERSED DEBIT
002764*                 REDUCES THE DEBITS, A REVERSED CREDIT THE
002780*                 CREDITS). ITEM LINES NOW SHOW THE REFERENCE
002786*                 AND THE ACTIVITY DATE THE ITEM CARRIED; THE
002792*                 LEDGER DATE IS THE RUN DATE THAT POSTED IT.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS STM-CUSTMSTR-STATUS.
003800     SELECT CUSTLEDG ASSIGN TO CUSTLEDG
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CLG-KEY
004200         FILE STATUS IS STM-CUSTLEDG-STATUS.
004300     SELECT STMTPARM ASSIGN TO STMTPARM
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS STM-STMTPARM-STATUS.
004600     SELECT CUSTSTMT ASSIGN TO CUSTSTMT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS STM-CUSTSTMT-STATUS.
004900     SELECT STMTRPT ASSIGN TO STMTRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS STM-STMTRPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CUSTMSTR
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700     COPY "src/main/resources/customer-record.cbl".
005800 FD  CUSTLEDG
005900     LABEL RECORDS ARE STANDARD.
006000     COPY "src/main/resources/cust-ledger-record.cbl".
006100 FD  STMTPARM
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "src/main/resources/stmt-parm-record.cbl".
006500 FD  CUSTSTMT
006600     LABEL RECORDS ARE OMITTED.
006700 01  STM-STATEMENT-LINE         PIC X(80).
006800 FD  STMTRPT
006900     LABEL RECORDS ARE OMITTED.
007000 01  STM-REPORT-LINE            PIC X(80).
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------------
007300* FILE STATUS AND SWITCHES
007400*----------------------------------------------------------------
007500 77  STM-CUSTMSTR-STATUS        PIC XX.
007600     88  STM-CUSTMSTR-OK            VALUE '00'.
007700 77  STM-CUSTLEDG-STATUS        PIC XX.
007800     88  STM-CUSTLEDG-OK            VALUE '00'.
007900 77  STM-STMTPARM-STATUS        PIC XX.
008000     88  STM-STMTPARM-OK            VALUE '00'.
008100 77  STM-CUSTSTMT-STATUS        PIC XX.
008200     88  STM-CUSTSTMT-OK            VALUE '00'.
008300 77  STM-STMTRPT-STATUS         PIC XX.
008400     88  STM-STMTRPT-OK             VALUE '00'.
008500 77  STM-END-OF-CUSTMSTR-SW     PIC X       VALUE 'N'.
008600     88  STM-END-OF-CUSTMSTR        VALUE 'Y'.
008700 77  STM-END-OF-LEDGER-SW       PIC X       VALUE 'N'.
008800     88  STM-END-OF-LEDGER          VALUE 'Y'.
008900 77  STM-HAVE-OPENING-SW        PIC X       VALUE 'N'.
009000     88  STM-HAVE-OPENING           VALUE 'Y'.
009100 77  STM-HEADER-PRINTED-SW      PIC X       VALUE 'N'.
009200     88  STM-HEADER-PRINTED         VALUE 'Y'.
009300 77  STM-CHAIN-BROKEN-SW        PIC X       VALUE 'N'.
009400     88  STM-CHAIN-BROKEN           VALUE 'Y'.
009500*----------------------------------------------------------------
009600* STATEMENT PERIOD - A CALENDAR MONTH; LEDGER ROWS ARE COMPARED
009700* ON THEIR YEAR AND MONTH, SO NO MONTH-LENGTH TABLE IS NEEDED
009800*----------------------------------------------------------------
009900 77  STM-TODAY-DATE             PIC 9(8).
010000 77  STM-PERIOD                 PIC 9(6)    VALUE ZERO.
010100 01  STM-PERIOD-START-DATE.
010200     03  STM-PERIOD-START-YEAR  PIC 9(4).
010300     03  STM-PERIOD-START-MONTH PIC 9(2).
010400     03  STM-PERIOD-START-DAY   PIC 9(2).
010500 77  STM-ROW-PERIOD             PIC 9(6).
010600*----------------------------------------------------------------
010700* PER-ACCOUNT ACCUMULATORS
010800*----------------------------------------------------------------
010900 77  STM-OPENING-BALANCE        PIC S9(9)V99 COMP-3.
011000 77  STM-CLOSING-BALANCE        PIC S9(9)V99 COMP-3.
011100 77  STM-CHAIN-BALANCE          PIC S9(9)V99 COMP-3.
011200 77  STM-LATER-ACTIVITY         PIC S9(9)V99 COMP-3.
011300 77  STM-EXPECTED-BALANCE       PIC S9(9)V99 COMP-3.
011400 77  STM-ACCT-CREDITS           PIC S9(9)V99 COMP-3.
011500 77  STM-ACCT-DEBITS            PIC S9(9)V99 COMP-3.
011600 77  STM-ACCT-INTEREST          PIC S9(9)V99 COMP-3.
011700 77  STM-ACCT-FEES              PIC S9(9)V99 COMP-3.
011800 77  STM-ACCT-ROW-COUNT         PIC 9(5)    COMP.
011900 77  STM-DESCRIPTION            PIC X(20).
012000*----------------------------------------------------------------
012100* RUN CONTROL TOTALS - OPENING PLUS EVERY MOVEMENT CLASS MUST
012200* FOOT TO THE CLOSING TOTAL
012300*----------------------------------------------------------------
012400 77  STM-ACCOUNT-COUNT          PIC 9(7)    VALUE ZERO.
012500 77  STM-STATEMENT-COUNT        PIC 9(7)    VALUE ZERO.
012600 77  STM-OUT-OF-BALANCE-COUNT   PIC 9(7)    VALUE ZERO.
012700 77  STM-CHAIN-BREAK-COUNT      PIC 9(7)    VALUE ZERO.
012800 77  STM-TOTAL-OPENING          PIC S9(11)V99 COMP-3 VALUE ZERO.
012900 77  STM-TOTAL-CREDITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
013000 77  STM-TOTAL-DEBITS           PIC S9(11)V99 COMP-3 VALUE ZERO.
013100 77  STM-TOTAL-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.
013200 77  STM-TOTAL-FEES             PIC S9(11)V99 COMP-3 VALUE ZERO.
013300 77  STM-TOTAL-CLOSING          PIC S9(11)V99 COMP-3 VALUE ZERO.
013400*----------------------------------------------------------------
013500* DISPLAY WORK AREAS
013600*----------------------------------------------------------------
013700 77  STM-AMOUNT-DISPLAY         PIC -(7)9.99.
013800 77  STM-BALANCE-DISPLAY        PIC -(9)9.99.
013900 77  STM-BALANCE-DISPLAY-2      PIC -(9)9.99.
014000 77  STM-TOTAL-DISPLAY          PIC -(11)9.99.
014100 01  STM-DATE-DISPLAY.
014200     03  STM-DISP-YEAR          PIC 9(4).
014300     03  FILLER                 PIC X       VALUE '-'.
014400     03  STM-DISP-MONTH         PIC 9(2).
014500     03  FILLER                 PIC X       VALUE '-'.
014600     03  STM-DISP-DAY           PIC 9(2).
014609 01  STM-ACTIVITY-DISPLAY.
014618     03  STM-ACT-YEAR           PIC 9(4).
014627     03  FILLER                 PIC X       VALUE '-'.
014636     03  STM-ACT-MONTH          PIC 9(2).
014645     03  FILLER                 PIC X       VALUE '-'.
014654     03  STM-ACT-DAY            PIC 9(2).
014663 01  STM-ACTIVITY-WORK.
014672     03  STM-ACTIVITY-YEAR      PIC 9(4).
014681     03  STM-ACTIVITY-MONTH     PIC 9(2).
014690     03  STM-ACTIVITY-DAY       PIC 9(2).
014700*----------------------------------------------------------------
014800* RUN-LOG WORK AREAS
014900*----------------------------------------------------------------
015000 77  STM-JOB-NAME               PIC X(08)   VALUE 'CUSTSTM0'.
015100 77  STM-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
015200 77  STM-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
015300 77  STM-RLG-FUNCTION           PIC X.
015400 77  STM-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
015500 77  STM-RLG-RETURN-CODE        PIC 9(2)    COMP.
015600 PROCEDURE DIVISION.
015700*----------------------------------------------------------------
015800* 0000-MAINLINE
015900*----------------------------------------------------------------
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016200     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
016300         UNTIL STM-END-OF-CUSTMSTR.
016400     PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
016500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
016600     GOBACK.
016700*----------------------------------------------------------------
016800* 1000-INITIALIZE - RESOLVE THE STATEMENT MONTH, OPEN FILES
016900*----------------------------------------------------------------
017000 1000-INITIALIZE.
017100     MOVE 'S' TO STM-RLG-FUNCTION.
017200     CALL 'RUNLOG0' USING STM-RLG-FUNCTION STM-JOB-NAME
017300         STM-READ-COUNT STM-OUT-COUNT STM-RLG-COMPLETION
017400         STM-RLG-RETURN-CODE.
017500     ACCEPT STM-TODAY-DATE FROM DATE YYYYMMDD.
017600     COMPUTE STM-PERIOD = STM-TODAY-DATE / 100.
017700     IF STM-TODAY-DATE (5:2) = '01'
017800         COMPUTE STM-PERIOD = STM-PERIOD - 89
017900     ELSE
018000         COMPUTE STM-PERIOD = STM-PERIOD - 1
018100     END-IF.
018200     OPEN INPUT STMTPARM.
018300     IF STM-STMTPARM-OK
018400         READ STMTPARM
018500             AT END
018600                 CONTINUE
018700             NOT AT END
018800                 IF STP-STATEMENT-PERIOD NUMERIC
018900                         AND STP-STATEMENT-MONTH > ZERO
019000                         AND STP-STATEMENT-MONTH < 13
019100                     MOVE STP-STATEMENT-PERIOD TO STM-PERIOD
019200                 END-IF
019300         END-READ
019400         CLOSE STMTPARM
019500     END-IF.
019600     COMPUTE STM-PERIOD-START-YEAR = STM-PERIOD / 100.
019700     COMPUTE STM-PERIOD-START-MONTH =
019800         STM-PERIOD - (STM-PERIOD-START-YEAR * 100).
019900     MOVE 01 TO STM-PERIOD-START-DAY.
020000     OPEN INPUT CUSTMSTR.
020100     IF NOT STM-CUSTMSTR-OK
020200         DISPLAY 'CUSTSTM0 - UNABLE TO OPEN CUSTMSTR '
020300             STM-CUSTMSTR-STATUS
020400         MOVE 8 TO RETURN-CODE
020500         GO TO 9999-EXIT
020600     END-IF.
020700     OPEN INPUT CUSTLEDG.
020800     IF NOT STM-CUSTLEDG-OK
020900         DISPLAY 'CUSTSTM0 - UNABLE TO OPEN CUSTLEDG '
021000             STM-CUSTLEDG-STATUS
021100         MOVE 8 TO RETURN-CODE
021200         GO TO 9999-EXIT
021300     END-IF.
021400     OPEN OUTPUT CUSTSTMT.
021500     OPEN OUTPUT STMTRPT.
021600     MOVE SPACES TO STM-REPORT-LINE.
021700     STRING 'MONTH-END STATEMENT CONTROL REPORT - PERIOD '
021800         STM-PERIOD-START-YEAR '-' STM-PERIOD-START-MONTH
021900         DELIMITED BY SIZE INTO STM-REPORT-LINE.
022000     WRITE STM-REPORT-LINE.
022100 1000-EXIT.
022200     EXIT.
022300*----------------------------------------------------------------
022400* 2000-PROCESS-CUSTOMER - ONE MASTER ROW DRIVES ONE STATEMENT
022500*----------------------------------------------------------------
022600 2000-PROCESS-CUSTOMER.
022700     READ CUSTMSTR
022800         AT END
022900             SET STM-END-OF-CUSTMSTR TO TRUE
023000             GO TO 2000-EXIT
023100     END-READ.
023200     ADD 1 TO STM-READ-COUNT.
023300     ADD 1 TO STM-ACCOUNT-COUNT.
023400     MOVE ZERO TO STM-OPENING-BALANCE STM-CHAIN-BALANCE
023500         STM-LATER-ACTIVITY STM-ACCT-CREDITS STM-ACCT-DEBITS
023600         STM-ACCT-INTEREST STM-ACCT-FEES STM-ACCT-ROW-COUNT.
023700     MOVE 'N' TO STM-HAVE-OPENING-SW.
023800     MOVE 'N' TO STM-HEADER-PRINTED-SW.
023900     MOVE 'N' TO STM-CHAIN-BROKEN-SW.
024000     PERFORM 2100-FIND-OPENING-BALANCE THRU 2100-EXIT.
024100     PERFORM 2200-READ-PERIOD-ROWS THRU 2200-EXIT.
024200     IF NOT STM-HAVE-OPENING
024300         COMPUTE STM-OPENING-BALANCE =
024400             ACCOUNT-BALANCE - STM-LATER-ACTIVITY
024500     END-IF.
024600     COMPUTE STM-CLOSING-BALANCE = STM-OPENING-BALANCE
024700         + STM-ACCT-CREDITS + STM-ACCT-DEBITS
024800         + STM-ACCT-INTEREST + STM-ACCT-FEES.
024900     IF NOT STM-HEADER-PRINTED AND NOT ACCOUNT-CLOSED
025000         PERFORM 3000-WRITE-STATEMENT-HEADER THRU 3000-EXIT
025100     END-IF.
025200     IF STM-HEADER-PRINTED
025300         PERFORM 3200-WRITE-STATEMENT-FOOTER THRU 3200-EXIT
025400     END-IF.
025500     PERFORM 4000-PROVE-ACCOUNT THRU 4000-EXIT.
025600     ADD STM-OPENING-BALANCE TO STM-TOTAL-OPENING.
025700     ADD STM-ACCT-CREDITS TO STM-TOTAL-CREDITS.
025800     ADD STM-ACCT-DEBITS TO STM-TOTAL-DEBITS.
025900     ADD STM-ACCT-INTEREST TO STM-TOTAL-INTEREST.
026000     ADD STM-ACCT-FEES TO STM-TOTAL-FEES.
026100     ADD STM-CLOSING-BALANCE TO STM-TOTAL-CLOSING.
026200 2000-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500* 2100-FIND-OPENING-BALANCE - THE RUNNING BALANCE ON THE LAST
026600* LEDGER ROW BEFORE THE MONTH, FOUND BY POSITIONING AT OR BELOW
026700* THE FIRST POSSIBLE KEY OF THE MONTH AND READING BACKWARD (THE
026800* SAME WAY SALHIST0 FINDS ITS OPEN ROW); SEQUENCE ZERO IS NEVER
026900* WRITTEN, SO THE ROW FOUND IS ALWAYS EARLIER THAN THE MONTH
027000*----------------------------------------------------------------
027100 2100-FIND-OPENING-BALANCE.
027200     MOVE CUSTOMER-ID TO CLG-CUSTOMER-ID.
027300     MOVE STM-PERIOD-START-DATE TO CLG-POSTING-DATE.
027400     MOVE ZERO TO CLG-SEQUENCE.
027500     START CUSTLEDG KEY IS <= CLG-KEY
027600         INVALID KEY
027700             GO TO 2100-EXIT
027800     END-START.
027900     READ CUSTLEDG PREVIOUS RECORD
028000         AT END
028100             GO TO 2100-EXIT
028200     END-READ.
028300     IF CLG-CUSTOMER-ID NOT = CUSTOMER-ID
028400         GO TO 2100-EXIT
028500     END-IF.
028600     MOVE CLG-RUNNING-BALANCE TO STM-OPENING-BALANCE.
028700     MOVE CLG-RUNNING-BALANCE TO STM-CHAIN-BALANCE.
028800     SET STM-HAVE-OPENING TO TRUE.
028900 2100-EXIT.
029000     EXIT.
029100*----------------------------------------------------------------
029200* 2200-READ-PERIOD-ROWS - POSITION ON THE FIRST KEY OF THE MONTH
029300* AND READ FORWARD UNTIL THE KEY LEAVES THE CUSTOMER
029400*----------------------------------------------------------------
029500 2200-READ-PERIOD-ROWS.
029600     MOVE 'N' TO STM-END-OF-LEDGER-SW.
029700     MOVE CUSTOMER-ID TO CLG-CUSTOMER-ID.
029800     MOVE STM-PERIOD-START-DATE TO CLG-POSTING-DATE.
029900     MOVE ZERO TO CLG-SEQUENCE.
030000     START CUSTLEDG KEY IS >= CLG-KEY
030100         INVALID KEY
030200             SET STM-END-OF-LEDGER TO TRUE
030300     END-START.
030400     PERFORM 2210-READ-ONE-ROW THRU 2210-EXIT
030500         UNTIL STM-END-OF-LEDGER.
030600 2200-EXIT.
030700     EXIT.
030800*----------------------------------------------------------------
030900* 2210-READ-ONE-ROW - A ROW IN THE MONTH IS CHAINED, CLASSIFIED,
031000* AND PRINTED; A ROW DATED AFTER THE MONTH ONLY COUNTS TOWARD
031100* THE PROOF AGAINST THE MASTER
031200*----------------------------------------------------------------
031300 2210-READ-ONE-ROW.
031400     READ CUSTLEDG NEXT RECORD
031500         AT END
031600             SET STM-END-OF-LEDGER TO TRUE
031700             GO TO 2210-EXIT
031800     END-READ.
031900     IF CLG-CUSTOMER-ID NOT = CUSTOMER-ID
032000         SET STM-END-OF-LEDGER TO TRUE
032100         GO TO 2210-EXIT
032200     END-IF.
032300     COMPUTE STM-ROW-PERIOD =
032400         (CLG-POST-YEAR * 100) + CLG-POST-MONTH.
032500     IF STM-ROW-PERIOD > STM-PERIOD
032600         ADD CLG-AMOUNT TO STM-LATER-ACTIVITY
032700         GO TO 2210-EXIT
032800     END-IF.
032900     IF NOT STM-HAVE-OPENING
033000         COMPUTE STM-OPENING-BALANCE =
033100             CLG-RUNNING-BALANCE - CLG-AMOUNT
033200         MOVE STM-OPENING-BALANCE TO STM-CHAIN-BALANCE
033300         SET STM-HAVE-OPENING TO TRUE
033400     END-IF.
033500     ADD CLG-AMOUNT TO STM-CHAIN-BALANCE.
033600     IF STM-CHAIN-BALANCE NOT = CLG-RUNNING-BALANCE
033700         PERFORM 4100-REPORT-CHAIN-BREAK THRU 4100-EXIT
033800         MOVE CLG-RUNNING-BALANCE TO STM-CHAIN-BALANCE
033900     END-IF.
034000     EVALUATE TRUE
034100         WHEN CLG-CREDIT
034200             MOVE 'DEPOSIT/CREDIT' TO STM-DESCRIPTION
034300             ADD CLG-AMOUNT TO STM-ACCT-CREDITS
034400         WHEN CLG-DEBIT
034500             MOVE 'WITHDRAWAL/DEBIT' TO STM-DESCRIPTION
034600             ADD CLG-AMOUNT TO STM-ACCT-DEBITS
034700         WHEN CLG-INTEREST
034800             MOVE 'INTEREST CREDITED' TO STM-DESCRIPTION
034900             ADD CLG-AMOUNT TO STM-ACCT-INTEREST
034910         WHEN CLG-NSF-FEE
034920             MOVE 'RETURNED ITEM FEE' TO STM-DESCRIPTION
034930             ADD CLG-AMOUNT TO STM-ACCT-FEES
034940         WHEN CLG-REVERSAL AND CLG-AMOUNT > ZERO
034950             MOVE 'REVERSAL OF DEBIT' TO STM-DESCRIPTION
034960             ADD CLG-AMOUNT TO STM-ACCT-DEBITS
034970         WHEN CLG-REVERSAL
034980             MOVE 'REVERSAL OF CREDIT' TO STM-DESCRIPTION
034990             ADD CLG-AMOUNT TO STM-ACCT-CREDITS
035000         WHEN OTHER
035100             MOVE 'SERVICE FEE' TO STM-DESCRIPTION
035200             ADD CLG-AMOUNT TO STM-ACCT-FEES
035300     END-EVALUATE.
035400     ADD 1 TO STM-ACCT-ROW-COUNT.
035500     IF NOT STM-HEADER-PRINTED
035600         PERFORM 3000-WRITE-STATEMENT-HEADER THRU 3000-EXIT
035700     END-IF.
035800     PERFORM 3100-WRITE-STATEMENT-ITEM THRU 3100-EXIT.
035900 2210-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------
036200* 3000-WRITE-STATEMENT-HEADER - ADDRESS BLOCK, COLUMN HEADINGS,
036300* AND THE OPENING BALANCE
036400*----------------------------------------------------------------
036500 3000-WRITE-STATEMENT-HEADER.
036600     SET STM-HEADER-PRINTED TO TRUE.
036700     ADD 1 TO STM-STATEMENT-COUNT.
036800     ADD 1 TO STM-OUT-COUNT.
036900     MOVE SPACES TO STM-STATEMENT-LINE.
037000     STRING 'STATEMENT OF ACCOUNT ' CUSTOMER-ID
037100         '                    PERIOD '
037200         STM-PERIOD-START-YEAR '-' STM-PERIOD-START-MONTH
037300         DELIMITED BY SIZE INTO STM-STATEMENT-LINE.
037400     WRITE STM-STATEMENT-LINE.
037500     MOVE SPACES TO STM-STATEMENT-LINE.
037600     STRING '    ' FIRST-NAME DELIMITED BY '  '
037700         ' ' LAST-NAME DELIMITED BY '  '
037800         INTO STM-STATEMENT-LINE.
037900     WRITE STM-STATEMENT-LINE.
038000     MOVE SPACES TO STM-STATEMENT-LINE.
038100     STRING '    ' STREET-ADDRESS
038200         DELIMITED BY SIZE INTO STM-STATEMENT-LINE.
038300     WRITE STM-STATEMENT-LINE.
038400     MOVE SPACES TO STM-STATEMENT-LINE.
038500     STRING '    ' CITY DELIMITED BY '  '
038600         ', ' STATE ' ' ZIP-CODE '-' ZIP-CODE-EXT
038700         ' ' COUNTRY-CODE
038800         DELIMITED BY SIZE INTO STM-STATEMENT-LINE.
038900     WRITE STM-STATEMENT-LINE.
039000     MOVE SPACES TO STM-STATEMENT-LINE.
039100     WRITE STM-STATEMENT-LINE.
039200     MOVE SPACES TO STM-STATEMENT-LINE.
039300     STRING 'POSTED      DESCRIPTION                AMOUNT'
039400         '        BALANCE REFERENCE ACTIVITY'
039500         DELIMITED BY SIZE INTO STM-STATEMENT-LINE.
039600     WRITE STM-STATEMENT-LINE.
039700     MOVE STM-OPENING-BALANCE TO STM-BALANCE-DISPLAY.
039800     MOVE SPACES TO STM-STATEMENT-LINE.
039900     STRING '            OPENING BALANCE                    '
040000         STM-BALANCE-DISPLAY
040100         DELIMITED BY SIZE INTO STM-STATEMENT-LINE.
040200     WRITE STM-STATEMENT-LINE.
040300 3000-EXIT.
040400     EXIT.
040500*----------------------------------------------------------------
040600* 3100-WRITE-STATEMENT-ITEM - ONE LINE PER LEDGER ROW
040700*----------------------------------------------------------------
040800 3100-WRITE-STATEMENT-ITEM.
040900     MOVE CLG-POST-YEAR TO STM-DISP-YEAR.
041000     MOVE CLG-POST-MONTH TO STM-DISP-MONTH.
041100     MOVE CLG-POST-DAY TO STM-DISP-DAY.
041200     MOVE CLG-AMOUNT TO STM-AMOUNT-DISPLAY.
041300     MOVE CLG-RUNNING-BALANCE TO STM-BALANCE-DISPLAY.
041320     MOVE CLG-ACTIVITY-DATE TO STM-ACTIVITY-WORK.
041340     MOVE STM-ACTIVITY-YEAR TO STM-ACT-YEAR.
041360     MOVE STM-ACTIVITY-MONTH TO STM-ACT-MONTH.
041380     MOVE STM-ACTIVITY-DAY TO STM-ACT-DAY.
041400     MOVE SPACES TO STM-STATEMENT-LINE.
041500     STRING STM-DATE-DISPLAY '  ' STM-DESCRIPTION '  '
041600         STM-AMOUNT-DISPLAY '  ' STM-BALANCE-DISPLAY
041650         ' ' CLG-REFERENCE ' ' STM-ACTIVITY-DISPLAY
041700         DELIMITED BY SIZE INTO STM-STATEMENT-LINE.
041800     WRITE STM-STATEMENT-LINE.
041900 3100-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 3200-WRITE-STATEMENT-FOOTER - CLOSING BALANCE AND THE MONTH'S
042300* TOTALS BY MOVEMENT CLASS
042400*----------------------------------------------------------------
042500 3200-WRITE-STATEMENT-FOOTER.
042600     MOVE STM-CLOSING-BALANCE TO STM-BALANCE-DISPLAY.
042700     MOVE SPACES TO STM-STATEMENT-LINE.
042800     STRING '            CLOSING BALANCE                    '
042900         STM-BALANCE-DISPLAY
043000         DELIMITED BY SIZE INTO STM-STATEMENT-LINE.
043100     WRITE STM-STATEMENT-LINE.
043200     MOVE STM-ACCT-CREDITS TO STM-BALANCE-DISPLAY.
043300     MOVE STM-ACCT-DEBITS TO STM-BALANCE-DISPLAY-2.
043400     MOVE SPACES TO STM-STATEMENT-LINE.
043500     STRING '    TOTAL CREDITS ' STM-BALANCE-DISPLAY
043600         '    TOTAL DEBITS ' STM-BALANCE-DISPLAY-2
043700         DELIMITED BY SIZE INTO STM-STATEMENT-LINE.
043800     WRITE STM-STATEMENT-LINE.
043900     MOVE STM-ACCT-INTEREST TO STM-BALANCE-DISPLAY.
044000     MOVE STM-ACCT-FEES TO STM-BALANCE-DISPLAY-2.
044100     MOVE SPACES TO STM-STATEMENT-LINE.
044200     STRING '    INTEREST      ' STM-BALANCE-DISPLAY
044300         '    FEES         ' STM-BALANCE-DISPLAY-2
044400         DELIMITED BY SIZE INTO STM-STATEMENT-LINE.
044500     WRITE STM-STATEMENT-LINE.
044600     MOVE ALL '-' TO STM-STATEMENT-LINE.
044700     WRITE STM-STATEMENT-LINE.
044800 3200-EXIT.
044900     EXIT.
045000*----------------------------------------------------------------
045100* 4000-PROVE-ACCOUNT - THE CLOSING BALANCE PLUS ANY LEDGER
045200* MOVEMENT DATED AFTER THE MONTH MUST EQUAL ACCOUNT-BALANCE
045300*----------------------------------------------------------------
045400 4000-PROVE-ACCOUNT.
045500     COMPUTE STM-EXPECTED-BALANCE =
045600         STM-CLOSING-BALANCE + STM-LATER-ACTIVITY.
045700     IF STM-EXPECTED-BALANCE = ACCOUNT-BALANCE
045800         GO TO 4000-EXIT
045900     END-IF.
046000     ADD 1 TO STM-OUT-OF-BALANCE-COUNT.
046100     MOVE STM-EXPECTED-BALANCE TO STM-BALANCE-DISPLAY.
046200     MOVE ACCOUNT-BALANCE TO STM-BALANCE-DISPLAY-2.
046300     MOVE SPACES TO STM-REPORT-LINE.
046400     STRING 'OUT OF BALANCE ' CUSTOMER-ID ' LEDGER '
046500         STM-BALANCE-DISPLAY ' MASTER ' STM-BALANCE-DISPLAY-2
046600         DELIMITED BY SIZE INTO STM-REPORT-LINE.
046700     WRITE STM-REPORT-LINE.
046800 4000-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100* 4100-REPORT-CHAIN-BREAK - A LEDGER ROW WHOSE RUNNING BALANCE
047200* DOES NOT FOLLOW FROM THE ROW BEFORE IT; LISTED ONCE PER ROW,
047300* COUNTED ONCE PER ACCOUNT
047400*----------------------------------------------------------------
047500 4100-REPORT-CHAIN-BREAK.
047600     IF NOT STM-CHAIN-BROKEN
047700         SET STM-CHAIN-BROKEN TO TRUE
047800         ADD 1 TO STM-CHAIN-BREAK-COUNT
047900     END-IF.
048000     MOVE STM-CHAIN-BALANCE TO STM-BALANCE-DISPLAY.
048100     MOVE CLG-RUNNING-BALANCE TO STM-BALANCE-DISPLAY-2.
048200     MOVE SPACES TO STM-REPORT-LINE.
048300     STRING 'CHAIN BREAK ' CUSTOMER-ID ' ' CLG-POSTING-DATE
048400         ' EXPECTED ' STM-BALANCE-DISPLAY
048500         ' GOT ' STM-BALANCE-DISPLAY-2
048600         DELIMITED BY SIZE INTO STM-REPORT-LINE.
048700     WRITE STM-REPORT-LINE.
048800 4100-EXIT.
048900     EXIT.
049000*----------------------------------------------------------------
049100* 8000-WRITE-CONTROL-TOTALS - OPENING PLUS THE MOVEMENT CLASSES
049200* FOOTS TO CLOSING; ANY ACCOUNT OUT OF BALANCE FAILS THE RUN
049300*----------------------------------------------------------------
049400 8000-WRITE-CONTROL-TOTALS.
049500     MOVE SPACES TO STM-REPORT-LINE.
049600     STRING 'ACCOUNTS PROVED:        ' STM-ACCOUNT-COUNT
049700         DELIMITED BY SIZE INTO STM-REPORT-LINE.
049800     WRITE STM-REPORT-LINE.
049900     MOVE SPACES TO STM-REPORT-LINE.
050000     STRING 'STATEMENTS PRINTED:     ' STM-STATEMENT-COUNT
050100         DELIMITED BY SIZE INTO STM-REPORT-LINE.
050200     WRITE STM-REPORT-LINE.
050300     MOVE STM-TOTAL-OPENING TO STM-TOTAL-DISPLAY.
050400     MOVE SPACES TO STM-REPORT-LINE.
050500     STRING 'TOTAL OPENING BALANCE:  ' STM-TOTAL-DISPLAY
050600         DELIMITED BY SIZE INTO STM-REPORT-LINE.
050700     WRITE STM-REPORT-LINE.
050800     MOVE STM-TOTAL-CREDITS TO STM-TOTAL-DISPLAY.
050900     MOVE SPACES TO STM-REPORT-LINE.
051000     STRING 'TOTAL CREDITS:          ' STM-TOTAL-DISPLAY
051100         DELIMITED BY SIZE INTO STM-REPORT-LINE.
051200     WRITE STM-REPORT-LINE.
051300     MOVE STM-TOTAL-DEBITS TO STM-TOTAL-DISPLAY.
051400     MOVE SPACES TO STM-REPORT-LINE.
051500     STRING 'TOTAL DEBITS:           ' STM-TOTAL-DISPLAY
051600         DELIMITED BY SIZE INTO STM-REPORT-LINE.
051700     WRITE STM-REPORT-LINE.
051800     MOVE STM-TOTAL-INTEREST TO STM-TOTAL-DISPLAY.
051900     MOVE SPACES TO STM-REPORT-LINE.
052000     STRING 'TOTAL INTEREST:         ' STM-TOTAL-DISPLAY
052100         DELIMITED BY SIZE INTO STM-REPORT-LINE.
052200     WRITE STM-REPORT-LINE.
052300     MOVE STM-TOTAL-FEES TO STM-TOTAL-DISPLAY.
052400     MOVE SPACES TO STM-REPORT-LINE.
052500     STRING 'TOTAL FEES:             ' STM-TOTAL-DISPLAY
052600         DELIMITED BY SIZE INTO STM-REPORT-LINE.
052700     WRITE STM-REPORT-LINE.
052800     MOVE STM-TOTAL-CLOSING TO STM-TOTAL-DISPLAY.
052900     MOVE SPACES TO STM-REPORT-LINE.
053000     STRING 'TOTAL CLOSING BALANCE:  ' STM-TOTAL-DISPLAY
053100         DELIMITED BY SIZE INTO STM-REPORT-LINE.
053200     WRITE STM-REPORT-LINE.
053300     MOVE SPACES TO STM-REPORT-LINE.
053400     STRING 'CHAIN BREAKS:           ' STM-CHAIN-BREAK-COUNT
053500         DELIMITED BY SIZE INTO STM-REPORT-LINE.
053600     WRITE STM-REPORT-LINE.
053700     MOVE SPACES TO STM-REPORT-LINE.
053800     STRING 'OUT OF BALANCE:         ' STM-OUT-OF-BALANCE-COUNT
053900         DELIMITED BY SIZE INTO STM-REPORT-LINE.
054000     WRITE STM-REPORT-LINE.
054100     IF STM-OUT-OF-BALANCE-COUNT > ZERO
054200             OR STM-CHAIN-BREAK-COUNT > ZERO
054300         MOVE 'RUN FAILED - LEDGER DOES NOT PROVE TO CUSTMSTR'
054400             TO STM-REPORT-LINE
054500         WRITE STM-REPORT-LINE
054600         DISPLAY 'CUSTSTM0 - LEDGER DOES NOT PROVE TO CUSTMSTR '
054700             '- RUN FAILED'
054800         MOVE 8 TO RETURN-CODE
054900     END-IF.
055000 8000-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300* 9999-TERMINATE - CLOSE FILES AND LOG THE RUN
055400*----------------------------------------------------------------
055500 9999-TERMINATE.
055600     MOVE RETURN-CODE TO STM-RLG-COMPLETION.
055700     MOVE 'E' TO STM-RLG-FUNCTION.
055800     CALL 'RUNLOG0' USING STM-RLG-FUNCTION STM-JOB-NAME
055900         STM-READ-COUNT STM-OUT-COUNT STM-RLG-COMPLETION
056000         STM-RLG-RETURN-CODE.
056100     DISPLAY 'CUSTSTM0 - STATEMENTS:     ' STM-STATEMENT-COUNT.
056200     DISPLAY 'CUSTSTM0 - OUT OF BALANCE: '
056300         STM-OUT-OF-BALANCE-COUNT.
056400     CLOSE CUSTMSTR.
056500     CLOSE CUSTLEDG.
056600     CLOSE CUSTSTMT.
056700     CLOSE STMTRPT.
056800 9999-EXIT.
056900     EXIT.
