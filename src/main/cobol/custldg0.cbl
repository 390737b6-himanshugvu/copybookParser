000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTLDG0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. DEPOSIT-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - CALLABLE UTILITY THAT LOGS
001100*                 ONE MOVEMENT ON ACCOUNT-BALANCE TO THE
001200*                 PERMANENT CUSTOMER LEDGER (CUSTLEDG) SO THE
001300*                 MONTH-END STATEMENT RUN CAN ITEMIZE WHAT
001400*                 HAPPENED TO AN ACCOUNT INSTEAD OF ONLY SHOWING
001500*                 WHERE IT ENDED UP. THE SAME SHAPE AS SALHIST0
001600*                 AND STHIST0: THE FILE IS OPENED I-O ON THE
001700*                 FIRST CALL (CREATED IF IT DOES NOT EXIST YET)
001800*                 AND STAYS OPEN FOR THE CALLER'S RUN. THE
001900*                 SEQUENCE WITHIN THE POSTING DATE IS ONE PAST
002000*                 THE HIGHEST ALREADY ON FILE, SO A SECOND JOB
002100*                 POSTING THE SAME DAY NEVER COLLIDES. CALLED BY
002200*                 CUSTPOST0 AND CUSTACR0. THE CALLER PASSES ITS
002203*                 RUN DATE AS THE POSTING DATE AND THE ITEM'S OWN
002206*                 DATE AS THE ACTIVITY DATE.
002210* 2026-10-15 DS   ADDED A FUNCTION CODE. 'W' WRITES A ROW AS
002220*                 BEFORE, NOW CARRYING THE ITEM REFERENCE; 'F'
002230*                 FINDS THE DEBIT OR CREDIT POSTED TO A CUSTOMER
002240*                 UNDER A GIVEN REFERENCE AND HANDS BACK ITS
002250*                 DATES, TYPE AND SIGNED AMOUNT SO CUSTPOST0 CAN
002255*                 REVERSE IT. A REFERENCE WITH A REVERSAL ROW
002260*                 ALREADY ON FILE IS REPORTED AS ALREADY REVERSED,
002270*                 SO AN ITEM CAN ONLY BE BACKED OUT ONCE; THE
002280*                 LEDGER ITSELF STAYS APPEND-ONLY.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CUSTLEDG ASSIGN TO CUSTLEDG
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CLG-KEY
003400         FILE STATUS IS CLG-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CUSTLEDG
003800     LABEL RECORDS ARE STANDARD.
003900     COPY "src/main/resources/cust-ledger-record.cbl".
004000 WORKING-STORAGE SECTION.
004100 77  CLG-FILE-STATUS            PIC XX.
004200     88  CLG-FILE-OK                VALUE '00'.
004300 77  CLG-NEXT-SEQUENCE          PIC 9(5).
004400 01  CLG-OPEN-SW                PIC X       VALUE 'N'.
004500     88  CLG-FILE-IS-OPEN           VALUE 'Y'.
004514 01  CLG-END-OF-SCAN-SW          PIC X       VALUE 'N'.
004528     88  CLG-END-OF-SCAN            VALUE 'Y'.
004542 01  CLG-ORIGINAL-FOUND-SW      PIC X       VALUE 'N'.
004556     88  CLG-ORIGINAL-FOUND         VALUE 'Y'.
004570 01  CLG-REVERSAL-FOUND-SW      PIC X       VALUE 'N'.
004584     88  CLG-REVERSAL-FOUND         VALUE 'Y'.
004600 LINKAGE SECTION.
004625 01  CLGP-FUNCTION              PIC X.
004650     88  CLGP-WRITE-ROW             VALUE 'W'.
004675     88  CLGP-FIND-ORIGINAL         VALUE 'F'.
004700 01  CLGP-CUSTOMER-ID           PIC 9(6).
004800 01  CLGP-POSTING-DATE.
004900     03  CLGP-POST-YEAR         PIC 9(4).
005000     03  CLGP-POST-MONTH        PIC 9(2).
005100     03  CLGP-POST-DAY          PIC 9(2).
005150 01  CLGP-ACTIVITY-DATE         PIC 9(8).
005200 01  CLGP-MOVEMENT-TYPE         PIC X.
005300 01  CLGP-AMOUNT                PIC S9(7)V99 COMP-3.
005400 01  CLGP-RUNNING-BALANCE       PIC S9(7)V99 COMP-3.
005500 01  CLGP-SOURCE-JOB            PIC X(08).
005550 01  CLGP-REFERENCE             PIC X(08).
005600 01  CLGP-RETURN-CODE           PIC 9(2) COMP.
005700     88  CLGP-SUCCESSFUL            VALUE 0.
005733     88  CLGP-NOT-FOUND             VALUE 4.
005766     88  CLGP-ALREADY-REVERSED      VALUE 6.
005800     88  CLGP-FAILED                VALUE 8.
005900 PROCEDURE DIVISION USING CLGP-FUNCTION CLGP-CUSTOMER-ID
006000         CLGP-POSTING-DATE CLGP-ACTIVITY-DATE CLGP-MOVEMENT-TYPE
006050         CLGP-AMOUNT
006100         CLGP-RUNNING-BALANCE CLGP-SOURCE-JOB CLGP-REFERENCE
006150         CLGP-RETURN-CODE.
006200*----------------------------------------------------------------
006300* 0000-MAINLINE
006400*----------------------------------------------------------------
006500 0000-MAINLINE.
006600     MOVE 0 TO CLGP-RETURN-CODE.
006700     IF NOT CLG-FILE-IS-OPEN
006800         PERFORM 1000-OPEN-LEDGER THRU 1000-EXIT
006900     END-IF.
007000     IF CLGP-FIND-ORIGINAL
007020         PERFORM 4000-FIND-ORIGINAL THRU 4000-EXIT
007040         GOBACK
007060     END-IF.
007080     PERFORM 2000-FIND-NEXT-SEQUENCE THRU 2000-EXIT.
007100     PERFORM 3000-WRITE-LEDGER-ROW THRU 3000-EXIT.
007200     GOBACK.
007300*----------------------------------------------------------------
007400* 1000-OPEN-LEDGER - OPEN THE CUSTOMER LEDGER FOR I-O
007500*----------------------------------------------------------------
007600 1000-OPEN-LEDGER.
007700     OPEN I-O CUSTLEDG.
007800     IF CLG-FILE-OK
007900         SET CLG-FILE-IS-OPEN TO TRUE
008000     ELSE
008100         OPEN OUTPUT CUSTLEDG
008200         CLOSE CUSTLEDG
008300         OPEN I-O CUSTLEDG
008400         SET CLG-FILE-IS-OPEN TO TRUE
008500     END-IF.
008600 1000-EXIT.
008700     EXIT.
008800*----------------------------------------------------------------
008900* 2000-FIND-NEXT-SEQUENCE - POSITION ON THE HIGHEST KEY AT OR
009000* BELOW THIS CUSTOMER'S TOP SEQUENCE FOR THE POSTING DATE; IF IT
009100* BELONGS TO THE SAME CUSTOMER AND DATE THE NEW ROW FOLLOWS IT,
009200* OTHERWISE THE NEW ROW IS THE FIRST OF THE DAY
009300*----------------------------------------------------------------
009400 2000-FIND-NEXT-SEQUENCE.
009500     MOVE 1 TO CLG-NEXT-SEQUENCE.
009600     MOVE CLGP-CUSTOMER-ID TO CLG-CUSTOMER-ID.
009700     MOVE CLGP-POSTING-DATE TO CLG-POSTING-DATE.
009800     MOVE 99999 TO CLG-SEQUENCE.
009900     START CUSTLEDG KEY IS <= CLG-KEY
010000         INVALID KEY
010100             GO TO 2000-EXIT
010200     END-START.
010300     READ CUSTLEDG PREVIOUS RECORD
010400         AT END
010500             GO TO 2000-EXIT
010600     END-READ.
010700     IF CLG-CUSTOMER-ID = CLGP-CUSTOMER-ID
010800             AND CLG-POSTING-DATE = CLGP-POSTING-DATE
010900         COMPUTE CLG-NEXT-SEQUENCE = CLG-SEQUENCE + 1
011000     END-IF.
011100 2000-EXIT.
011200     EXIT.
011300*----------------------------------------------------------------
011400* 3000-WRITE-LEDGER-ROW - APPEND THE MOVEMENT
011500*----------------------------------------------------------------
011600 3000-WRITE-LEDGER-ROW.
011700     MOVE SPACES                TO CUST-LEDGER-RECORD.
011800     MOVE CLGP-CUSTOMER-ID      TO CLG-CUSTOMER-ID.
011900     MOVE CLGP-POSTING-DATE     TO CLG-POSTING-DATE.
012000     MOVE CLG-NEXT-SEQUENCE     TO CLG-SEQUENCE.
012100     MOVE CLGP-MOVEMENT-TYPE    TO CLG-MOVEMENT-TYPE.
012200     MOVE CLGP-AMOUNT           TO CLG-AMOUNT.
012300     MOVE CLGP-RUNNING-BALANCE  TO CLG-RUNNING-BALANCE.
012400     MOVE CLGP-SOURCE-JOB       TO CLG-SOURCE-JOB.
012450     MOVE CLGP-REFERENCE        TO CLG-REFERENCE.
012475     MOVE CLGP-ACTIVITY-DATE    TO CLG-ACTIVITY-DATE.
012500     WRITE CUST-LEDGER-RECORD.
012600     IF NOT CLG-FILE-OK
012700         SET CLGP-FAILED TO TRUE
012800     END-IF.
012900 3000-EXIT.
013000     EXIT.
013100*----------------------------------------------------------------
013200* 4000-FIND-ORIGINAL - READ THE CUSTOMER'S ROWS FROM THE LOWEST
013300* KEY UP, LOOKING FOR THE DEBIT OR CREDIT CARRYING THE REFERENCE
013400* AND FOR ANY REVERSAL ROW THAT ALREADY BACKED IT OUT. THE LAST
013500* MATCHING DEBIT OR CREDIT WINS IF A REFERENCE WAS EVER REUSED
013600*----------------------------------------------------------------
013700 4000-FIND-ORIGINAL.
013800     MOVE 'N' TO CLG-END-OF-SCAN-SW.
013900     MOVE 'N' TO CLG-ORIGINAL-FOUND-SW.
014000     MOVE 'N' TO CLG-REVERSAL-FOUND-SW.
014100     MOVE CLGP-CUSTOMER-ID TO CLG-CUSTOMER-ID.
014200     MOVE LOW-VALUES TO CLG-POSTING-DATE.
014300     MOVE ZERO TO CLG-SEQUENCE.
014400     START CUSTLEDG KEY IS >= CLG-KEY
014500         INVALID KEY
014600             SET CLG-END-OF-SCAN TO TRUE
014700     END-START.
014800     PERFORM 4010-CHECK-ONE-ROW THRU 4010-EXIT
014900         UNTIL CLG-END-OF-SCAN.
015000     EVALUATE TRUE
015100         WHEN NOT CLG-ORIGINAL-FOUND
015200             SET CLGP-NOT-FOUND TO TRUE
015300         WHEN CLG-REVERSAL-FOUND
015400             SET CLGP-ALREADY-REVERSED TO TRUE
015500     END-EVALUATE.
015600 4000-EXIT.
015700     EXIT.
015800*----------------------------------------------------------------
015900* 4010-CHECK-ONE-ROW
016000*----------------------------------------------------------------
016100 4010-CHECK-ONE-ROW.
016200     READ CUSTLEDG NEXT RECORD
016300         AT END
016400             SET CLG-END-OF-SCAN TO TRUE
016500             GO TO 4010-EXIT
016600     END-READ.
016700     IF CLG-CUSTOMER-ID NOT = CLGP-CUSTOMER-ID
016800         SET CLG-END-OF-SCAN TO TRUE
016900         GO TO 4010-EXIT
017000     END-IF.
017100     IF CLG-REFERENCE NOT = CLGP-REFERENCE
017200         GO TO 4010-EXIT
017300     END-IF.
017400     IF CLG-REVERSAL
017500         SET CLG-REVERSAL-FOUND TO TRUE
017600         GO TO 4010-EXIT
017700     END-IF.
017800     IF CLG-DEBIT OR CLG-CREDIT
017900         SET CLG-ORIGINAL-FOUND TO TRUE
018000         MOVE CLG-MOVEMENT-TYPE TO CLGP-MOVEMENT-TYPE
018100         MOVE CLG-AMOUNT TO CLGP-AMOUNT
018200         MOVE CLG-POSTING-DATE TO CLGP-POSTING-DATE
018250         MOVE CLG-ACTIVITY-DATE TO CLGP-ACTIVITY-DATE
018300     END-IF.
018400 4010-EXIT.
018500     EXIT.
