002500*                 (ITEMS POSTED, DOLLARS IN, DOLLARS OUT,
002600*                 REJECTS, REACTIVATIONS), AND THE RUN IS LOGGED
002700*                 TO THE SHARED RUNLOG FACILITY.
002714* 2026-10-15 DS   EVERY APPLIED POSTING IS ALSO LOGGED TO THE
002728*                 PERMANENT CUSTOMER LEDGER THROUGH CUSTLDG0 WITH
002742*                 ITS SIGNED AMOUNT AND THE RUNNING BALANCE, FOR
002756*                 THE MONTH-END STATEMENT RUN (CUSTSTM0). A FAILED
002770*                 LEDGER WRITE IS COUNTED ON THE JOURNAL AND FAILS
002784*                 THE RUN SO THE STATEMENTS ARE NOT CUT SHORT.
002785* 2026-10-15 DS   FUNDS CHECKING. A DEBIT THAT WOULD TAKE THE
002786*                 BALANCE PAST THE ACCOUNT'S OVERDRAFT-LIMIT (ZERO
002787*                 UNLESS CUSTUPDT0 SETS ONE) IS RETURNED UNPOSTED
002788*                 TO THE NSFRTN FILE AND THE RETURNED-ITEM FEE
002789*                 FROM CUSTPARM (DEFAULT 25.00) IS CHARGED. A
002790*                 SUSPENDED ACCOUNT REJECTS DEBITS BUT STILL TAKES
002791*                 CREDITS. NEW REVERSAL CODE 'R' BACKS OUT THE
002792*                 EARLIER DEBIT OR CREDIT POSTED TO THE CUSTOMER
002793*                 UNDER THE SAME ACT-ITEM-REFERENCE, FOUND ON THE
002794*                 LEDGER THROUGH CUSTLDG0; AN ITEM CAN ONLY BE
002795*                 REVERSED ONCE. REVERSALS CORRECT OUR OWN KEYING
002796*                 ERRORS, SO THEY BYPASS THE FUNDS AND SUSPENSION
002797*                 CHECKS AND DO NOT COUNT AS CUSTOMER ACTIVITY.
002798* 2026-10-15 DS   LEDGER ROWS ARE DATED THE RUN DATE, NOT THE
002799*                 ACTIVITY DATE. THE FEED IS IN CUSTOMER ORDER
002800*                 ONLY, SO AN ITEM DATED BEFORE A ROW ALREADY ON
002801*                 THE LEDGER BROKE THE RUNNING-BALANCE ORDER THE
002802*                 STATEMENT RUN PROVES. THE ACTIVITY DATE RIDES
002803*                 ON THE ROW AND PRINTS ON THE STATEMENT.
002804*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003800     SELECT CUSTACT ASSIGN TO CUSTACT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS PST-CUSTACT-STATUS.
004014     SELECT CUSTPARM ASSIGN TO CUSTPARM
004028         ORGANIZATION IS SEQUENTIAL
004042         FILE STATUS IS PST-CUSTPARM-STATUS.
004056     SELECT NSFRTN ASSIGN TO NSFRTN
004070         ORGANIZATION IS SEQUENTIAL
004084         FILE STATUS IS PST-NSFRTN-STATUS.
004100     SELECT CPJRNL ASSIGN TO CPJRNL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS PST-CPJRNL-STATUS.
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY "src/main/resources/cust-activity-record.cbl".
005311 FD  CUSTPARM
005322     RECORDING MODE IS F
005333     LABEL RECORDS ARE STANDARD.
005344     COPY "src/main/resources/custparm-record.cbl".
005355 FD  NSFRTN
005366     RECORDING MODE IS F
005377     LABEL RECORDS ARE STANDARD.
005388     COPY "src/main/resources/nsf-return-record.cbl".
005400 FD  CPJRNL
005500     LABEL RECORDS ARE OMITTED.
005600 01  PST-JOURNAL-LINE           PIC X(80).
006200     88  PST-CUSTMSTR-OK            VALUE '00'.
006300 77  PST-CUSTACT-STATUS         PIC XX.
006400     88  PST-CUSTACT-OK             VALUE '00'.
006420 77  PST-CUSTPARM-STATUS        PIC XX.
006440     88  PST-CUSTPARM-OK            VALUE '00'.
006460 77  PST-NSFRTN-STATUS          PIC XX.
006480     88  PST-NSFRTN-OK              VALUE '00'.
006500 77  PST-CPJRNL-STATUS          PIC XX.
006600     88  PST-CPJRNL-OK              VALUE '00'.
006700*----------------------------------------------------------------
009100 77  PST-REACTIVATED-COUNT      PIC 9(7)    VALUE ZERO.
009200 77  PST-DOLLARS-IN             PIC 9(11)V99 COMP-3 VALUE ZERO.
009300 77  PST-DOLLARS-OUT            PIC 9(11)V99 COMP-3 VALUE ZERO.
009316 77  PST-RETURNED-COUNT         PIC 9(7)    VALUE ZERO.
009332 77  PST-RETURNED-DOLLARS       PIC 9(11)V99 COMP-3 VALUE ZERO.
009348 77  PST-NSF-FEE-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.
009364 77  PST-REVERSED-COUNT         PIC 9(7)    VALUE ZERO.
009380 77  PST-REVERSED-NET           PIC S9(11)V99 COMP-3 VALUE ZERO.
009400 77  PST-REJECT-REASON          PIC X(35).
009410*----------------------------------------------------------------
009411* FUNDS CHECK - THE RETURNED-ITEM FEE (DEFAULTED, OVERRIDDEN BY
009412* CUSTPARM) AND THE SPENDABLE BALANCE FOR THE DEBIT IN HAND
009413*----------------------------------------------------------------
009414 77  PST-NSF-FEE-AMOUNT         PIC 9(3)V99   VALUE 025.00.
009415 77  PST-AVAILABLE-FUNDS        PIC S9(9)V99 COMP-3.
009416*----------------------------------------------------------------
009420* LEDGER HISTORY - THE MOVEMENT HANDED TO CUSTLDG0, SIGNED BY ITS
009430* EFFECT ON ACCOUNT-BALANCE
009440*----------------------------------------------------------------
009445 77  PST-LEDGER-FUNCTION        PIC X       VALUE 'W'.
009450 77  PST-LEDGER-TYPE            PIC X.
009460 77  PST-LEDGER-AMOUNT          PIC S9(7)V99 COMP-3.
009461 77  PST-LEDGER-REFERENCE       PIC X(08).
009462 77  PST-ORIGINAL-DATE          PIC 9(8).
009463 77  PST-ORIGINAL-TYPE          PIC X.
009464 77  PST-ORIGINAL-AMOUNT        PIC S9(7)V99 COMP-3.
009465 77  PST-REVERSAL-SIZE          PIC 9(7)V99 COMP-3.
009467 77  PST-ORIGINAL-ACTIVITY-DATE PIC 9(8).
009470 77  PST-LEDGER-RETURN-CODE     PIC 9(2)    COMP.
009480     88  PST-LEDGER-SUCCESSFUL      VALUE 0.
009483     88  PST-LEDGER-NOT-FOUND       VALUE 4.
009486     88  PST-LEDGER-REVERSED        VALUE 6.
009490 77  PST-LEDGER-FAIL-COUNT      PIC 9(7)    VALUE ZERO.
009495 77  PST-TODAY-DATE             PIC 9(8).
009500*----------------------------------------------------------------
009600* SUBPROGRAM LINKAGE AND DISPLAY WORK AREAS
009700*----------------------------------------------------------------
009900     88  PST-DATE-VALID             VALUE 0.
010000 77  PST-AMOUNT-DISPLAY         PIC Z,ZZZ,ZZ9.99.
010100 77  PST-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
010150 77  PST-NET-DISPLAY            PIC -,---,---,--9.99.
010200 77  PST-BALANCE-DISPLAY        PIC -(7)9.99.
010300*----------------------------------------------------------------
010400* RUN-LOG WORK AREAS
013000     CALL 'RUNLOG0' USING PST-RLG-FUNCTION PST-JOB-NAME
013100         PST-READ-COUNT PST-OUT-COUNT PST-RLG-COMPLETION
013200         PST-RLG-RETURN-CODE.
013250     ACCEPT PST-TODAY-DATE FROM DATE YYYYMMDD.
013300     OPEN I-O CUSTMSTR.
013400     IF NOT PST-CUSTMSTR-OK
013500         DISPLAY 'CUSTPOST0 - UNABLE TO OPEN CUSTMSTR '
014300         GO TO 9999-EXIT
014400     END-IF.
014500     OPEN OUTPUT CPJRNL.
014507     OPEN OUTPUT NSFRTN.
014514     OPEN INPUT CUSTPARM.
014521     IF PST-CUSTPARM-OK
014528         READ CUSTPARM
014535             AT END
014542                 CONTINUE
014549             NOT AT END
014556                 IF CPM-NSF-FEE-AMOUNT NUMERIC
014563                     MOVE CPM-NSF-FEE-AMOUNT TO PST-NSF-FEE-AMOUNT
014570                 END-IF
014577         END-READ
014584         CLOSE CUSTPARM
014591     END-IF.
014600     MOVE SPACES TO PST-JOURNAL-LINE.
014700     STRING 'DAILY POSTING JOURNAL'
014800         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
017500*----------------------------------------------------------------
017600* 3000-POST-ONE-ITEM - EDIT THE FEED ROW, APPLY THE DEBIT OR
017700* CREDIT TO THE HELD MASTER ROW, STAMP THE ACTIVITY DATE, AND
017800* REACTIVATE A DORMANT ACCOUNT THE POSTING JUST WOKE UP. A
017825* DEBIT ON A SUSPENDED ACCOUNT IS REJECTED, AND ONE THE FUNDS
017850* (BALANCE PLUS OVERDRAFT-LIMIT) CANNOT COVER IS RETURNED;
017875* REVERSALS BRANCH OFF TO 3500 ONCE THE COMMON EDITS PASS
017900*----------------------------------------------------------------
018000 3000-POST-ONE-ITEM.
018100     IF ACCOUNT-CLOSED
018300         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
018400         GO TO 3000-EXIT
018500     END-IF.
018600     IF NOT ACT-DEBIT AND NOT ACT-CREDIT AND NOT ACT-REVERSAL
018700         MOVE 'INVALID TRANSACTION CODE' TO PST-REJECT-REASON
018800         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
018900         GO TO 3000-EXIT
020300         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
020400         GO TO 3000-EXIT
020500     END-IF.
020505     IF ACT-REVERSAL
020510         PERFORM 3500-REVERSE-ONE-ITEM THRU 3500-EXIT
020515         GO TO 3000-EXIT
020520     END-IF.
020525     IF ACT-DEBIT AND ACCOUNT-SUSPENDED
020530         MOVE 'DEBIT TO SUSPENDED ACCOUNT' TO PST-REJECT-REASON
020535         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
020540         GO TO 3000-EXIT
020545     END-IF.
020550     IF ACT-DEBIT
020555         COMPUTE PST-AVAILABLE-FUNDS =
020560             ACCOUNT-BALANCE + OVERDRAFT-LIMIT
020565         IF ACT-AMOUNT > PST-AVAILABLE-FUNDS
020570             PERFORM 3300-RETURN-NSF-ITEM THRU 3300-EXIT
020575             GO TO 3000-EXIT
020580         END-IF
020585     END-IF.
020600     IF ACT-CREDIT
020700         ADD ACT-AMOUNT TO ACCOUNT-BALANCE
020800         ADD ACT-AMOUNT TO PST-DOLLARS-IN
020833         MOVE 'C' TO PST-LEDGER-TYPE
020866         MOVE ACT-AMOUNT TO PST-LEDGER-AMOUNT
020900     ELSE
021000         SUBTRACT ACT-AMOUNT FROM ACCOUNT-BALANCE
021100         ADD ACT-AMOUNT TO PST-DOLLARS-OUT
021133         MOVE 'D' TO PST-LEDGER-TYPE
021166         COMPUTE PST-LEDGER-AMOUNT = ZERO - ACT-AMOUNT
021200     END-IF.
021300     MOVE ACT-TRANSACTION-DATE TO LAST-TRANSACTION-DATE.
021400     SET PST-MASTER-CHANGED TO TRUE.
021500     ADD 1 TO PST-POSTED-COUNT.
021600     PERFORM 5000-WRITE-POSTED THRU 5000-EXIT.
021625     MOVE ACT-ITEM-REFERENCE TO PST-LEDGER-REFERENCE.
021650     PERFORM 5200-WRITE-LEDGER THRU 5200-EXIT.
021700     IF ACCOUNT-DORMANT
021800         MOVE 'A' TO ACCOUNT-STATUS
021900         ADD 1 TO PST-REACTIVATED-COUNT
022500     END-IF.
022600 3000-EXIT.
022700     EXIT.
022701*----------------------------------------------------------------
022702* 3300-RETURN-NSF-ITEM - THE DEBIT IS NOT POSTED. IT GOES TO THE
022703* RETURNED-ITEM FILE AND THE RETURNED-ITEM FEE IS CHARGED IN ITS
022704* PLACE (THE FEE MAY TAKE THE ACCOUNT PAST ITS LIMIT - THAT IS
022705* WHAT THE FEE IS FOR). A RETURNED ITEM IS NOT ACTIVITY THE
022706* CUSTOMER COMPLETED, SO LAST-TRANSACTION-DATE IS LEFT ALONE
022707*----------------------------------------------------------------
022708 3300-RETURN-NSF-ITEM.
022709     MOVE SPACES TO NSF-RETURN-RECORD.
022710     MOVE ACT-CUSTOMER-ID TO NSR-CUSTOMER-ID.
022711     MOVE CUSTOMER-NAME TO NSR-CUSTOMER-NAME.
022712     MOVE ACT-ITEM-REFERENCE TO NSR-ITEM-REFERENCE.
022713     MOVE ACT-TRANSACTION-DATE TO NSR-TRANSACTION-DATE.
022714     MOVE ACT-AMOUNT TO NSR-ITEM-AMOUNT.
022715     MOVE ACCOUNT-BALANCE TO NSR-BALANCE-BEFORE.
022716     MOVE OVERDRAFT-LIMIT TO NSR-OVERDRAFT-LIMIT.
022717     MOVE PST-NSF-FEE-AMOUNT TO NSR-FEE-AMOUNT.
022718     WRITE NSF-RETURN-RECORD.
022719     ADD 1 TO PST-RETURNED-COUNT.
022720     ADD ACT-AMOUNT TO PST-RETURNED-DOLLARS.
022721     MOVE ACT-AMOUNT TO PST-AMOUNT-DISPLAY.
022722     MOVE SPACES TO PST-JOURNAL-LINE.
022723     STRING 'RETURNED D ' ACT-CUSTOMER-ID ' ' PST-AMOUNT-DISPLAY
022724         ' REF ' ACT-ITEM-REFERENCE ' - NSF, OVER LIMIT'
022725         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
022726     WRITE PST-JOURNAL-LINE.
022727     IF PST-NSF-FEE-AMOUNT = ZERO
022728         GO TO 3300-EXIT
022729     END-IF.
022730     SUBTRACT PST-NSF-FEE-AMOUNT FROM ACCOUNT-BALANCE.
022731     ADD PST-NSF-FEE-AMOUNT TO PST-NSF-FEE-TOTAL.
022732     SET PST-MASTER-CHANGED TO TRUE.
022733     MOVE 'N' TO PST-LEDGER-TYPE.
022734     COMPUTE PST-LEDGER-AMOUNT = ZERO - PST-NSF-FEE-AMOUNT.
022735     MOVE ACT-ITEM-REFERENCE TO PST-LEDGER-REFERENCE.
022736     PERFORM 5200-WRITE-LEDGER THRU 5200-EXIT.
022737 3300-EXIT.
022738     EXIT.
022739*----------------------------------------------------------------
022740* 3500-REVERSE-ONE-ITEM - FIND THE ORIGINAL DEBIT OR CREDIT ON THE
022741* LEDGER BY ITS ITEM REFERENCE AND POST ITS EXACT OPPOSITE. THE
022742* FEED AMOUNT MAY BE ZERO (TAKE THE ORIGINAL) OR MUST MATCH IT
022743*----------------------------------------------------------------
022744 3500-REVERSE-ONE-ITEM.
022745     IF ACT-ITEM-REFERENCE = SPACES
022746         MOVE 'REVERSAL WITHOUT ITEM REFERENCE'
022756             TO PST-REJECT-REASON
022766         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
022776         GO TO 3500-EXIT
022786     END-IF.
022796     MOVE 'F' TO PST-LEDGER-FUNCTION.
022806     CALL 'CUSTLDG0' USING PST-LEDGER-FUNCTION ACT-CUSTOMER-ID
022816         PST-ORIGINAL-DATE PST-ORIGINAL-ACTIVITY-DATE
022821         PST-ORIGINAL-TYPE PST-ORIGINAL-AMOUNT ACCOUNT-BALANCE
022826         PST-JOB-NAME ACT-ITEM-REFERENCE
022836         PST-LEDGER-RETURN-CODE.
022846     MOVE 'W' TO PST-LEDGER-FUNCTION.
022856     EVALUATE TRUE
022866         WHEN PST-LEDGER-SUCCESSFUL
022876             CONTINUE
022886         WHEN PST-LEDGER-NOT-FOUND
022896             MOVE 'ORIGINAL POSTING NOT ON LEDGER'
022906                 TO PST-REJECT-REASON
022916         WHEN PST-LEDGER-REVERSED
022926             MOVE 'POSTING ALREADY REVERSED' TO PST-REJECT-REASON
022936         WHEN OTHER
022946             MOVE 'LEDGER LOOKUP FAILED' TO PST-REJECT-REASON
022956     END-EVALUATE.
022966     IF NOT PST-LEDGER-SUCCESSFUL
022976         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
022986         GO TO 3500-EXIT
022996     END-IF.
023006     IF PST-ORIGINAL-AMOUNT < ZERO
023016         COMPUTE PST-REVERSAL-SIZE = ZERO - PST-ORIGINAL-AMOUNT
023026     ELSE
023036         MOVE PST-ORIGINAL-AMOUNT TO PST-REVERSAL-SIZE
023046     END-IF.
023056     IF ACT-AMOUNT NOT = ZERO
023066             AND ACT-AMOUNT NOT = PST-REVERSAL-SIZE
023076         MOVE 'REVERSAL AMOUNT DOES NOT MATCH'
023086             TO PST-REJECT-REASON
023096         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
023106         GO TO 3500-EXIT
023116     END-IF.
023126     COMPUTE PST-LEDGER-AMOUNT = ZERO - PST-ORIGINAL-AMOUNT.
023136     ADD PST-LEDGER-AMOUNT TO ACCOUNT-BALANCE.
023146     ADD PST-LEDGER-AMOUNT TO PST-REVERSED-NET.
023156     ADD 1 TO PST-REVERSED-COUNT.
023166     SET PST-MASTER-CHANGED TO TRUE.
023176     MOVE PST-REVERSAL-SIZE TO PST-AMOUNT-DISPLAY.
023186     MOVE SPACES TO PST-JOURNAL-LINE.
023196     STRING 'REVERSED ' PST-ORIGINAL-TYPE ' ' ACT-CUSTOMER-ID ' '
023206         PST-AMOUNT-DISPLAY ' REF ' ACT-ITEM-REFERENCE
023216         ' POSTED ' PST-ORIGINAL-DATE
023221         ' ACTIVITY ' PST-ORIGINAL-ACTIVITY-DATE
023226         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
023236     WRITE PST-JOURNAL-LINE.
023246     MOVE 'R' TO PST-LEDGER-TYPE.
023256     MOVE ACT-ITEM-REFERENCE TO PST-LEDGER-REFERENCE.
023266     PERFORM 5200-WRITE-LEDGER THRU 5200-EXIT.
023276 3500-EXIT.
023286     EXIT.
023296*----------------------------------------------------------------
023306* 5000-WRITE-POSTED - ONE JOURNAL LINE PER APPLIED POSTING
023316*----------------------------------------------------------------
023326 5000-WRITE-POSTED.
023336     MOVE ACT-AMOUNT TO PST-AMOUNT-DISPLAY.
023346     MOVE SPACES TO PST-JOURNAL-LINE.
023400     STRING 'POSTED   ' ACT-TRANSACTION-CODE ' '
023500         ACT-CUSTOMER-ID ' ' PST-AMOUNT-DISPLAY
023600         ' ON ' ACT-TRANSACTION-DATE ' REF ' ACT-ITEM-REFERENCE
023700         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
023800     WRITE PST-JOURNAL-LINE.
023900 5000-EXIT.
025000     WRITE PST-JOURNAL-LINE.
025100 5100-EXIT.
025200     EXIT.
025205*----------------------------------------------------------------
025210* 5200-WRITE-LEDGER - LOG THE APPLIED POSTING AND THE BALANCE IT
025215* LEFT TO THE PERMANENT CUSTOMER LEDGER, DATED THE RUN DATE WITH
025217* THE ITEM'S OWN DATE CARRIED AS THE ACTIVITY DATE
025220*----------------------------------------------------------------
025225 5200-WRITE-LEDGER.
025230     CALL 'CUSTLDG0' USING PST-LEDGER-FUNCTION ACT-CUSTOMER-ID
025235         PST-TODAY-DATE ACT-TRANSACTION-DATE PST-LEDGER-TYPE
025240         PST-LEDGER-AMOUNT ACCOUNT-BALANCE PST-JOB-NAME
025241         PST-LEDGER-REFERENCE
025242         PST-LEDGER-RETURN-CODE.
025245     IF NOT PST-LEDGER-SUCCESSFUL
025250         DISPLAY 'CUSTPOST0 - CUSTLDG0 FAILED FOR CUSTOMER '
025255             ACT-CUSTOMER-ID ' - RUN FAILED'
025260         ADD 1 TO PST-LEDGER-FAIL-COUNT
025265         MOVE 8 TO RETURN-CODE
025270     END-IF.
025275 5200-EXIT.
025280     EXIT.
025300*----------------------------------------------------------------
025400* 6000-RELEASE-MASTER - REWRITE THE HELD ROW IN PLACE WHEN A
025500* POSTING LANDED ON IT; AN UNTOUCHED ROW JUST MOVES PAST
035200         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
035300     WRITE PST-JOURNAL-LINE.
035400     MOVE SPACES TO PST-JOURNAL-LINE.
035404     STRING 'ITEMS RETURNED NSF:  ' PST-RETURNED-COUNT
035408         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
035412     WRITE PST-JOURNAL-LINE.
035416     MOVE PST-RETURNED-DOLLARS TO PST-TOTAL-DISPLAY.
035420     MOVE SPACES TO PST-JOURNAL-LINE.
035424     STRING 'DOLLARS RETURNED:    ' PST-TOTAL-DISPLAY
035428         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
035432     WRITE PST-JOURNAL-LINE.
035436     MOVE PST-NSF-FEE-TOTAL TO PST-TOTAL-DISPLAY.
035440     MOVE SPACES TO PST-JOURNAL-LINE.
035444     STRING 'NSF FEES CHARGED:    ' PST-TOTAL-DISPLAY
035448         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
035452     WRITE PST-JOURNAL-LINE.
035456     MOVE SPACES TO PST-JOURNAL-LINE.
035460     STRING 'ITEMS REVERSED:      ' PST-REVERSED-COUNT
035464         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
035468     WRITE PST-JOURNAL-LINE.
035472     MOVE PST-REVERSED-NET TO PST-NET-DISPLAY.
035476     MOVE SPACES TO PST-JOURNAL-LINE.
035480     STRING 'REVERSALS NET:       ' PST-NET-DISPLAY
035484         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
035488     WRITE PST-JOURNAL-LINE.
035492     MOVE SPACES TO PST-JOURNAL-LINE.
035500     STRING 'REACTIVATIONS:       ' PST-REACTIVATED-COUNT
035600         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
035700     WRITE PST-JOURNAL-LINE.
035720     MOVE SPACES TO PST-JOURNAL-LINE.
035740     STRING 'LEDGER FAILURES:     ' PST-LEDGER-FAIL-COUNT
035760         DELIMITED BY SIZE INTO PST-JOURNAL-LINE.
035780     WRITE PST-JOURNAL-LINE.
035800 8000-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036800         PST-RLG-RETURN-CODE.
036900     DISPLAY 'CUSTPOST0 - POSTED:   ' PST-POSTED-COUNT.
037000     DISPLAY 'CUSTPOST0 - REJECTED: ' PST-REJECT-COUNT.
037033     DISPLAY 'CUSTPOST0 - RETURNED: ' PST-RETURNED-COUNT.
037066     DISPLAY 'CUSTPOST0 - REVERSED: ' PST-REVERSED-COUNT.
037100     DISPLAY 'CUSTPOST0 - REACTIVATED: ' PST-REACTIVATED-COUNT.
037200     CLOSE CUSTMSTR.
037300     CLOSE CUSTACT.
037400     CLOSE CPJRNL.
037450     CLOSE NSFRTN.
037500 9999-EXIT.
037600     EXIT.
