000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYACH0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. PAYROLL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - DIRECT-DEPOSIT PAYMENT RUN.
001100*                 READS THE PAYNET HANDOFF PAYREG0 WRITES AND,
001200*                 FOR EACH EMPLOYEE, LOOKS UP THE EMPBANK ACCOUNT
001300*                 FILE (KEYED BY EMP-ID) AND WRITES NACHA PPD
001400*                 CREDIT ENTRIES - ONE TO THE PRIMARY ACCOUNT, OR
001500*                 TWO WHEN A SPLIT TO A SECONDARY ACCOUNT IS ON
001600*                 FILE - UNDER ONE FILE HEADER AND ONE BATCH,
001700*                 WITH BATCH AND FILE CONTROL TOTALS (ENTRY
001800*                 COUNT, ENTRY HASH, CREDIT TOTAL) AND THE FILE
001900*                 PADDED TO A FULL BLOCK. AN EMPLOYEE WITH NO
002000*                 ACCOUNT, OR AN ACCOUNT THAT FAILS THE ROUTING
002100*                 CHECK DIGIT OR THE TYPE AND SPLIT EDITS, GOES
002200*                 TO THE CHKLIST PAPER-CHECK EXCEPTION LIST. ACH
002300*                 CREDITS PLUS PAPER CHECKS MUST TIE TO THE
002400*                 REGISTER'S COMPANY NET-PAY TOTAL ON THE PAYNET
002500*                 TRAILER; IF THEY DO NOT, THE ACH FILE IS
002600*                 EMPTIED AND THE RUN ENDS WITH RETURN-CODE 8 SO
002700*                 NOTHING CAN BE TRANSMITTED TO THE BANK. THE RUN
002800*                 IS LOGGED TO THE SHARED RUNLOG FACILITY.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PAYNET ASSIGN TO PAYNET
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS ACH-PAYNET-STATUS.
003900     SELECT EMPBANK ASSIGN TO EMPBANK
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS EBA-EMP-ID
004300         FILE STATUS IS ACH-EMPBANK-STATUS.
004400     SELECT ACHPARM ASSIGN TO ACHPARM
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS ACH-ACHPARM-STATUS.
004700     SELECT ACHFILE ASSIGN TO ACHFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS ACH-ACHFILE-STATUS.
005000     SELECT ACHRPT ASSIGN TO ACHRPT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS ACH-ACHRPT-STATUS.
005300     SELECT CHKLIST ASSIGN TO CHKLIST
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS ACH-CHKLIST-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PAYNET
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY "src/main/resources/pay-net-record.cbl".
006200 FD  EMPBANK
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY "src/main/resources/emp-bank-account-record.cbl".
006600 FD  ACHPARM
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900     COPY "src/main/resources/achparm-record.cbl".
007000 FD  ACHFILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  ACH-FILE-RECORD            PIC X(94).
007400 FD  ACHRPT
007500     LABEL RECORDS ARE OMITTED.
007600 01  ACH-REPORT-LINE            PIC X(80).
007700 FD  CHKLIST
007800     LABEL RECORDS ARE OMITTED.
007900 01  ACH-CHECK-LINE             PIC X(80).
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------------
008200* FILE STATUS AND SWITCHES
008300*----------------------------------------------------------------
008400 77  ACH-PAYNET-STATUS          PIC XX.
008500     88  ACH-PAYNET-OK              VALUE '00'.
008600 77  ACH-EMPBANK-STATUS         PIC XX.
008700     88  ACH-EMPBANK-OK             VALUE '00'.
008800 77  ACH-ACHPARM-STATUS         PIC XX.
008900     88  ACH-ACHPARM-OK             VALUE '00'.
009000 77  ACH-ACHFILE-STATUS         PIC XX.
009100     88  ACH-ACHFILE-OK             VALUE '00'.
009200 77  ACH-ACHRPT-STATUS          PIC XX.
009300     88  ACH-ACHRPT-OK              VALUE '00'.
009400 77  ACH-CHKLIST-STATUS         PIC XX.
009500     88  ACH-CHKLIST-OK             VALUE '00'.
009600 77  ACH-END-OF-PAYNET-SW       PIC X       VALUE 'N'.
009700     88  ACH-END-OF-PAYNET          VALUE 'Y'.
009800 77  ACH-TRAILER-SEEN-SW        PIC X       VALUE 'N'.
009900     88  ACH-TRAILER-SEEN           VALUE 'Y'.
010000 77  ACH-ACCOUNT-FOUND-SW       PIC X.
010100     88  ACH-ACCOUNT-FOUND          VALUE 'Y'.
010200 77  ACH-ROUTING-VALID-SW       PIC X.
010300     88  ACH-ROUTING-VALID          VALUE 'Y'.
010400 77  ACH-OUT-OF-BALANCE-SW      PIC X       VALUE 'N'.
010500     88  ACH-OUT-OF-BALANCE         VALUE 'Y'.
010507 77  ACH-PARM-VALID-SW          PIC X       VALUE 'N'.
010514     88  ACH-PARM-VALID             VALUE 'Y'.
010521*----------------------------------------------------------------
010528* ORIGINATOR CONTROL - THE ACHPARM IDENTIFIERS, SAVED AT START
010535*----------------------------------------------------------------
010542 77  ACH-DESTINATION-ROUTING    PIC 9(9).
010549 77  ACH-DESTINATION-NAME       PIC X(23).
010556 77  ACH-ORIGIN-ID              PIC X(10).
010563 77  ACH-ORIGIN-NAME            PIC X(23).
010570 77  ACH-COMPANY-NAME           PIC X(16).
010577 77  ACH-COMPANY-ID             PIC X(10).
010584 77  ACH-ORIGINATING-DFI        PIC 9(8).
010591 77  ACH-EFFECTIVE-DATE         PIC 9(6).
010600*----------------------------------------------------------------
010700* RUN DATE AND TIME FOR THE FILE HEADER
010800*----------------------------------------------------------------
010900 77  ACH-CREATION-DATE          PIC 9(6).
011000 77  ACH-CREATION-TIME          PIC 9(8).
011100*----------------------------------------------------------------
011200* ROUTING-NUMBER CHECK-DIGIT WORK AREA - WEIGHTS 3, 7, 1 ACROSS
011300* THE NINE DIGITS; A VALID NUMBER SUMS TO A MULTIPLE OF TEN
011400*----------------------------------------------------------------
011500 01  ACH-ROUTING-WORK           PIC 9(9).
011600 01  ACH-ROUTING-DIGITS REDEFINES ACH-ROUTING-WORK.
011700     03  ACH-ROUTING-DIGIT      PIC 9       OCCURS 9 TIMES.
011800 01  ACH-ROUTING-PARTS REDEFINES ACH-ROUTING-WORK.
011900     03  ACH-ROUTING-DFI        PIC 9(8).
012000     03  ACH-ROUTING-CHECK      PIC 9.
012100 77  ACH-CHECK-SUM              PIC 9(4)    COMP.
012200 77  ACH-CHECK-QUOTIENT         PIC 9(4)    COMP.
012300 77  ACH-CHECK-REMAINDER        PIC 9(4)    COMP.
012400*----------------------------------------------------------------
012500* PER-EMPLOYEE PAYMENT WORK AREAS
012600*----------------------------------------------------------------
012700 77  ACH-PRIMARY-AMOUNT         PIC 9(7)V99 COMP-3.
012800 77  ACH-SECONDARY-AMOUNT       PIC 9(7)V99 COMP-3.
012900 77  ACH-ENTRY-AMOUNT           PIC 9(7)V99 COMP-3.
013000 77  ACH-ENTRY-ACCOUNT-NBR      PIC X(17).
013100 77  ACH-ENTRY-ACCOUNT-TYPE     PIC X.
013200     88  ACH-ENTRY-CHECKING         VALUE 'C'.
013300 77  ACH-EXCEPTION-REASON       PIC X(30).
013400*----------------------------------------------------------------
013500* CONTROL TOTALS - THE ENTRY HASH IS THE SUM OF THE EIGHT-DIGIT
013600* RECEIVING DFI NUMBERS, KEPT TO ITS LOW-ORDER TEN DIGITS
013700*----------------------------------------------------------------
013800 77  ACH-DETAIL-COUNT           PIC 9(7)    VALUE ZERO.
013900 77  ACH-DETAIL-NET-TOTAL       PIC 9(9)V99 COMP-3 VALUE ZERO.
014000 77  ACH-ZERO-PAY-COUNT         PIC 9(7)    VALUE ZERO.
014100 77  ACH-ENTRY-COUNT            PIC 9(7)    VALUE ZERO.
014200 77  ACH-SPLIT-COUNT            PIC 9(7)    VALUE ZERO.
014300 77  ACH-ENTRY-HASH-WORK        PIC 9(12)   VALUE ZERO.
014400 77  ACH-ENTRY-HASH             PIC 9(10)   VALUE ZERO.
014500 77  ACH-CREDIT-TOTAL           PIC 9(9)V99 COMP-3 VALUE ZERO.
014600 77  ACH-CHECK-COUNT            PIC 9(7)    VALUE ZERO.
014700 77  ACH-CHECK-TOTAL            PIC 9(9)V99 COMP-3 VALUE ZERO.
014800 77  ACH-PAID-TOTAL             PIC 9(9)V99 COMP-3 VALUE ZERO.
014900 77  ACH-REGISTER-COUNT         PIC 9(7)    VALUE ZERO.
015000 77  ACH-REGISTER-NET-TOTAL     PIC 9(9)V99 COMP-3 VALUE ZERO.
015100 77  ACH-RECORDS-WRITTEN        PIC 9(7)    VALUE ZERO.
015200 77  ACH-BLOCK-COUNT            PIC 9(6)    VALUE ZERO.
015300 77  ACH-BLOCK-QUOTIENT         PIC 9(7)    VALUE ZERO.
015400 77  ACH-BLOCK-REMAINDER        PIC 9(2)    VALUE ZERO.
015500 77  ACH-BLOCKING-FACTOR        PIC 9(2)    VALUE 10.
015600 77  ACH-BATCH-NUMBER           PIC 9(7)    VALUE 1.
015700*----------------------------------------------------------------
015800* REPORT FORMATTING WORK AREAS
015900*----------------------------------------------------------------
016000 77  ACH-EMP-ID-DISPLAY         PIC 9(8).
016100 77  ACH-AMOUNT-DISPLAY         PIC ZZZ,ZZ9.99.
016200 77  ACH-TOTAL-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
016300*----------------------------------------------------------------
016400* RUN-LOG WORK AREAS
016500*----------------------------------------------------------------
016600 77  ACH-JOB-NAME               PIC X(08)   VALUE 'PAYACH0'.
016700 77  ACH-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
016800 77  ACH-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
016900 77  ACH-RLG-FUNCTION           PIC X.
017000 77  ACH-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
017100 77  ACH-RLG-RETURN-CODE        PIC 9(2)    COMP.
017200*----------------------------------------------------------------
017300* NACHA RECORD LAYOUTS
017400*----------------------------------------------------------------
017500     COPY "src/main/resources/nacha-record.cbl".
017600 PROCEDURE DIVISION.
017700*----------------------------------------------------------------
017800* 0000-MAINLINE
017900*----------------------------------------------------------------
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     PERFORM 2000-PROCESS-ONE-EMPLOYEE THRU 2000-EXIT
018300         UNTIL ACH-END-OF-PAYNET.
018400     PERFORM 8000-CLOSE-OFF-FILE THRU 8000-EXIT.
018500     PERFORM 8500-PROVE-TO-REGISTER THRU 8500-EXIT.
018600     PERFORM 8600-WRITE-SUMMARY THRU 8600-EXIT.
018700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018800     GOBACK.
018900*----------------------------------------------------------------
019000* 1000-INITIALIZE - OPEN FILES, LOAD AND EDIT THE ORIGINATOR
019100* CONTROL RECORD, WRITE THE FILE AND BATCH HEADERS
019200*----------------------------------------------------------------
019300 1000-INITIALIZE.
019400     MOVE 'S' TO ACH-RLG-FUNCTION.
019500     CALL 'RUNLOG0' USING ACH-RLG-FUNCTION ACH-JOB-NAME
019600         ACH-READ-COUNT ACH-OUT-COUNT ACH-RLG-COMPLETION
019700         ACH-RLG-RETURN-CODE.
019800     OPEN INPUT PAYNET.
019900     IF NOT ACH-PAYNET-OK
020000         DISPLAY 'PAYACH0 - UNABLE TO OPEN PAYNET '
020100             ACH-PAYNET-STATUS ' - RUN FAILED'
020200         MOVE 8 TO RETURN-CODE
020300         GO TO 9999-EXIT
020400     END-IF.
020500     OPEN INPUT EMPBANK.
020600     IF NOT ACH-EMPBANK-OK
020700         DISPLAY 'PAYACH0 - UNABLE TO OPEN EMPBANK '
020800             ACH-EMPBANK-STATUS ' - RUN FAILED'
020900         MOVE 8 TO RETURN-CODE
021000         GO TO 9999-EXIT
021100     END-IF.
021200     OPEN INPUT ACHPARM.
021300     IF NOT ACH-ACHPARM-OK
021400         DISPLAY 'PAYACH0 - UNABLE TO OPEN ACHPARM '
021500             ACH-ACHPARM-STATUS ' - RUN FAILED'
021600         MOVE 8 TO RETURN-CODE
021700         GO TO 9999-EXIT
021800     END-IF.
021900     READ ACHPARM
022000         AT END
022100             CONTINUE
022105         NOT AT END
022110             IF AHP-DESTINATION-ROUTING NUMERIC
022115                     AND AHP-ORIGINATING-DFI NUMERIC
022120                     AND AHP-EFFECTIVE-DATE NUMERIC
022125                     AND AHP-COMPANY-ID NOT = SPACES
022130                 SET ACH-PARM-VALID TO TRUE
022135                 MOVE AHP-DESTINATION-ROUTING
022140                     TO ACH-DESTINATION-ROUTING
022145                 MOVE AHP-DESTINATION-NAME TO ACH-DESTINATION-NAME
022150                 MOVE AHP-ORIGIN-ID TO ACH-ORIGIN-ID
022155                 MOVE AHP-ORIGIN-NAME TO ACH-ORIGIN-NAME
022160                 MOVE AHP-COMPANY-NAME TO ACH-COMPANY-NAME
022165                 MOVE AHP-COMPANY-ID TO ACH-COMPANY-ID
022170                 MOVE AHP-ORIGINATING-DFI TO ACH-ORIGINATING-DFI
022175                 MOVE AHP-EFFECTIVE-DATE TO ACH-EFFECTIVE-DATE
022180             END-IF
022200     END-READ.
022300     CLOSE ACHPARM.
022400     IF NOT ACH-PARM-VALID
022800         DISPLAY 'PAYACH0 - ACHPARM MISSING OR INVALID - '
022900             'RUN FAILED'
023000         MOVE 8 TO RETURN-CODE
023100         GO TO 9999-EXIT
023200     END-IF.
023300     OPEN OUTPUT ACHFILE.
023400     OPEN OUTPUT ACHRPT.
023500     OPEN OUTPUT CHKLIST.
023600     ACCEPT ACH-CREATION-DATE FROM DATE.
023700     ACCEPT ACH-CREATION-TIME FROM TIME.
023800     MOVE SPACES TO ACH-REPORT-LINE.
023900     STRING 'DIRECT DEPOSIT (ACH) CONTROL REPORT'
024000         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
024100     WRITE ACH-REPORT-LINE.
024200     MOVE SPACES TO ACH-CHECK-LINE.
024300     STRING 'PAPER CHECK EXCEPTION LIST'
024400         DELIMITED BY SIZE INTO ACH-CHECK-LINE.
024500     WRITE ACH-CHECK-LINE.
024600     MOVE SPACES TO ACH-CHECK-LINE.
024700     STRING 'EMP-ID   NAME                          '
024800         '    NET PAY'
024900         '  REASON'
025000         DELIMITED BY SIZE INTO ACH-CHECK-LINE.
025100     WRITE ACH-CHECK-LINE.
025200     PERFORM 1100-WRITE-FILE-HEADER THRU 1100-EXIT.
025300     PERFORM 1200-WRITE-BATCH-HEADER THRU 1200-EXIT.
025400 1000-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------
025700* 1100-WRITE-FILE-HEADER - RECORD TYPE 1
025800*----------------------------------------------------------------
025900 1100-WRITE-FILE-HEADER.
026000     MOVE SPACES TO NACHA-RECORD.
026100     MOVE '1' TO NCH-FH-RECORD-TYPE.
026200     MOVE 01 TO NCH-FH-PRIORITY-CODE.
026300     MOVE SPACES TO NCH-FH-DESTINATION.
026400     MOVE ACH-DESTINATION-ROUTING TO NCH-FH-DESTINATION (2:9).
026500     MOVE ACH-ORIGIN-ID TO NCH-FH-ORIGIN.
026600     MOVE ACH-CREATION-DATE TO NCH-FH-CREATION-DATE.
026700     MOVE ACH-CREATION-TIME (1:4) TO NCH-FH-CREATION-TIME.
026800     MOVE 'A' TO NCH-FH-FILE-ID-MODIFIER.
026900     MOVE 094 TO NCH-FH-RECORD-SIZE.
027000     MOVE ACH-BLOCKING-FACTOR TO NCH-FH-BLOCKING-FACTOR.
027100     MOVE '1' TO NCH-FH-FORMAT-CODE.
027200     MOVE ACH-DESTINATION-NAME TO NCH-FH-DESTINATION-NAME.
027300     MOVE ACH-ORIGIN-NAME TO NCH-FH-ORIGIN-NAME.
027400     MOVE SPACES TO NCH-FH-REFERENCE-CODE.
027500     PERFORM 7000-WRITE-ACH-RECORD THRU 7000-EXIT.
027600 1100-EXIT.
027700     EXIT.
027800*----------------------------------------------------------------
027900* 1200-WRITE-BATCH-HEADER - RECORD TYPE 5, ONE PPD CREDIT BATCH
028000*----------------------------------------------------------------
028100 1200-WRITE-BATCH-HEADER.
028200     MOVE SPACES TO NACHA-RECORD.
028300     MOVE '5' TO NCH-BH-RECORD-TYPE.
028400     MOVE 220 TO NCH-BH-SERVICE-CLASS.
028500     MOVE ACH-COMPANY-NAME TO NCH-BH-COMPANY-NAME.
028600     MOVE SPACES TO NCH-BH-DISCRETIONARY.
028700     MOVE ACH-COMPANY-ID TO NCH-BH-COMPANY-ID.
028800     MOVE 'PPD' TO NCH-BH-ENTRY-CLASS.
028900     MOVE 'PAYROLL' TO NCH-BH-ENTRY-DESCRIPTION.
029000     MOVE SPACES TO NCH-BH-DESCRIPTIVE-DATE.
029100     MOVE ACH-EFFECTIVE-DATE TO NCH-BH-EFFECTIVE-DATE.
029200     MOVE SPACES TO NCH-BH-SETTLEMENT-DATE.
029300     MOVE '1' TO NCH-BH-ORIGINATOR-STATUS.
029400     MOVE ACH-ORIGINATING-DFI TO NCH-BH-ORIGINATING-DFI.
029500     MOVE ACH-BATCH-NUMBER TO NCH-BH-BATCH-NUMBER.
029600     PERFORM 7000-WRITE-ACH-RECORD THRU 7000-EXIT.
029700 1200-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------
030000* 2000-PROCESS-ONE-EMPLOYEE - ONE PAYNET ROW. THE TRAILER CARRIES
030100* THE REGISTER'S TOTALS; A DETAIL ROW IS PAID BY DEPOSIT WHEN A
030200* GOOD ACCOUNT IS ON FILE AND BY PAPER CHECK OTHERWISE
030300*----------------------------------------------------------------
030400 2000-PROCESS-ONE-EMPLOYEE.
030500     READ PAYNET
030600         AT END
030700             SET ACH-END-OF-PAYNET TO TRUE
030800             GO TO 2000-EXIT
030900     END-READ.
031000     ADD 1 TO ACH-READ-COUNT.
031100     IF PNT-TYPE-TRAILER
031200         SET ACH-TRAILER-SEEN TO TRUE
031300         MOVE PNT-RECORD-COUNT TO ACH-REGISTER-COUNT
031400         MOVE PNT-NET-PAY-TOTAL TO ACH-REGISTER-NET-TOTAL
031500         GO TO 2000-EXIT
031600     END-IF.
031700     ADD 1 TO ACH-DETAIL-COUNT.
031800     ADD PNT-NET-PAY TO ACH-DETAIL-NET-TOTAL.
031900     IF PNT-NET-PAY = ZERO
032000         ADD 1 TO ACH-ZERO-PAY-COUNT
032100         GO TO 2000-EXIT
032200     END-IF.
032300     MOVE PNT-EMP-ID TO EBA-EMP-ID.
032400     READ EMPBANK
032500         INVALID KEY
032600             MOVE 'N' TO ACH-ACCOUNT-FOUND-SW
032700         NOT INVALID KEY
032800             MOVE 'Y' TO ACH-ACCOUNT-FOUND-SW
032900     END-READ.
033000     IF NOT ACH-ACCOUNT-FOUND
033100         MOVE 'NO BANK ACCOUNT ON FILE' TO ACH-EXCEPTION-REASON
033200         PERFORM 3000-LIST-PAPER-CHECK THRU 3000-EXIT
033300         GO TO 2000-EXIT
033400     END-IF.
033500     PERFORM 2100-EDIT-ACCOUNT THRU 2100-EXIT.
033600     IF ACH-EXCEPTION-REASON NOT = SPACES
033700         PERFORM 3000-LIST-PAPER-CHECK THRU 3000-EXIT
033800         GO TO 2000-EXIT
033900     END-IF.
034000     PERFORM 2200-SPLIT-NET-PAY THRU 2200-EXIT.
034100     IF ACH-SECONDARY-AMOUNT > ZERO
034200         ADD 1 TO ACH-SPLIT-COUNT
034300         MOVE EBA-SEC-ROUTING TO ACH-ROUTING-WORK
034400         MOVE EBA-SEC-ACCOUNT-NBR TO ACH-ENTRY-ACCOUNT-NBR
034500         MOVE EBA-SEC-ACCOUNT-TYPE TO ACH-ENTRY-ACCOUNT-TYPE
034600         MOVE ACH-SECONDARY-AMOUNT TO ACH-ENTRY-AMOUNT
034700         PERFORM 4000-WRITE-ENTRY-DETAIL THRU 4000-EXIT
034800     END-IF.
034900     IF ACH-PRIMARY-AMOUNT > ZERO
035000         MOVE EBA-PRI-ROUTING TO ACH-ROUTING-WORK
035100         MOVE EBA-PRI-ACCOUNT-NBR TO ACH-ENTRY-ACCOUNT-NBR
035200         MOVE EBA-PRI-ACCOUNT-TYPE TO ACH-ENTRY-ACCOUNT-TYPE
035300         MOVE ACH-PRIMARY-AMOUNT TO ACH-ENTRY-AMOUNT
035400         PERFORM 4000-WRITE-ENTRY-DETAIL THRU 4000-EXIT
035500     END-IF.
035600 2000-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900* 2100-EDIT-ACCOUNT - LEAVES ACH-EXCEPTION-REASON BLANK WHEN THE
036000* PRIMARY (AND, IF SPLIT, THE SECONDARY) ACCOUNT IS USABLE
036100*----------------------------------------------------------------
036200 2100-EDIT-ACCOUNT.
036300     MOVE SPACES TO ACH-EXCEPTION-REASON.
036400     MOVE 'N' TO ACH-ROUTING-VALID-SW.
036500     IF EBA-PRI-ROUTING NUMERIC
036600         MOVE EBA-PRI-ROUTING TO ACH-ROUTING-WORK
036700         PERFORM 2150-CHECK-ROUTING THRU 2150-EXIT
036800     END-IF.
036900     IF NOT ACH-ROUTING-VALID
037000         MOVE 'INVALID PRIMARY ROUTING NUMBER'
037100             TO ACH-EXCEPTION-REASON
037200         GO TO 2100-EXIT
037300     END-IF.
037400     IF EBA-PRI-ACCOUNT-NBR = SPACES
037500         MOVE 'PRIMARY ACCOUNT NUMBER MISSING'
037600             TO ACH-EXCEPTION-REASON
037700         GO TO 2100-EXIT
037800     END-IF.
037900     IF NOT EBA-PRI-CHECKING AND NOT EBA-PRI-SAVINGS
038000         MOVE 'INVALID PRIMARY ACCOUNT TYPE'
038100             TO ACH-EXCEPTION-REASON
038200         GO TO 2100-EXIT
038300     END-IF.
038400     IF EBA-NO-SPLIT
038500         GO TO 2100-EXIT
038600     END-IF.
038700     IF NOT EBA-SPLIT-AMOUNT AND NOT EBA-SPLIT-PERCENT
038800         MOVE 'INVALID SPLIT CODE' TO ACH-EXCEPTION-REASON
038900         GO TO 2100-EXIT
039000     END-IF.
039100     IF EBA-SPLIT-VALUE NOT NUMERIC
039200         MOVE 'INVALID SPLIT VALUE' TO ACH-EXCEPTION-REASON
039300         GO TO 2100-EXIT
039400     END-IF.
039500     IF EBA-SPLIT-PERCENT AND EBA-SPLIT-VALUE > 100
039600         MOVE 'SPLIT PERCENT OVER 100' TO ACH-EXCEPTION-REASON
039700         GO TO 2100-EXIT
039800     END-IF.
039900     MOVE 'N' TO ACH-ROUTING-VALID-SW.
040000     IF EBA-SEC-ROUTING NUMERIC
040100         MOVE EBA-SEC-ROUTING TO ACH-ROUTING-WORK
040200         PERFORM 2150-CHECK-ROUTING THRU 2150-EXIT
040300     END-IF.
040400     IF NOT ACH-ROUTING-VALID
040500         MOVE 'INVALID SPLIT ROUTING NUMBER'
040600             TO ACH-EXCEPTION-REASON
040700         GO TO 2100-EXIT
040800     END-IF.
040900     IF EBA-SEC-ACCOUNT-NBR = SPACES
041000         MOVE 'SPLIT ACCOUNT NUMBER MISSING'
041100             TO ACH-EXCEPTION-REASON
041200         GO TO 2100-EXIT
041300     END-IF.
041400     IF NOT EBA-SEC-CHECKING AND NOT EBA-SEC-SAVINGS
041500         MOVE 'INVALID SPLIT ACCOUNT TYPE'
041600             TO ACH-EXCEPTION-REASON
041700         GO TO 2100-EXIT
041800     END-IF.
041900 2100-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 2150-CHECK-ROUTING - ABA CHECK DIGIT OVER ACH-ROUTING-WORK; AN
042300* ALL-ZERO NUMBER PASSES THE ARITHMETIC BUT IS NOT A BANK
042400*----------------------------------------------------------------
042500 2150-CHECK-ROUTING.
042600     MOVE 'N' TO ACH-ROUTING-VALID-SW.
042700     IF ACH-ROUTING-WORK = ZERO
042800         GO TO 2150-EXIT
042900     END-IF.
043000     COMPUTE ACH-CHECK-SUM =
043100         3 * (ACH-ROUTING-DIGIT (1) + ACH-ROUTING-DIGIT (4)
043200              + ACH-ROUTING-DIGIT (7))
043300         + 7 * (ACH-ROUTING-DIGIT (2) + ACH-ROUTING-DIGIT (5)
043400              + ACH-ROUTING-DIGIT (8))
043500         + ACH-ROUTING-DIGIT (3) + ACH-ROUTING-DIGIT (6)
043600         + ACH-ROUTING-DIGIT (9).
043700     DIVIDE ACH-CHECK-SUM BY 10 GIVING ACH-CHECK-QUOTIENT
043800         REMAINDER ACH-CHECK-REMAINDER.
043900     IF ACH-CHECK-REMAINDER = ZERO
044000         SET ACH-ROUTING-VALID TO TRUE
044100     END-IF.
044200 2150-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------
044500* 2200-SPLIT-NET-PAY - THE SECONDARY ACCOUNT GETS THE SPLIT
044600* PORTION (NEVER MORE THAN THE NET PAY), THE PRIMARY THE REST
044700*----------------------------------------------------------------
044800 2200-SPLIT-NET-PAY.
044900     MOVE ZERO TO ACH-SECONDARY-AMOUNT.
045000     EVALUATE TRUE
045100         WHEN EBA-SPLIT-AMOUNT
045200             MOVE EBA-SPLIT-VALUE TO ACH-SECONDARY-AMOUNT
045300         WHEN EBA-SPLIT-PERCENT
045400             COMPUTE ACH-SECONDARY-AMOUNT ROUNDED =
045500                 PNT-NET-PAY * EBA-SPLIT-VALUE / 100
045600     END-EVALUATE.
045700     IF ACH-SECONDARY-AMOUNT > PNT-NET-PAY
045800         MOVE PNT-NET-PAY TO ACH-SECONDARY-AMOUNT
045900     END-IF.
046000     COMPUTE ACH-PRIMARY-AMOUNT =
046100         PNT-NET-PAY - ACH-SECONDARY-AMOUNT.
046200 2200-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500* 3000-LIST-PAPER-CHECK - THE WHOLE NET PAY GOES TO A PAPER
046600* CHECK; NOTHING FOR THIS EMPLOYEE IS PUT ON THE ACH FILE
046700*----------------------------------------------------------------
046800 3000-LIST-PAPER-CHECK.
046900     ADD 1 TO ACH-CHECK-COUNT.
047000     ADD PNT-NET-PAY TO ACH-CHECK-TOTAL.
047100     MOVE PNT-NET-PAY TO ACH-AMOUNT-DISPLAY.
047200     MOVE SPACES TO ACH-CHECK-LINE.
047300     STRING PNT-EMP-ID ' ' PNT-EMP-NAME (1:30) ' '
047400         ACH-AMOUNT-DISPLAY '  ' ACH-EXCEPTION-REASON
047500         DELIMITED BY SIZE INTO ACH-CHECK-LINE.
047600     WRITE ACH-CHECK-LINE.
047700 3000-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000* 4000-WRITE-ENTRY-DETAIL - RECORD TYPE 6. ACH-ROUTING-WORK,
048100* ACH-ENTRY-ACCOUNT-NBR, -TYPE, AND -AMOUNT ARE ALREADY SET
048200*----------------------------------------------------------------
048300 4000-WRITE-ENTRY-DETAIL.
048400     ADD 1 TO ACH-ENTRY-COUNT.
048500     MOVE SPACES TO NACHA-RECORD.
048600     MOVE '6' TO NCH-ED-RECORD-TYPE.
048700     IF ACH-ENTRY-CHECKING
048800         SET NCH-ED-CHECKING-CREDIT TO TRUE
048900     ELSE
049000         SET NCH-ED-SAVINGS-CREDIT TO TRUE
049100     END-IF.
049200     MOVE ACH-ROUTING-DFI TO NCH-ED-RECEIVING-DFI.
049300     MOVE ACH-ROUTING-CHECK TO NCH-ED-CHECK-DIGIT.
049400     MOVE ACH-ENTRY-ACCOUNT-NBR TO NCH-ED-DFI-ACCOUNT.
049500     MOVE ACH-ENTRY-AMOUNT TO NCH-ED-AMOUNT.
049600     MOVE PNT-EMP-ID TO ACH-EMP-ID-DISPLAY.
049700     MOVE ACH-EMP-ID-DISPLAY TO NCH-ED-INDIVIDUAL-ID.
049800     MOVE PNT-EMP-NAME TO NCH-ED-INDIVIDUAL-NAME.
049900     MOVE SPACES TO NCH-ED-DISCRETIONARY.
050000     MOVE ZERO TO NCH-ED-ADDENDA-IND.
050100     MOVE ACH-ORIGINATING-DFI TO NCH-ED-TRACE-DFI.
050200     MOVE ACH-ENTRY-COUNT TO NCH-ED-TRACE-SEQUENCE.
050300     PERFORM 7000-WRITE-ACH-RECORD THRU 7000-EXIT.
050400     ADD ACH-ROUTING-DFI TO ACH-ENTRY-HASH-WORK.
050500     ADD ACH-ENTRY-AMOUNT TO ACH-CREDIT-TOTAL.
050600 4000-EXIT.
050700     EXIT.
050800*----------------------------------------------------------------
050900* 7000-WRITE-ACH-RECORD - EVERY NACHA RECORD GOES OUT THROUGH
051000* HERE SO THE RECORD COUNT FOR THE BLOCK TOTAL STAYS HONEST
051100*----------------------------------------------------------------
051200 7000-WRITE-ACH-RECORD.
051300     WRITE ACH-FILE-RECORD FROM NACHA-RECORD.
051400     ADD 1 TO ACH-RECORDS-WRITTEN.
051500     ADD 1 TO ACH-OUT-COUNT.
051600 7000-EXIT.
051700     EXIT.
051800*----------------------------------------------------------------
051900* 8000-CLOSE-OFF-FILE - BATCH CONTROL, FILE CONTROL, AND THE
052000* ALL-NINES PADDING THAT FILLS OUT THE LAST BLOCK OF TEN
052100*----------------------------------------------------------------
052200 8000-CLOSE-OFF-FILE.
052300     MOVE ACH-ENTRY-HASH-WORK TO ACH-ENTRY-HASH.
052400     MOVE SPACES TO NACHA-RECORD.
052500     MOVE '8' TO NCH-BC-RECORD-TYPE.
052600     MOVE 220 TO NCH-BC-SERVICE-CLASS.
052700     MOVE ACH-ENTRY-COUNT TO NCH-BC-ENTRY-COUNT.
052800     MOVE ACH-ENTRY-HASH TO NCH-BC-ENTRY-HASH.
052900     MOVE ZERO TO NCH-BC-TOTAL-DEBIT.
053000     MOVE ACH-CREDIT-TOTAL TO NCH-BC-TOTAL-CREDIT.
053100     MOVE ACH-COMPANY-ID TO NCH-BC-COMPANY-ID.
053200     MOVE SPACES TO NCH-BC-AUTH-CODE.
053300     MOVE ACH-ORIGINATING-DFI TO NCH-BC-ORIGINATING-DFI.
053400     MOVE ACH-BATCH-NUMBER TO NCH-BC-BATCH-NUMBER.
053500     PERFORM 7000-WRITE-ACH-RECORD THRU 7000-EXIT.
053600     COMPUTE ACH-BLOCK-COUNT =
053700         (ACH-RECORDS-WRITTEN + ACH-BLOCKING-FACTOR)
053800         / ACH-BLOCKING-FACTOR.
053900     MOVE SPACES TO NACHA-RECORD.
054000     MOVE '9' TO NCH-FC-RECORD-TYPE.
054100     MOVE 1 TO NCH-FC-BATCH-COUNT.
054200     MOVE ACH-BLOCK-COUNT TO NCH-FC-BLOCK-COUNT.
054300     MOVE ACH-ENTRY-COUNT TO NCH-FC-ENTRY-COUNT.
054400     MOVE ACH-ENTRY-HASH TO NCH-FC-ENTRY-HASH.
054500     MOVE ZERO TO NCH-FC-TOTAL-DEBIT.
054600     MOVE ACH-CREDIT-TOTAL TO NCH-FC-TOTAL-CREDIT.
054700     PERFORM 7000-WRITE-ACH-RECORD THRU 7000-EXIT.
054800     DIVIDE ACH-RECORDS-WRITTEN BY ACH-BLOCKING-FACTOR
054900         GIVING ACH-BLOCK-QUOTIENT
055000         REMAINDER ACH-BLOCK-REMAINDER.
055100     PERFORM 8100-WRITE-PAD-RECORD THRU 8100-EXIT
055200         UNTIL ACH-BLOCK-REMAINDER = ZERO.
055300 8000-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600* 8100-WRITE-PAD-RECORD - ONE ALL-NINES FILLER RECORD; REPEATED
055700* UNTIL THE RECORD COUNT IS A MULTIPLE OF THE BLOCKING FACTOR
055800*----------------------------------------------------------------
055900 8100-WRITE-PAD-RECORD.
056000     MOVE ALL '9' TO NACHA-RECORD.
056100     PERFORM 7000-WRITE-ACH-RECORD THRU 7000-EXIT.
056200     DIVIDE ACH-RECORDS-WRITTEN BY ACH-BLOCKING-FACTOR
056300         GIVING ACH-BLOCK-QUOTIENT
056400         REMAINDER ACH-BLOCK-REMAINDER.
056500 8100-EXIT.
056600     EXIT.
056700*----------------------------------------------------------------
056800* 8500-PROVE-TO-REGISTER - THE PAYNET DETAIL MUST AGREE WITH ITS
056900* OWN TRAILER, AND ACH CREDITS PLUS PAPER CHECKS MUST EQUAL THE
057000* REGISTER'S COMPANY NET PAY. ANY BREAK EMPTIES THE ACH FILE SO
057100* A FILE THAT DOES NOT TIE CAN NEVER REACH THE BANK
057200*----------------------------------------------------------------
057300 8500-PROVE-TO-REGISTER.
057400     COMPUTE ACH-PAID-TOTAL = ACH-CREDIT-TOTAL + ACH-CHECK-TOTAL.
057500     IF NOT ACH-TRAILER-SEEN
057600         DISPLAY 'PAYACH0 - PAYNET TRAILER MISSING - RUN FAILED'
057700         SET ACH-OUT-OF-BALANCE TO TRUE
057800     END-IF.
057900     IF ACH-DETAIL-COUNT NOT = ACH-REGISTER-COUNT
058000             OR ACH-DETAIL-NET-TOTAL NOT = ACH-REGISTER-NET-TOTAL
058100         DISPLAY 'PAYACH0 - PAYNET DETAIL DOES NOT MATCH ITS '
058200             'TRAILER - RUN FAILED'
058300         SET ACH-OUT-OF-BALANCE TO TRUE
058400     END-IF.
058500     IF ACH-PAID-TOTAL NOT = ACH-REGISTER-NET-TOTAL
058600         DISPLAY 'PAYACH0 - ACH PLUS CHECKS DO NOT TIE TO '
058700             'REGISTER NET PAY - RUN FAILED'
058800         SET ACH-OUT-OF-BALANCE TO TRUE
058900     END-IF.
059000     IF ACH-OUT-OF-BALANCE
059100         CLOSE ACHFILE
059200         OPEN OUTPUT ACHFILE
059300         MOVE ZERO TO ACH-OUT-COUNT
059400         MOVE 8 TO RETURN-CODE
059500     END-IF.
059600 8500-EXIT.
059700     EXIT.
059800*----------------------------------------------------------------
059900* 8600-WRITE-SUMMARY - CONTROL TOTALS FOR THE PAYROLL REVIEW
060000*----------------------------------------------------------------
060100 8600-WRITE-SUMMARY.
060200     MOVE SPACES TO ACH-REPORT-LINE.
060300     STRING 'EMPLOYEES ON REGISTER:      ' ACH-DETAIL-COUNT
060400         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
060500     WRITE ACH-REPORT-LINE.
060600     MOVE SPACES TO ACH-REPORT-LINE.
060700     STRING 'ZERO NET PAY (NOT PAID):    ' ACH-ZERO-PAY-COUNT
060800         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
060900     WRITE ACH-REPORT-LINE.
061000     MOVE SPACES TO ACH-REPORT-LINE.
061100     STRING 'ACH ENTRIES WRITTEN:        ' ACH-ENTRY-COUNT
061200         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
061300     WRITE ACH-REPORT-LINE.
061400     MOVE SPACES TO ACH-REPORT-LINE.
061500     STRING 'SPLIT DEPOSITS:             ' ACH-SPLIT-COUNT
061600         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
061700     WRITE ACH-REPORT-LINE.
061800     MOVE SPACES TO ACH-REPORT-LINE.
061900     STRING 'ENTRY HASH:                 ' ACH-ENTRY-HASH
062000         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
062100     WRITE ACH-REPORT-LINE.
062200     MOVE SPACES TO ACH-REPORT-LINE.
062300     STRING 'BLOCK COUNT:                ' ACH-BLOCK-COUNT
062400         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
062500     WRITE ACH-REPORT-LINE.
062600     MOVE ACH-CREDIT-TOTAL TO ACH-TOTAL-DISPLAY.
062700     MOVE SPACES TO ACH-REPORT-LINE.
062800     STRING 'ACH CREDIT TOTAL:           ' ACH-TOTAL-DISPLAY
062900         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
063000     WRITE ACH-REPORT-LINE.
063100     MOVE ACH-CHECK-TOTAL TO ACH-TOTAL-DISPLAY.
063200     MOVE SPACES TO ACH-REPORT-LINE.
063300     STRING 'PAPER CHECK TOTAL:          ' ACH-TOTAL-DISPLAY
063400         ' (' ACH-CHECK-COUNT ' CHECKS)'
063500         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
063600     WRITE ACH-REPORT-LINE.
063700     MOVE ACH-REGISTER-NET-TOTAL TO ACH-TOTAL-DISPLAY.
063800     MOVE SPACES TO ACH-REPORT-LINE.
063900     STRING 'REGISTER COMPANY NET PAY:   ' ACH-TOTAL-DISPLAY
064000         DELIMITED BY SIZE INTO ACH-REPORT-LINE.
064100     WRITE ACH-REPORT-LINE.
064200     MOVE SPACES TO ACH-REPORT-LINE.
064300     IF ACH-OUT-OF-BALANCE
064400         STRING 'OUT OF BALANCE - ACH FILE EMPTIED - '
064500             'RUN FAILED'
064600             DELIMITED BY SIZE INTO ACH-REPORT-LINE
064700     ELSE
064800         STRING 'ACH FILE BALANCED TO PAYROLL REGISTER'
064900             DELIMITED BY SIZE INTO ACH-REPORT-LINE
065000     END-IF.
065100     WRITE ACH-REPORT-LINE.
065200     MOVE SPACES TO ACH-CHECK-LINE.
065300     STRING 'PAPER CHECKS: ' ACH-CHECK-COUNT
065400         DELIMITED BY SIZE INTO ACH-CHECK-LINE.
065500     WRITE ACH-CHECK-LINE.
065600 8600-EXIT.
065700     EXIT.
065800*----------------------------------------------------------------
065900* 9999-TERMINATE - CLOSE FILES AND LOG THE RUN
066000*----------------------------------------------------------------
066100 9999-TERMINATE.
066200     MOVE RETURN-CODE TO ACH-RLG-COMPLETION.
066300     MOVE 'E' TO ACH-RLG-FUNCTION.
066400     CALL 'RUNLOG0' USING ACH-RLG-FUNCTION ACH-JOB-NAME
066500         ACH-READ-COUNT ACH-OUT-COUNT ACH-RLG-COMPLETION
066600         ACH-RLG-RETURN-CODE.
066700     DISPLAY 'PAYACH0 - ACH ENTRIES:  ' ACH-ENTRY-COUNT.
066800     DISPLAY 'PAYACH0 - PAPER CHECKS: ' ACH-CHECK-COUNT.
066900     CLOSE PAYNET.
067000     CLOSE EMPBANK.
067100     CLOSE ACHFILE.
067200     CLOSE ACHRPT.
067300     CLOSE CHKLIST.
067400 9999-EXIT.
067500     EXIT.
