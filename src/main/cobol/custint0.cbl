000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTINT0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. DEPOSIT-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - YEAR-END 1099-INT RUN. FOR
001100*                 EACH CUSTOMER ON THE MASTER THE INTEREST
001200*                 CREDITS CUSTACR0 POSTED TO THE PERMANENT
001300*                 CUSTOMER LEDGER FOR ACCRUAL PERIODS IN THE TAX
001400*                 YEAR ARE SUMMED. A CUSTOMER AT OR ABOVE THE
001500*                 REPORTING THRESHOLD GETS A PAYEE (B) RECORD ON
001600*                 THE IRS ELECTRONIC FILING FILE (PUBLICATION 1220
001700*                 FORMAT, UNDER ONE TRANSMITTER AND ONE PAYER)
001800*                 CARRYING THE CUSTOMER'S TIN, AND A PRINTED
001900*                 RECIPIENT COPY ADDRESSED FROM CUSTOMER-RECORD.
002000*                 A CUSTOMER UNDER THE THRESHOLD, WITH NO VALID
002100*                 TIN ON FILE, OR WHOSE RECORD LACKS A USABLE
002200*                 ADDRESS OR COUNTRY, IS LISTED ON THE EXCEPTION
002300*                 SECTION OF THE CONTROL REPORT INSTEAD. THE
002400*                 LEDGER INTEREST FOR EACH MONTH MUST TIE TO THAT
002500*                 MONTH'S ACRJRNL INTEREST TOTAL AS ENTERED ON THE
002600*                 INTPARM CONTROL RECORD; IF ANY MONTH DOES NOT,
002700*                 THE FILING FILE AND THE RECIPIENT COPIES ARE
002800*                 EMPTIED AND THE RUN ENDS WITH RETURN-CODE 8. THE
002900*                 RUN IS LOGGED TO THE SHARED RUNLOG FACILITY.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT INTPARM ASSIGN TO INTPARM
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS INT-INTPARM-STATUS.
004000     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS INT-CUSTMSTR-STATUS.
004300     SELECT CUSTLEDG ASSIGN TO CUSTLEDG
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CLG-KEY
004700         FILE STATUS IS INT-CUSTLEDG-STATUS.
004800     SELECT IRSFILE ASSIGN TO IRSFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS INT-IRSFILE-STATUS.
005100     SELECT INTCOPY ASSIGN TO INTCOPY
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS INT-INTCOPY-STATUS.
005400     SELECT INTRPT ASSIGN TO INTRPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS INT-INTRPT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  INTPARM
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY "src/main/resources/int1099-parm-record.cbl".
006300 FD  CUSTMSTR
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY "src/main/resources/customer-record.cbl".
006700 FD  CUSTLEDG
006800     LABEL RECORDS ARE STANDARD.
006900     COPY "src/main/resources/cust-ledger-record.cbl".
007000 FD  IRSFILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  INT-IRS-FILE-RECORD        PIC X(750).
007400 FD  INTCOPY
007500     LABEL RECORDS ARE OMITTED.
007600 01  INT-COPY-LINE              PIC X(80).
007700 FD  INTRPT
007800     LABEL RECORDS ARE OMITTED.
007900 01  INT-REPORT-LINE            PIC X(80).
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------------
008200* FILE STATUS AND SWITCHES
008300*----------------------------------------------------------------
008400 77  INT-INTPARM-STATUS         PIC XX.
008500     88  INT-INTPARM-OK             VALUE '00'.
008600 77  INT-CUSTMSTR-STATUS        PIC XX.
008700     88  INT-CUSTMSTR-OK            VALUE '00'.
008800 77  INT-CUSTLEDG-STATUS        PIC XX.
008900     88  INT-CUSTLEDG-OK            VALUE '00'.
009000 77  INT-IRSFILE-STATUS         PIC XX.
009100     88  INT-IRSFILE-OK             VALUE '00'.
009200 77  INT-INTCOPY-STATUS         PIC XX.
009300     88  INT-INTCOPY-OK             VALUE '00'.
009400 77  INT-INTRPT-STATUS          PIC XX.
009500     88  INT-INTRPT-OK              VALUE '00'.
009600 77  INT-END-OF-CUSTMSTR-SW     PIC X       VALUE 'N'.
009700     88  INT-END-OF-CUSTMSTR        VALUE 'Y'.
009800 77  INT-END-OF-LEDGER-SW       PIC X       VALUE 'N'.
009900     88  INT-END-OF-LEDGER          VALUE 'Y'.
010000 77  INT-FOREIGN-ADDRESS-SW     PIC X       VALUE 'N'.
010100     88  INT-FOREIGN-ADDRESS        VALUE 'Y'.
010200 77  INT-OUT-OF-BALANCE-SW      PIC X       VALUE 'N'.
010300     88  INT-OUT-OF-BALANCE         VALUE 'Y'.
010400 77  INT-FILE-FAILED-SW         PIC X       VALUE 'N'.
010500     88  INT-FILE-FAILED            VALUE 'Y'.
010600*----------------------------------------------------------------
010700* TAX YEAR AND REPORTING THRESHOLD (DEFAULTED, OVERRIDDEN BY
010800* INTPARM). LEDGER ROWS ARE READ FROM THE FIRST KEY OF THE YEAR
010900* UNTIL THE POSTING YEAR PASSES THE TAX YEAR
011000*----------------------------------------------------------------
011100 77  INT-TODAY-DATE             PIC 9(8).
011200 77  INT-TAX-YEAR               PIC 9(4).
011300 77  INT-THRESHOLD              PIC 9(5)V99 VALUE 10.00.
011400 01  INT-YEAR-START-DATE.
011500     03  INT-YEAR-START-YEAR    PIC 9(4).
011600     03  INT-YEAR-START-MONTH   PIC 9(2)    VALUE 01.
011700     03  INT-YEAR-START-DAY     PIC 9(2)    VALUE 01.
011800 77  INT-DOMESTIC-COUNTRY       PIC X(03)   VALUE 'USA'.
011900*----------------------------------------------------------------
012000* PAYER AND TRANSMITTER IDENTITY AND THE TWELVE ACRJRNL TOTALS,
012100* SAVED FROM INTPARM AT START
012200*----------------------------------------------------------------
012300 77  INT-PARM-VALID-SW          PIC X       VALUE 'N'.
012400     88  INT-PARM-VALID             VALUE 'Y'.
012500 77  INT-TEST-FILE-IND          PIC X       VALUE SPACE.
012600     88  INT-TEST-FILE              VALUE 'T'.
012700 77  INT-TRANSMITTER-CONTROL-CODE PIC X(05).
012800 77  INT-PAYER-TIN              PIC X(09).
012900 77  INT-PAYER-NAME-CONTROL     PIC X(04).
013000 77  INT-PAYER-NAME             PIC X(40).
013100 77  INT-PAYER-ADDRESS          PIC X(40).
013200 77  INT-PAYER-CITY             PIC X(40).
013300 77  INT-PAYER-STATE            PIC X(02).
013400 77  INT-PAYER-ZIP              PIC X(09).
013500 77  INT-PAYER-PHONE            PIC X(15).
013600 77  INT-CONTACT-NAME           PIC X(40).
013700 77  INT-CONTACT-EMAIL          PIC X(50).
013800 01  INT-JOURNAL-TABLE.
013900     03  INT-JOURNAL-MONTH      OCCURS 12 TIMES.
014000         05  INT-JOURNAL-ENTERED-SW PIC X.
014100             88  INT-JOURNAL-ENTERED    VALUE 'Y'.
014200         05  INT-JOURNAL-INTEREST   PIC 9(11)V99.
014300*----------------------------------------------------------------
014400* PER-CUSTOMER WORK AREAS - THE EXCEPTION REASON IS LEFT BLANK
014500* WHEN THE CUSTOMER CAN BE FILED
014600*----------------------------------------------------------------
014700 77  INT-CUST-INTEREST          PIC S9(9)V99 COMP-3.
014800 77  INT-EXCEPTION-REASON       PIC X(25).
014900 77  INT-PRINT-NAME             PIC X(30).
015000 01  INT-PAYEE-ZIP.
015100     03  INT-PAYEE-ZIP-CODE     PIC 9(5).
015200     03  INT-PAYEE-ZIP-EXT      PIC 9(4).
015300*----------------------------------------------------------------
015400* LEDGER INTEREST BY ACCRUAL PERIOD MONTH, PROVED AGAINST THE
015500* TWELVE ACRJRNL TOTALS ON THE CONTROL RECORD. CUSTACR0 CARRIES
015600* THE PERIOD (YYYYMM) IN CLG-REFERENCE; A ROW WITHOUT ONE FALLS
015700* BACK TO ITS POSTING YEAR AND MONTH
015800*----------------------------------------------------------------
015900 01  INT-LEDGER-MONTH-TABLE.
016000     03  INT-LEDGER-MONTH       PIC S9(11)V99 COMP-3
016100                                OCCURS 12 TIMES.
016200 77  INT-MONTH-IDX              PIC 9(2)    COMP.
016300 77  INT-MONTH-NUMBER           PIC 9(2).
016400 01  INT-LEDGER-PERIOD.
016500     03  INT-LEDGER-PERIOD-YEAR PIC 9(4).
016600     03  INT-LEDGER-PERIOD-MONTH
016700                                PIC 9(2).
016800 77  INT-MONTH-FLAG             PIC X(12).
016900*----------------------------------------------------------------
017000* CONTROL TOTALS - FORMS ISSUED PLUS BOTH EXCEPTION CLASSES FOOT
017100* TO THE YEAR'S LEDGER INTEREST, WHICH MUST EQUAL THE JOURNALS
017200*----------------------------------------------------------------
017300 77  INT-CUSTOMER-COUNT         PIC 9(7)    VALUE ZERO.
017400 77  INT-INTEREST-CUST-COUNT    PIC 9(7)    VALUE ZERO.
017500 77  INT-FORM-COUNT             PIC 9(7)    VALUE ZERO.
017600 77  INT-UNDER-COUNT            PIC 9(7)    VALUE ZERO.
017700 77  INT-ADDRESS-COUNT          PIC 9(7)    VALUE ZERO.
017800 77  INT-TIN-COUNT              PIC 9(7)    VALUE ZERO.
017900 77  INT-TOTAL-INTEREST         PIC S9(11)V99 COMP-3 VALUE ZERO.
018000 77  INT-REPORTED-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
018100 77  INT-UNDER-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
018200 77  INT-ADDRESS-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
018300 77  INT-TIN-TOTAL              PIC S9(11)V99 COMP-3 VALUE ZERO.
018400 77  INT-JOURNAL-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
018500 77  INT-IRS-RECORD-COUNT       PIC 9(8)    VALUE ZERO.
018600*----------------------------------------------------------------
018700* DISPLAY WORK AREAS
018800*----------------------------------------------------------------
018900 77  INT-AMOUNT-DISPLAY         PIC Z,ZZZ,ZZ9.99.
019000 77  INT-TOTAL-DISPLAY          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
019100 77  INT-TOTAL-DISPLAY-2        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
019200 77  INT-THRESHOLD-DISPLAY      PIC ZZ,ZZ9.99.
019300*----------------------------------------------------------------
019400* RUN-LOG WORK AREAS
019500*----------------------------------------------------------------
019600 77  INT-JOB-NAME               PIC X(08)   VALUE 'CUSTINT0'.
019700 77  INT-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
019800 77  INT-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
019900 77  INT-RLG-FUNCTION           PIC X.
020000 77  INT-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
020100 77  INT-RLG-RETURN-CODE        PIC 9(2)    COMP.
020200*----------------------------------------------------------------
020300* IRS INFORMATION RETURN RECORD LAYOUTS
020400*----------------------------------------------------------------
020500     COPY "src/main/resources/irs-1099-record.cbl".
020600 PROCEDURE DIVISION.
020700*----------------------------------------------------------------
020800* 0000-MAINLINE
020900*----------------------------------------------------------------
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
021300         UNTIL INT-END-OF-CUSTMSTR.
021400     PERFORM 8000-CLOSE-OFF-FILE THRU 8000-EXIT.
021500     PERFORM 8500-PROVE-TO-JOURNALS THRU 8500-EXIT.
021600     PERFORM 8600-WRITE-SUMMARY THRU 8600-EXIT.
021700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
021800     GOBACK.
021900*----------------------------------------------------------------
022000* 1000-INITIALIZE - LOAD AND EDIT THE CONTROL RECORD, OPEN
022100* FILES, WRITE THE TRANSMITTER AND PAYER RECORDS
022200*----------------------------------------------------------------
022300 1000-INITIALIZE.
022400     MOVE 'S' TO INT-RLG-FUNCTION.
022500     CALL 'RUNLOG0' USING INT-RLG-FUNCTION INT-JOB-NAME
022600         INT-READ-COUNT INT-OUT-COUNT INT-RLG-COMPLETION
022700         INT-RLG-RETURN-CODE.
022800     ACCEPT INT-TODAY-DATE FROM DATE YYYYMMDD.
022900     COMPUTE INT-TAX-YEAR = (INT-TODAY-DATE / 10000) - 1.
023000     INITIALIZE INT-LEDGER-MONTH-TABLE.
023100     INITIALIZE INT-JOURNAL-TABLE.
023200     OPEN INPUT INTPARM.
023300     IF NOT INT-INTPARM-OK
023400         DISPLAY 'CUSTINT0 - UNABLE TO OPEN INTPARM '
023500             INT-INTPARM-STATUS ' - RUN FAILED'
023600         MOVE 8 TO RETURN-CODE
023700         GO TO 9999-EXIT
023800     END-IF.
023900     READ INTPARM
024000         AT END
024100             CONTINUE
024200         NOT AT END
024300             PERFORM 1050-SAVE-PARM THRU 1050-EXIT
024400     END-READ.
024500     CLOSE INTPARM.
024600     IF NOT INT-PARM-VALID
024700         DISPLAY 'CUSTINT0 - INTPARM MISSING OR INVALID - '
024800             'RUN FAILED'
024900         MOVE 8 TO RETURN-CODE
025000         GO TO 9999-EXIT
025100     END-IF.
025200     MOVE INT-TAX-YEAR TO INT-YEAR-START-YEAR.
025300     OPEN INPUT CUSTMSTR.
025400     IF NOT INT-CUSTMSTR-OK
025500         DISPLAY 'CUSTINT0 - UNABLE TO OPEN CUSTMSTR '
025600             INT-CUSTMSTR-STATUS ' - RUN FAILED'
025700         MOVE 8 TO RETURN-CODE
025800         GO TO 9999-EXIT
025900     END-IF.
026000     OPEN INPUT CUSTLEDG.
026100     IF NOT INT-CUSTLEDG-OK
026200         DISPLAY 'CUSTINT0 - UNABLE TO OPEN CUSTLEDG '
026300             INT-CUSTLEDG-STATUS ' - RUN FAILED'
026400         MOVE 8 TO RETURN-CODE
026500         GO TO 9999-EXIT
026600     END-IF.
026700     OPEN OUTPUT IRSFILE.
026800     OPEN OUTPUT INTCOPY.
026900     OPEN OUTPUT INTRPT.
027000     MOVE INT-THRESHOLD TO INT-THRESHOLD-DISPLAY.
027100     MOVE SPACES TO INT-REPORT-LINE.
027200     STRING 'YEAR-END 1099-INT CONTROL REPORT - TAX YEAR '
027300         INT-TAX-YEAR ' - THRESHOLD ' INT-THRESHOLD-DISPLAY
027400         DELIMITED BY SIZE INTO INT-REPORT-LINE.
027500     WRITE INT-REPORT-LINE.
027600     IF INT-TEST-FILE
027700         MOVE 'IRS FILE MARKED AS A TEST SUBMISSION'
027800             TO INT-REPORT-LINE
027900         WRITE INT-REPORT-LINE
028000     END-IF.
028100     MOVE SPACES TO INT-REPORT-LINE.
028200     WRITE INT-REPORT-LINE.
028300     MOVE 'EXCEPTIONS - NOT FILED' TO INT-REPORT-LINE.
028400     WRITE INT-REPORT-LINE.
028500     MOVE SPACES TO INT-REPORT-LINE.
028600     STRING 'CUST   NAME                               INTEREST'
028700         '  REASON'
028800         DELIMITED BY SIZE INTO INT-REPORT-LINE.
028900     WRITE INT-REPORT-LINE.
029000     PERFORM 1100-WRITE-TRANSMITTER THRU 1100-EXIT.
029100     PERFORM 1200-WRITE-PAYER THRU 1200-EXIT.
029200 1000-EXIT.
029300     EXIT.
029400*----------------------------------------------------------------
029500* 1050-SAVE-PARM - KEEP THE CONTROL RECORD IN WORKING STORAGE. A
029600* BLANK OR ZERO TAX YEAR OR THRESHOLD KEEPS THE DEFAULT; THE
029700* PAYER TIN, NAME AND TRANSMITTER CONTROL CODE ARE REQUIRED
029800*----------------------------------------------------------------
029900 1050-SAVE-PARM.
030000     IF IPM-TAX-YEAR NUMERIC AND IPM-TAX-YEAR > ZERO
030100         MOVE IPM-TAX-YEAR TO INT-TAX-YEAR
030200     END-IF.
030300     IF IPM-THRESHOLD NUMERIC AND IPM-THRESHOLD > ZERO
030400         MOVE IPM-THRESHOLD TO INT-THRESHOLD
030500     END-IF.
030600     IF IPM-PAYER-TIN NUMERIC
030700             AND IPM-PAYER-NAME NOT = SPACES
030800             AND IPM-TRANSMITTER-CONTROL-CODE NOT = SPACES
030900         SET INT-PARM-VALID TO TRUE
031000     END-IF.
031100     MOVE IPM-TEST-FILE-IND TO INT-TEST-FILE-IND.
031200     MOVE IPM-TRANSMITTER-CONTROL-CODE
031300         TO INT-TRANSMITTER-CONTROL-CODE.
031400     MOVE IPM-PAYER-TIN TO INT-PAYER-TIN.
031500     MOVE IPM-PAYER-NAME-CONTROL TO INT-PAYER-NAME-CONTROL.
031600     MOVE IPM-PAYER-NAME TO INT-PAYER-NAME.
031700     MOVE IPM-PAYER-ADDRESS TO INT-PAYER-ADDRESS.
031800     MOVE IPM-PAYER-CITY TO INT-PAYER-CITY.
031900     MOVE IPM-PAYER-STATE TO INT-PAYER-STATE.
032000     MOVE IPM-PAYER-ZIP TO INT-PAYER-ZIP.
032100     MOVE IPM-PAYER-PHONE TO INT-PAYER-PHONE.
032200     MOVE IPM-CONTACT-NAME TO INT-CONTACT-NAME.
032300     MOVE IPM-CONTACT-EMAIL TO INT-CONTACT-EMAIL.
032400     PERFORM 1060-SAVE-JOURNAL-MONTH THRU 1060-EXIT
032500         VARYING INT-MONTH-IDX FROM 1 BY 1
032600         UNTIL INT-MONTH-IDX > 12.
032700 1050-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000* 1060-SAVE-JOURNAL-MONTH - A MONTH LEFT BLANK STAYS NOT ENTERED
033100*----------------------------------------------------------------
033200 1060-SAVE-JOURNAL-MONTH.
033300     IF IPM-JOURNAL-INTEREST (INT-MONTH-IDX) NUMERIC
033400         SET INT-JOURNAL-ENTERED (INT-MONTH-IDX) TO TRUE
033500         MOVE IPM-JOURNAL-INTEREST (INT-MONTH-IDX)
033600             TO INT-JOURNAL-INTEREST (INT-MONTH-IDX)
033700     END-IF.
033800 1060-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100* 1100-WRITE-TRANSMITTER - RECORD TYPE T. THE PAYER FILES FOR
034200* ITSELF, SO THE TRANSMITTER AND THE COMPANY ARE THE SAME. THE
034300* PAYEE COUNT IS FILLED IN BY 8000 ONCE IT IS KNOWN
034400*----------------------------------------------------------------
034500 1100-WRITE-TRANSMITTER.
034600     MOVE SPACES TO IRS-RECORD.
034700     MOVE 'T' TO IRS-T-RECORD-TYPE.
034800     MOVE INT-TAX-YEAR TO IRS-T-PAYMENT-YEAR.
034900     MOVE INT-PAYER-TIN TO IRS-T-TRANSMITTER-TIN.
035000     MOVE INT-TRANSMITTER-CONTROL-CODE TO IRS-T-CONTROL-CODE.
035100     IF INT-TEST-FILE
035200         MOVE 'T' TO IRS-T-TEST-FILE-IND
035300     END-IF.
035400     MOVE INT-PAYER-NAME TO IRS-T-TRANSMITTER-NAME.
035500     MOVE INT-PAYER-NAME TO IRS-T-COMPANY-NAME.
035600     MOVE INT-PAYER-ADDRESS TO IRS-T-COMPANY-ADDRESS.
035700     MOVE INT-PAYER-CITY TO IRS-T-COMPANY-CITY.
035800     MOVE INT-PAYER-STATE TO IRS-T-COMPANY-STATE.
035900     MOVE INT-PAYER-ZIP TO IRS-T-COMPANY-ZIP.
036000     MOVE ZERO TO IRS-T-PAYEE-COUNT.
036100     MOVE INT-CONTACT-NAME TO IRS-T-CONTACT-NAME.
036200     MOVE INT-PAYER-PHONE TO IRS-T-CONTACT-PHONE.
036300     MOVE INT-CONTACT-EMAIL TO IRS-T-CONTACT-EMAIL.
036400     MOVE 'I' TO IRS-T-VENDOR-IND.
036500     PERFORM 7000-WRITE-IRS-RECORD THRU 7000-EXIT.
036600 1100-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900* 1200-WRITE-PAYER - RECORD TYPE A, RETURN TYPE 6 (1099-INT)
037000* REPORTING AMOUNT CODE 1 (INTEREST INCOME) ONLY
037100*----------------------------------------------------------------
037200 1200-WRITE-PAYER.
037300     MOVE SPACES TO IRS-RECORD.
037400     MOVE 'A' TO IRS-A-RECORD-TYPE.
037500     MOVE INT-TAX-YEAR TO IRS-A-PAYMENT-YEAR.
037600     MOVE INT-PAYER-TIN TO IRS-A-PAYER-TIN.
037700     MOVE INT-PAYER-NAME-CONTROL TO IRS-A-PAYER-NAME-CONTROL.
037800     MOVE '6 ' TO IRS-A-TYPE-OF-RETURN.
037900     MOVE '1' TO IRS-A-AMOUNT-CODES.
038000     MOVE INT-PAYER-NAME TO IRS-A-PAYER-NAME.
038100     MOVE '0' TO IRS-A-TRANSFER-AGENT-IND.
038200     MOVE INT-PAYER-ADDRESS TO IRS-A-PAYER-ADDRESS.
038300     MOVE INT-PAYER-CITY TO IRS-A-PAYER-CITY.
038400     MOVE INT-PAYER-STATE TO IRS-A-PAYER-STATE.
038500     MOVE INT-PAYER-ZIP TO IRS-A-PAYER-ZIP.
038600     MOVE INT-PAYER-PHONE TO IRS-A-PAYER-PHONE.
038700     PERFORM 7000-WRITE-IRS-RECORD THRU 7000-EXIT.
038800 1200-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100* 2000-PROCESS-CUSTOMER - SUM THE YEAR'S INTEREST AND EITHER FILE
039200* THE CUSTOMER OR LIST THE REASON IT CANNOT BE FILED. A CUSTOMER
039300* WITH NO INTEREST IN THE YEAR IS NEITHER FILED NOR LISTED
039400*----------------------------------------------------------------
039500 2000-PROCESS-CUSTOMER.
039600     READ CUSTMSTR
039700         AT END
039800             SET INT-END-OF-CUSTMSTR TO TRUE
039900             GO TO 2000-EXIT
040000     END-READ.
040100     ADD 1 TO INT-READ-COUNT.
040200     ADD 1 TO INT-CUSTOMER-COUNT.
040300     MOVE ZERO TO INT-CUST-INTEREST.
040400     PERFORM 2100-SUM-LEDGER-INTEREST THRU 2100-EXIT.
040500     IF INT-CUST-INTEREST = ZERO
040600         GO TO 2000-EXIT
040700     END-IF.
040800     ADD 1 TO INT-INTEREST-CUST-COUNT.
040900     ADD INT-CUST-INTEREST TO INT-TOTAL-INTEREST.
041000     IF INT-CUST-INTEREST < INT-THRESHOLD
041100         MOVE 'UNDER REPORTING THRESHOLD' TO INT-EXCEPTION-REASON
041200         ADD 1 TO INT-UNDER-COUNT
041300         ADD INT-CUST-INTEREST TO INT-UNDER-TOTAL
041400         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
041500         GO TO 2000-EXIT
041600     END-IF.
041700     IF CUSTOMER-TIN NOT NUMERIC OR CUSTOMER-TIN = ZERO
041800             OR (NOT CUSTOMER-TIN-EIN AND NOT CUSTOMER-TIN-SSN)
041900         MOVE 'NO VALID TAXPAYER ID' TO INT-EXCEPTION-REASON
042000         ADD 1 TO INT-TIN-COUNT
042100         ADD INT-CUST-INTEREST TO INT-TIN-TOTAL
042200         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
042300         GO TO 2000-EXIT
042400     END-IF.
042500     PERFORM 2200-CHECK-ADDRESS THRU 2200-EXIT.
042600     IF INT-EXCEPTION-REASON NOT = SPACES
042700         ADD 1 TO INT-ADDRESS-COUNT
042800         ADD INT-CUST-INTEREST TO INT-ADDRESS-TOTAL
042900         PERFORM 3900-LIST-EXCEPTION THRU 3900-EXIT
043000         GO TO 2000-EXIT
043100     END-IF.
043200     PERFORM 3000-WRITE-PAYEE-RECORD THRU 3000-EXIT.
043300     PERFORM 3100-WRITE-RECIPIENT-COPY THRU 3100-EXIT.
043400     ADD 1 TO INT-FORM-COUNT.
043500     ADD INT-CUST-INTEREST TO INT-REPORTED-TOTAL.
043600 2000-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900* 2100-SUM-LEDGER-INTEREST - POSITION ON THE FIRST KEY OF THE TAX
044000* YEAR AND READ FORWARD UNTIL THE KEY LEAVES THE CUSTOMER OR THE
044100* FOLLOWING YEAR (THE SAME POSITIONING CUSTSTM0 USES FOR ITS
044200* MONTH). DECEMBER'S ACCRUAL IS POSTED IN THE FOLLOWING JANUARY
044300*----------------------------------------------------------------
044400 2100-SUM-LEDGER-INTEREST.
044500     MOVE 'N' TO INT-END-OF-LEDGER-SW.
044600     MOVE CUSTOMER-ID TO CLG-CUSTOMER-ID.
044700     MOVE INT-YEAR-START-DATE TO CLG-POSTING-DATE.
044800     MOVE ZERO TO CLG-SEQUENCE.
044900     START CUSTLEDG KEY IS >= CLG-KEY
045000         INVALID KEY
045100             SET INT-END-OF-LEDGER TO TRUE
045200     END-START.
045300     PERFORM 2110-READ-ONE-ROW THRU 2110-EXIT
045400         UNTIL INT-END-OF-LEDGER.
045500 2100-EXIT.
045600     EXIT.
045700*----------------------------------------------------------------
045800* 2110-READ-ONE-ROW - ONLY INTEREST CREDITS FOR AN ACCRUAL PERIOD
045900* IN THE TAX YEAR COUNT; THEY ARE ALSO BUCKETED BY THE PERIOD'S
046000* MONTH FOR THE PROOF TO THE JOURNALS
046100*----------------------------------------------------------------
046200 2110-READ-ONE-ROW.
046300     READ CUSTLEDG NEXT RECORD
046400         AT END
046500             SET INT-END-OF-LEDGER TO TRUE
046600             GO TO 2110-EXIT
046700     END-READ.
046800     IF CLG-CUSTOMER-ID NOT = CUSTOMER-ID
046900             OR CLG-POST-YEAR > INT-TAX-YEAR + 1
047000         SET INT-END-OF-LEDGER TO TRUE
047100         GO TO 2110-EXIT
047200     END-IF.
047300     IF NOT CLG-INTEREST
047400         GO TO 2110-EXIT
047500     END-IF.
047600     IF CLG-REFERENCE (1:6) NUMERIC
047700         MOVE CLG-REFERENCE (1:6) TO INT-LEDGER-PERIOD
047800     ELSE
047900         MOVE CLG-POST-YEAR TO INT-LEDGER-PERIOD-YEAR
048000         MOVE CLG-POST-MONTH TO INT-LEDGER-PERIOD-MONTH
048100     END-IF.
048200     IF INT-LEDGER-PERIOD-YEAR NOT = INT-TAX-YEAR
048300             OR INT-LEDGER-PERIOD-MONTH < 1
048400             OR INT-LEDGER-PERIOD-MONTH > 12
048500         GO TO 2110-EXIT
048600     END-IF.
048700     ADD CLG-AMOUNT TO INT-CUST-INTEREST.
048800     ADD CLG-AMOUNT
048900         TO INT-LEDGER-MONTH (INT-LEDGER-PERIOD-MONTH).
049000 2110-EXIT.
049100     EXIT.
049200*----------------------------------------------------------------
049300* 2200-CHECK-ADDRESS - A FORM CANNOT BE MAILED WITHOUT A STREET,
049400* A CITY, AND A COUNTRY; A DOMESTIC ADDRESS ALSO NEEDS A STATE
049500* AND A ZIP CODE. ANY OTHER COUNTRY IS FILED AS FOREIGN
049600*----------------------------------------------------------------
049700 2200-CHECK-ADDRESS.
049800     MOVE SPACES TO INT-EXCEPTION-REASON.
049900     MOVE 'N' TO INT-FOREIGN-ADDRESS-SW.
050000     IF STREET-ADDRESS = SPACES
050100         MOVE 'NO STREET ADDRESS' TO INT-EXCEPTION-REASON
050200         GO TO 2200-EXIT
050300     END-IF.
050400     IF CITY = SPACES
050500         MOVE 'NO CITY' TO INT-EXCEPTION-REASON
050600         GO TO 2200-EXIT
050700     END-IF.
050800     IF COUNTRY-CODE = SPACES
050900         MOVE 'NO COUNTRY CODE' TO INT-EXCEPTION-REASON
051000         GO TO 2200-EXIT
051100     END-IF.
051200     IF COUNTRY-CODE NOT = INT-DOMESTIC-COUNTRY
051300         SET INT-FOREIGN-ADDRESS TO TRUE
051400         GO TO 2200-EXIT
051500     END-IF.
051600     IF STATE = SPACES OR STATE NOT ALPHABETIC
051700         MOVE 'INVALID STATE' TO INT-EXCEPTION-REASON
051800         GO TO 2200-EXIT
051900     END-IF.
052000     IF ZIP-CODE NOT NUMERIC OR ZIP-CODE = ZERO
052100         MOVE 'INVALID ZIP CODE' TO INT-EXCEPTION-REASON
052200     END-IF.
052300 2200-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------
052600* 3000-WRITE-PAYEE-RECORD - RECORD TYPE B. THE NAME CONTROL IS
052700* THE FIRST FOUR LETTERS OF THE SURNAME AND THE CUSTOMER-ID IS
052800* THE PAYER'S ACCOUNT NUMBER FOR THE PAYEE. A FOREIGN ADDRESS
052900* CARRIES CITY, PROVINCE, AND COUNTRY IN THE CITY/STATE/ZIP AREA
053000*----------------------------------------------------------------
053100 3000-WRITE-PAYEE-RECORD.
053200     MOVE SPACES TO IRS-RECORD.
053300     MOVE 'B' TO IRS-B-RECORD-TYPE.
053400     MOVE INT-TAX-YEAR TO IRS-B-PAYMENT-YEAR.
053500     MOVE LAST-NAME (1:4) TO IRS-B-NAME-CONTROL.
053600     MOVE CUSTOMER-TIN-TYPE TO IRS-B-TYPE-OF-TIN.
053700     MOVE CUSTOMER-TIN TO IRS-B-PAYEE-TIN.
053800     MOVE CUSTOMER-ID TO IRS-B-ACCOUNT-NUMBER.
053900     MOVE ZEROS TO IRS-B-PAYMENT-AMOUNTS.
054000     MOVE INT-CUST-INTEREST TO IRS-B-PAYMENT-AMOUNT (1).
054100     STRING FIRST-NAME DELIMITED BY '  '
054200         ' ' LAST-NAME DELIMITED BY '  '
054300         INTO IRS-B-PAYEE-NAME.
054400     MOVE STREET-ADDRESS TO IRS-B-PAYEE-ADDRESS.
054500     IF INT-FOREIGN-ADDRESS
054600         MOVE '1' TO IRS-B-FOREIGN-COUNTRY-IND
054700         STRING CITY DELIMITED BY '  '
054800             ' ' STATE ' ' COUNTRY-CODE
054900             DELIMITED BY SIZE INTO IRS-B-PAYEE-CITY-STATE-ZIP
055000     ELSE
055100         MOVE CITY TO IRS-B-PAYEE-CITY
055200         MOVE STATE TO IRS-B-PAYEE-STATE
055300         MOVE ZIP-CODE TO INT-PAYEE-ZIP-CODE
055400         MOVE ZIP-CODE-EXT TO INT-PAYEE-ZIP-EXT
055500         IF ZIP-CODE-EXT NUMERIC AND ZIP-CODE-EXT > ZERO
055600             MOVE INT-PAYEE-ZIP TO IRS-B-PAYEE-ZIP
055700         ELSE
055800             MOVE INT-PAYEE-ZIP-CODE TO IRS-B-PAYEE-ZIP
055900         END-IF
056000     END-IF.
056100     PERFORM 7000-WRITE-IRS-RECORD THRU 7000-EXIT.
056200 3000-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------
056500* 3100-WRITE-RECIPIENT-COPY - THE PRINTED COPY B MAILED TO THE
056600* CUSTOMER, PAYER BLOCK FIRST, THEN THE RECIPIENT ADDRESS BLOCK
056700* AS CUSTSTM0 PRINTS IT, THEN THE BOXES
056800*----------------------------------------------------------------
056900 3100-WRITE-RECIPIENT-COPY.
057000     MOVE SPACES TO INT-COPY-LINE.
057100     STRING 'FORM 1099-INT  INTEREST INCOME  TAX YEAR '
057200         INT-TAX-YEAR '  COPY B FOR RECIPIENT'
057300         DELIMITED BY SIZE INTO INT-COPY-LINE.
057400     WRITE INT-COPY-LINE.
057500     MOVE SPACES TO INT-COPY-LINE.
057600     WRITE INT-COPY-LINE.
057700     MOVE SPACES TO INT-COPY-LINE.
057800     STRING 'PAYER      ' INT-PAYER-NAME
057900         DELIMITED BY SIZE INTO INT-COPY-LINE.
058000     WRITE INT-COPY-LINE.
058100     MOVE SPACES TO INT-COPY-LINE.
058200     STRING '           ' INT-PAYER-ADDRESS
058300         DELIMITED BY SIZE INTO INT-COPY-LINE.
058400     WRITE INT-COPY-LINE.
058500     MOVE SPACES TO INT-COPY-LINE.
058600     STRING '           ' INT-PAYER-CITY DELIMITED BY '  '
058700         ', ' INT-PAYER-STATE ' ' INT-PAYER-ZIP
058800         DELIMITED BY SIZE INTO INT-COPY-LINE.
058900     WRITE INT-COPY-LINE.
059000     MOVE SPACES TO INT-COPY-LINE.
059100     STRING 'PAYER TIN  ' INT-PAYER-TIN
059200         '     TELEPHONE ' INT-PAYER-PHONE
059300         DELIMITED BY SIZE INTO INT-COPY-LINE.
059400     WRITE INT-COPY-LINE.
059500     MOVE SPACES TO INT-COPY-LINE.
059600     WRITE INT-COPY-LINE.
059700     MOVE SPACES TO INT-COPY-LINE.
059800     STRING 'RECIPIENT  ' FIRST-NAME DELIMITED BY '  '
059900         ' ' LAST-NAME DELIMITED BY '  '
060000         INTO INT-COPY-LINE.
060100     WRITE INT-COPY-LINE.
060200     MOVE SPACES TO INT-COPY-LINE.
060300     STRING '           ' STREET-ADDRESS
060400         DELIMITED BY SIZE INTO INT-COPY-LINE.
060500     WRITE INT-COPY-LINE.
060600     MOVE SPACES TO INT-COPY-LINE.
060700     STRING '           ' CITY DELIMITED BY '  '
060800         ', ' STATE ' ' ZIP-CODE '-' ZIP-CODE-EXT
060900         ' ' COUNTRY-CODE
061000         DELIMITED BY SIZE INTO INT-COPY-LINE.
061100     WRITE INT-COPY-LINE.
061200     MOVE SPACES TO INT-COPY-LINE.
061300     STRING 'ACCOUNT    ' CUSTOMER-ID
061400         DELIMITED BY SIZE INTO INT-COPY-LINE.
061500     WRITE INT-COPY-LINE.
061600     MOVE SPACES TO INT-COPY-LINE.
061700     WRITE INT-COPY-LINE.
061800     MOVE INT-CUST-INTEREST TO INT-AMOUNT-DISPLAY.
061900     MOVE SPACES TO INT-COPY-LINE.
062000     STRING 'BOX 1  INTEREST INCOME              '
062100         INT-AMOUNT-DISPLAY
062200         DELIMITED BY SIZE INTO INT-COPY-LINE.
062300     WRITE INT-COPY-LINE.
062400     MOVE ZERO TO INT-AMOUNT-DISPLAY.
062500     MOVE SPACES TO INT-COPY-LINE.
062600     STRING 'BOX 4  FEDERAL INCOME TAX WITHHELD  '
062700         INT-AMOUNT-DISPLAY
062800         DELIMITED BY SIZE INTO INT-COPY-LINE.
062900     WRITE INT-COPY-LINE.
063000     MOVE ALL '-' TO INT-COPY-LINE.
063100     WRITE INT-COPY-LINE.
063200 3100-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500* 3900-LIST-EXCEPTION - ONE LINE ON THE CONTROL REPORT FOR A
063600* CUSTOMER WITH INTEREST WHO IS NOT FILED
063700*----------------------------------------------------------------
063800 3900-LIST-EXCEPTION.
063900     MOVE SPACES TO INT-PRINT-NAME.
064000     STRING FIRST-NAME DELIMITED BY '  '
064100         ' ' LAST-NAME DELIMITED BY '  '
064200         INTO INT-PRINT-NAME.
064300     MOVE INT-CUST-INTEREST TO INT-AMOUNT-DISPLAY.
064400     MOVE SPACES TO INT-REPORT-LINE.
064500     STRING CUSTOMER-ID ' ' INT-PRINT-NAME ' '
064600         INT-AMOUNT-DISPLAY '  ' INT-EXCEPTION-REASON
064700         DELIMITED BY SIZE INTO INT-REPORT-LINE.
064800     WRITE INT-REPORT-LINE.
064900 3900-EXIT.
065000     EXIT.
065100*----------------------------------------------------------------
065200* 7000-WRITE-IRS-RECORD - EVERY IRS RECORD GOES OUT THROUGH HERE
065300* SO THE RECORD SEQUENCE NUMBER (POSITIONS 500-507 IN EVERY
065400* RECORD TYPE) STAYS HONEST
065500*----------------------------------------------------------------
065600 7000-WRITE-IRS-RECORD.
065700     ADD 1 TO INT-IRS-RECORD-COUNT.
065800     MOVE INT-IRS-RECORD-COUNT TO IRS-B-SEQUENCE-NUMBER.
065900     WRITE INT-IRS-FILE-RECORD FROM IRS-RECORD.
066000     IF IRS-B-RECORD-TYPE = 'B'
066100         ADD 1 TO INT-OUT-COUNT
066200     END-IF.
066300 7000-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600* 8000-CLOSE-OFF-FILE - END OF PAYER (C) AND END OF TRANSMISSION
066700* (F) RECORDS, THEN THE PAYEE COUNT IS REWRITTEN INTO THE
066800* TRANSMITTER RECORD AT THE FRONT OF THE FILE
066900*----------------------------------------------------------------
067000 8000-CLOSE-OFF-FILE.
067100     MOVE SPACES TO IRS-RECORD.
067200     MOVE 'C' TO IRS-C-RECORD-TYPE.
067300     MOVE INT-FORM-COUNT TO IRS-C-PAYEE-COUNT.
067400     MOVE ZEROS TO IRS-C-CONTROL-TOTALS.
067500     MOVE INT-REPORTED-TOTAL TO IRS-C-CONTROL-TOTAL (1).
067600     PERFORM 7000-WRITE-IRS-RECORD THRU 7000-EXIT.
067700     MOVE SPACES TO IRS-RECORD.
067800     MOVE 'F' TO IRS-F-RECORD-TYPE.
067900     MOVE 1 TO IRS-F-PAYER-COUNT.
068000     MOVE ZERO TO IRS-F-ZERO-FILL.
068100     MOVE INT-FORM-COUNT TO IRS-F-PAYEE-COUNT.
068200     PERFORM 7000-WRITE-IRS-RECORD THRU 7000-EXIT.
068300     CLOSE IRSFILE.
068400     OPEN I-O IRSFILE.
068500     READ IRSFILE INTO IRS-RECORD
068600         AT END
068700             SET INT-FILE-FAILED TO TRUE
068800             GO TO 8000-EXIT
068900     END-READ.
069000     MOVE INT-FORM-COUNT TO IRS-T-PAYEE-COUNT.
069100     REWRITE INT-IRS-FILE-RECORD FROM IRS-RECORD.
069200     IF NOT INT-IRSFILE-OK
069300         SET INT-FILE-FAILED TO TRUE
069400     END-IF.
069500 8000-EXIT.
069600     EXIT.
069700*----------------------------------------------------------------
069800* 8500-PROVE-TO-JOURNALS - EACH MONTH'S LEDGER INTEREST AGAINST
069900* THAT MONTH'S ACRJRNL INTEREST TOTAL. A MONTH THAT DOES NOT TIE,
070000* OR WHOSE JOURNAL TOTAL WAS NOT ENTERED, OR A TRANSMITTER RECORD
070100* THAT COULD NOT BE COMPLETED, EMPTIES THE FILING FILE AND THE
070200* RECIPIENT COPIES SO NOTHING UNPROVED IS FILED OR MAILED
070300*----------------------------------------------------------------
070400 8500-PROVE-TO-JOURNALS.
070500     MOVE SPACES TO INT-REPORT-LINE.
070600     WRITE INT-REPORT-LINE.
070700     MOVE 'PROOF TO MONTHLY ACCRUAL JOURNALS (ACRJRNL)'
070800         TO INT-REPORT-LINE.
070900     WRITE INT-REPORT-LINE.
071000     MOVE SPACES TO INT-REPORT-LINE.
071100     STRING 'MONTH      LEDGER INTEREST    JOURNAL INTEREST'
071200         DELIMITED BY SIZE INTO INT-REPORT-LINE.
071300     WRITE INT-REPORT-LINE.
071400     PERFORM 8510-PROVE-ONE-MONTH THRU 8510-EXIT
071500         VARYING INT-MONTH-IDX FROM 1 BY 1
071600         UNTIL INT-MONTH-IDX > 12.
071700     IF INT-OUT-OF-BALANCE
071800         DISPLAY 'CUSTINT0 - LEDGER INTEREST DOES NOT TIE TO '
071900             'ACRJRNL TOTALS - RUN FAILED'
072000     END-IF.
072100     IF INT-FILE-FAILED
072200         DISPLAY 'CUSTINT0 - UNABLE TO COMPLETE IRSFILE '
072300             'TRANSMITTER RECORD ' INT-IRSFILE-STATUS
072400             ' - RUN FAILED'
072500     END-IF.
072600     IF INT-OUT-OF-BALANCE OR INT-FILE-FAILED
072700         CLOSE IRSFILE
072800         OPEN OUTPUT IRSFILE
072900         CLOSE INTCOPY
073000         OPEN OUTPUT INTCOPY
073100         MOVE ZERO TO INT-OUT-COUNT
073200         MOVE 8 TO RETURN-CODE
073300     END-IF.
073400 8500-EXIT.
073500     EXIT.
073600*----------------------------------------------------------------
073700* 8510-PROVE-ONE-MONTH
073800*----------------------------------------------------------------
073900 8510-PROVE-ONE-MONTH.
074000     MOVE INT-MONTH-IDX TO INT-MONTH-NUMBER.
074100     MOVE INT-LEDGER-MONTH (INT-MONTH-IDX) TO INT-TOTAL-DISPLAY.
074200     MOVE SPACES TO INT-MONTH-FLAG.
074300     IF NOT INT-JOURNAL-ENTERED (INT-MONTH-IDX)
074400         MOVE ZERO TO INT-TOTAL-DISPLAY-2
074500         MOVE 'NOT ENTERED' TO INT-MONTH-FLAG
074600         SET INT-OUT-OF-BALANCE TO TRUE
074700     ELSE
074800         MOVE INT-JOURNAL-INTEREST (INT-MONTH-IDX)
074900             TO INT-TOTAL-DISPLAY-2
075000         ADD INT-JOURNAL-INTEREST (INT-MONTH-IDX)
075100             TO INT-JOURNAL-TOTAL
075200         IF INT-JOURNAL-INTEREST (INT-MONTH-IDX)
075300                 NOT = INT-LEDGER-MONTH (INT-MONTH-IDX)
075400             MOVE 'OUT OF BAL' TO INT-MONTH-FLAG
075500             SET INT-OUT-OF-BALANCE TO TRUE
075600         END-IF
075700     END-IF.
075800     MOVE SPACES TO INT-REPORT-LINE.
075900     STRING INT-TAX-YEAR '-' INT-MONTH-NUMBER
076000         ' ' INT-TOTAL-DISPLAY ' ' INT-TOTAL-DISPLAY-2
076100         '  ' INT-MONTH-FLAG
076200         DELIMITED BY SIZE INTO INT-REPORT-LINE.
076300     WRITE INT-REPORT-LINE.
076400 8510-EXIT.
076500     EXIT.
076600*----------------------------------------------------------------
076700* 8600-WRITE-SUMMARY - FORMS ISSUED PLUS BOTH EXCEPTION CLASSES
076800* FOOT TO THE YEAR'S INTEREST, THE CONTROL TOTAL THAT TIES TO
076900* THE SUM OF THE TWELVE JOURNALS
077000*----------------------------------------------------------------
077100 8600-WRITE-SUMMARY.
077200     MOVE SPACES TO INT-REPORT-LINE.
077300     WRITE INT-REPORT-LINE.
077400     MOVE SPACES TO INT-REPORT-LINE.
077500     STRING 'CUSTOMERS READ:            ' INT-CUSTOMER-COUNT
077600         DELIMITED BY SIZE INTO INT-REPORT-LINE.
077700     WRITE INT-REPORT-LINE.
077800     MOVE SPACES TO INT-REPORT-LINE.
077900     STRING 'CUSTOMERS WITH INTEREST:   ' INT-INTEREST-CUST-COUNT
078000         DELIMITED BY SIZE INTO INT-REPORT-LINE.
078100     WRITE INT-REPORT-LINE.
078200     MOVE INT-REPORTED-TOTAL TO INT-TOTAL-DISPLAY.
078300     MOVE SPACES TO INT-REPORT-LINE.
078400     STRING 'FORMS 1099-INT ISSUED:     ' INT-FORM-COUNT
078500         ' ' INT-TOTAL-DISPLAY
078600         DELIMITED BY SIZE INTO INT-REPORT-LINE.
078700     WRITE INT-REPORT-LINE.
078800     MOVE INT-UNDER-TOTAL TO INT-TOTAL-DISPLAY.
078900     MOVE SPACES TO INT-REPORT-LINE.
079000     STRING 'UNDER THRESHOLD:           ' INT-UNDER-COUNT
079100         ' ' INT-TOTAL-DISPLAY
079200         DELIMITED BY SIZE INTO INT-REPORT-LINE.
079300     WRITE INT-REPORT-LINE.
079400     MOVE INT-ADDRESS-TOTAL TO INT-TOTAL-DISPLAY.
079500     MOVE SPACES TO INT-REPORT-LINE.
079600     STRING 'ADDRESS EXCEPTIONS:        ' INT-ADDRESS-COUNT
079700         ' ' INT-TOTAL-DISPLAY
079800         DELIMITED BY SIZE INTO INT-REPORT-LINE.
079900     WRITE INT-REPORT-LINE.
080000     MOVE INT-TIN-TOTAL TO INT-TOTAL-DISPLAY.
080100     MOVE SPACES TO INT-REPORT-LINE.
080200     STRING 'NO TAXPAYER ID:            ' INT-TIN-COUNT
080300         ' ' INT-TOTAL-DISPLAY
080400         DELIMITED BY SIZE INTO INT-REPORT-LINE.
080500     WRITE INT-REPORT-LINE.
080600     MOVE INT-TOTAL-INTEREST TO INT-TOTAL-DISPLAY.
080700     MOVE SPACES TO INT-REPORT-LINE.
080800     STRING 'LEDGER INTEREST FOR YEAR:          '
080900         INT-TOTAL-DISPLAY
081000         DELIMITED BY SIZE INTO INT-REPORT-LINE.
081100     WRITE INT-REPORT-LINE.
081200     MOVE INT-JOURNAL-TOTAL TO INT-TOTAL-DISPLAY.
081300     MOVE SPACES TO INT-REPORT-LINE.
081400     STRING 'ACRJRNL INTEREST FOR YEAR:         '
081500         INT-TOTAL-DISPLAY
081600         DELIMITED BY SIZE INTO INT-REPORT-LINE.
081700     WRITE INT-REPORT-LINE.
081800     MOVE SPACES TO INT-REPORT-LINE.
081900     IF INT-OUT-OF-BALANCE OR INT-FILE-FAILED
082000         STRING 'OUT OF BALANCE - IRS FILE AND RECIPIENT COPIES '
082100             'EMPTIED - RUN FAILED'
082200             DELIMITED BY SIZE INTO INT-REPORT-LINE
082300     ELSE
082400         STRING 'IRS FILE BALANCED TO ACCRUAL JOURNALS'
082500             DELIMITED BY SIZE INTO INT-REPORT-LINE
082600     END-IF.
082700     WRITE INT-REPORT-LINE.
082800 8600-EXIT.
082900     EXIT.
083000*----------------------------------------------------------------
083100* 9999-TERMINATE - CLOSE FILES AND LOG THE RUN. A CUSTOMER OWED
083200* A FORM BUT NOT FILED FOR WANT OF A TIN OR AN ADDRESS IS A
083300* WARNING
083400*----------------------------------------------------------------
083500 9999-TERMINATE.
083600     IF (INT-ADDRESS-COUNT > ZERO OR INT-TIN-COUNT > ZERO)
083700             AND RETURN-CODE < 4
083800         MOVE 4 TO RETURN-CODE
083900     END-IF.
084000     MOVE RETURN-CODE TO INT-RLG-COMPLETION.
084100     MOVE 'E' TO INT-RLG-FUNCTION.
084200     CALL 'RUNLOG0' USING INT-RLG-FUNCTION INT-JOB-NAME
084300         INT-READ-COUNT INT-OUT-COUNT INT-RLG-COMPLETION
084400         INT-RLG-RETURN-CODE.
084500     DISPLAY 'CUSTINT0 - FORMS ISSUED:  ' INT-FORM-COUNT.
084600     DISPLAY 'CUSTINT0 - UNDER LIMIT:   ' INT-UNDER-COUNT.
084700     DISPLAY 'CUSTINT0 - NO ADDRESS:    ' INT-ADDRESS-COUNT.
084800     DISPLAY 'CUSTINT0 - NO TIN:        ' INT-TIN-COUNT.
084900     CLOSE CUSTMSTR.
085000     CLOSE CUSTLEDG.
085100     CLOSE IRSFILE.
085200     CLOSE INTCOPY.
085300     CLOSE INTRPT.
085400 9999-EXIT.
085500     EXIT.
