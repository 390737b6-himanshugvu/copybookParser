000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTCNV0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. DEPOSIT-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - ONE-TIME REFORMAT OF THE
001100*                 CUSTOMER MASTER TO THE CURRENT CUSTOMER-RECORD
001200*                 LAYOUT. OVERDRAFT-LIMIT, LAST-ACCRUED-PERIOD,
001300*                 HOUSEHOLD-ID, PRODUCT-CODE, ACCOUNT-OPEN-DATE,
001400*                 CUSTOMER-TIN-TYPE AND CUSTOMER-TIN (36 BYTES) GO
001500*                 IN AHEAD OF THE PHONE TABLE. THE NUMERIC FIELDS
001600*                 ARE ZERO AND PRODUCT-CODE AND THE TIN TYPE ARE
001700*                 BLANK - THE ACCOUNT STAYS ON THE CUSTPARM RATE
001800*                 AND FEE, AND CUSTINT0 LISTS IT INSTEAD OF FILING
001900*                 IT UNTIL CUSTUPDT0 SUPPLIES A TIN. ACCOUNT-OPEN-
002000*                 DATE IS TAKEN FROM LAST-TRANSACTION-DATE, OR THE
002100*                 RUN DATE WHEN THAT IS NOT A VALID DATE. BOTH ARE
002200*                 ON OR AFTER THE REAL OPEN DATE, SO NO ACCOUNT IS
002300*                 MADE TO LOOK OLDER THAN IT IS. THE CUSTOMER
002400*                 QUARANTINE CARRIES THE SAME IMAGE AND IS
002500*                 REFORMATTED THE SAME WAY WHEN AN OLD CUSTQUAR IS
002600*                 SUPPLIED. THE CUSTPARM CONTROL RECORD GREW FROM
002700*                 26 TO 40 BYTES; WHEN AN OLD ONE IS SUPPLIED AS
002800*                 CUSTPOLD IT IS COPIED WITH THE NSF FEE, ACCRUAL
002900*                 PERIOD AND MATCH THRESHOLD LEFT BLANK, SO THE
003000*                 READERS TAKE THEIR DEFAULTS (25.00, THE RUN
003100*                 MONTH, 70). CUSTTRAN ALSO GREW, BUT IT IS KEYED
003200*                 FRESH FOR EACH CUSTUPDT0 RUN AND HOLDS NO DATA
003300*                 TO CONVERT. THE RUN IS LOGGED TO THE SHARED
003400*                 RUNLOG FACILITY.
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CUSTOLD ASSIGN TO CUSTOLD
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS CNV-CUSTOLD-STATUS.
004500     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS CNV-CUSTMSTR-STATUS.
004800     SELECT CUSTQOLD ASSIGN TO CUSTQOLD
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS CNV-CUSTQOLD-STATUS.
005100     SELECT CUSTQUAR ASSIGN TO CUSTQUAR
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS CNV-CUSTQUAR-STATUS.
005400     SELECT CUSTPOLD ASSIGN TO CUSTPOLD
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CNV-CUSTPOLD-STATUS.
005700     SELECT CUSTPARM ASSIGN TO CUSTPARM
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CNV-CUSTPARM-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*----------------------------------------------------------------
006300* THE PREVIOUS CUSTOMER-RECORD LAYOUT - CUSTOMER-ID THROUGH
006400* EMAIL-ADDRESS (198 BYTES), THEN THE PHONE TABLE
006500*----------------------------------------------------------------
006600 FD  CUSTOLD
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  CNV-CUSTOLD-RECORD.
007000     03  CNV-CUSTOLD-BASE       PIC X(198).
007100     03  CNV-CUSTOLD-PHONE-COUNT
007200                                PIC 9(2)    COMP.
007300     03  CNV-CUSTOLD-PHONE-ENTRY
007400                                PIC X(16)
007500                                OCCURS 0 TO 5 TIMES
007600                                DEPENDING ON
007700                                    CNV-CUSTOLD-PHONE-COUNT.
007800 FD  CUSTMSTR
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY "src/main/resources/customer-record.cbl".
008200*----------------------------------------------------------------
008300* THE PREVIOUS CUSTQUAR-RECORD LAYOUT - A 280-BYTE CUSTOMER IMAGE
008400*----------------------------------------------------------------
008500 FD  CUSTQOLD
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  CNV-CUSTQOLD-RECORD.
008900     03  CNV-CUSTQOLD-DATA      PIC X(280).
009000     03  CNV-CUSTQOLD-REASON-CODE
009100                                PIC X(02).
009200     03  CNV-CUSTQOLD-REASON-TEXT
009300                                PIC X(40).
009400     03  CNV-CUSTQOLD-DATE      PIC 9(8).
009500 FD  CUSTQUAR
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800     COPY "src/main/resources/custquar-record.cbl".
009900*----------------------------------------------------------------
010000* THE PREVIOUS CUSTPARM-RECORD LAYOUT - THRESHOLDS, RATE AND
010100* DORMANT FEE (26 BYTES)
010200*----------------------------------------------------------------
010300 FD  CUSTPOLD
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 01  CNV-CUSTPOLD-RECORD        PIC X(26).
010700 FD  CUSTPARM
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY "src/main/resources/custparm-record.cbl".
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------------
011300* FILE STATUS AND SWITCHES
011400*----------------------------------------------------------------
011500 77  CNV-CUSTOLD-STATUS         PIC XX.
011600     88  CNV-CUSTOLD-OK             VALUE '00'.
011700 77  CNV-CUSTMSTR-STATUS        PIC XX.
011800     88  CNV-CUSTMSTR-OK            VALUE '00'.
011900 77  CNV-CUSTQOLD-STATUS        PIC XX.
012000     88  CNV-CUSTQOLD-OK            VALUE '00'.
012100 77  CNV-CUSTQUAR-STATUS        PIC XX.
012200     88  CNV-CUSTQUAR-OK            VALUE '00'.
012300 77  CNV-CUSTPOLD-STATUS        PIC XX.
012400     88  CNV-CUSTPOLD-OK            VALUE '00'.
012500 77  CNV-CUSTPARM-STATUS        PIC XX.
012600     88  CNV-CUSTPARM-OK            VALUE '00'.
012700 77  CNV-END-OF-CUSTOLD-SW      PIC X       VALUE 'N'.
012800     88  CNV-END-OF-CUSTOLD         VALUE 'Y'.
012900 77  CNV-END-OF-CUSTQOLD-SW     PIC X       VALUE 'N'.
013000     88  CNV-END-OF-CUSTQOLD        VALUE 'Y'.
013100 77  CNV-QUARANTINE-SW          PIC X       VALUE 'N'.
013200     88  CNV-DO-QUARANTINE          VALUE 'Y'.
013300 77  CNV-END-OF-CUSTPOLD-SW     PIC X       VALUE 'N'.
013400     88  CNV-END-OF-CUSTPOLD        VALUE 'Y'.
013500 77  CNV-CUSTPARM-SW            PIC X       VALUE 'N'.
013600     88  CNV-DO-CUSTPARM            VALUE 'Y'.
013700*----------------------------------------------------------------
013800* OLD AND NEW CUSTOMER IMAGES. THE NEW IMAGE IS THE OLD BASE,
013900* THE ADDED FIELDS, THEN THE OLD PHONE COUNT AND TABLE
014000*----------------------------------------------------------------
014100 01  CNV-OLD-IMAGE.
014200     03  CNV-OLD-BASE.
014300         05  FILLER             PIC X(136).
014400         05  CNV-OLD-LAST-TRAN-DATE.
014500             07  CNV-OLD-LAST-TRAN-YEAR
014600                                PIC 9(4).
014700             07  CNV-OLD-LAST-TRAN-MONTH
014800                                PIC 9(2).
014900             07  CNV-OLD-LAST-TRAN-DAY
015000                                PIC 9(2).
015100         05  FILLER             PIC X(54).
015200     03  CNV-OLD-PHONE-DATA     PIC X(82).
015300*    MUST MATCH THE FIELDS CUSTOMER-RECORD CARRIES BETWEEN
015400*    EMAIL-ADDRESS AND PHONE-COUNT
015500 01  CNV-ADDED-FIELDS.
015600     03  CNV-OVERDRAFT-LIMIT    PIC 9(5)V99 COMP-3 VALUE ZERO.
015700     03  CNV-LAST-ACCRUED-PERIOD
015800                                PIC 9(6)    VALUE ZERO.
015900     03  CNV-HOUSEHOLD-ID       PIC 9(6)    VALUE ZERO.
016000     03  CNV-PRODUCT-CODE       PIC X(02)   VALUE SPACES.
016100     03  CNV-ACCOUNT-OPEN-DATE  PIC 9(8)    VALUE ZERO.
016200     03  CNV-TIN-TYPE           PIC X       VALUE SPACE.
016300     03  CNV-TIN                PIC 9(9)    VALUE ZERO.
016400 01  CNV-NEW-IMAGE.
016500     03  CNV-NEW-BASE           PIC X(198).
016600     03  CNV-NEW-ADDED-FIELDS   PIC X(36).
016700     03  CNV-NEW-PHONE-DATA     PIC X(82).
016800*    THE OLD CONTROL RECORD FOLLOWED BY THE NSF FEE, ACCRUAL
016900*    PERIOD AND MATCH THRESHOLD, ALL BLANK
017000 01  CNV-NEW-CUSTPARM.
017100     03  CNV-NEW-CUSTPARM-BASE  PIC X(26).
017200     03  FILLER                 PIC X(14)   VALUE SPACES.
017300*----------------------------------------------------------------
017400* OPEN-DATE DERIVATION
017500*----------------------------------------------------------------
017600 77  CNV-RUN-DATE               PIC 9(8).
017700 77  CNV-DATE-RETURN-CODE       PIC 9(2)    COMP.
017800*----------------------------------------------------------------
017900* COUNTERS
018000*----------------------------------------------------------------
018100 77  CNV-CUST-COUNT             PIC 9(7)    VALUE ZERO.
018200 77  CNV-QUAR-COUNT             PIC 9(7)    VALUE ZERO.
018300 77  CNV-LAST-TRAN-COUNT        PIC 9(7)    VALUE ZERO.
018400 77  CNV-RUN-DATE-COUNT         PIC 9(7)    VALUE ZERO.
018500 77  CNV-CUSTPARM-COUNT         PIC 9(7)    VALUE ZERO.
018600*----------------------------------------------------------------
018700* RUN-LOG WORK AREAS
018800*----------------------------------------------------------------
018900 77  CNV-JOB-NAME               PIC X(08)   VALUE 'CUSTCNV'.
019000 77  CNV-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
019100 77  CNV-WRITE-COUNT            PIC 9(9)    COMP  VALUE ZERO.
019200 77  CNV-RLG-FUNCTION           PIC X.
019300 77  CNV-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
019400 77  CNV-RLG-RETURN-CODE        PIC 9(2)    COMP.
019500 PROCEDURE DIVISION.
019600*----------------------------------------------------------------
019700* 0000-MAINLINE
019800*----------------------------------------------------------------
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     PERFORM 2000-CONVERT-CUSTOMER THRU 2000-EXIT
020200         UNTIL CNV-END-OF-CUSTOLD.
020300     IF CNV-DO-QUARANTINE
020400         PERFORM 3000-CONVERT-QUARANTINE THRU 3000-EXIT
020500             UNTIL CNV-END-OF-CUSTQOLD
020600     END-IF.
020700     IF CNV-DO-CUSTPARM
020800         PERFORM 4000-CONVERT-CUSTPARM THRU 4000-EXIT
020900             UNTIL CNV-END-OF-CUSTPOLD
021000     END-IF.
021100     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
021200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
021300     GOBACK.
021400*----------------------------------------------------------------
021500* 1000-INITIALIZE - OPEN THE MASTER PAIR; THE QUARANTINE PAIR IS
021600* OPTIONAL - WITH NOTHING IN QUARANTINE NO CUSTQOLD IS SUPPLIED -
021700* AND SO IS THE CONTROL-RECORD PAIR
021800*----------------------------------------------------------------
021900 1000-INITIALIZE.
022000     MOVE 'S' TO CNV-RLG-FUNCTION.
022100     CALL 'RUNLOG0' USING CNV-RLG-FUNCTION CNV-JOB-NAME
022200         CNV-READ-COUNT CNV-WRITE-COUNT CNV-RLG-COMPLETION
022300         CNV-RLG-RETURN-CODE.
022400     ACCEPT CNV-RUN-DATE FROM DATE YYYYMMDD.
022500     OPEN INPUT CUSTOLD.
022600     IF NOT CNV-CUSTOLD-OK
022700         DISPLAY 'CUSTCNV0 - UNABLE TO OPEN CUSTOLD '
022800             CNV-CUSTOLD-STATUS
022900         MOVE 8 TO RETURN-CODE
023000         GO TO 9999-EXIT
023100     END-IF.
023200     OPEN OUTPUT CUSTMSTR.
023300     IF NOT CNV-CUSTMSTR-OK
023400         DISPLAY 'CUSTCNV0 - UNABLE TO OPEN CUSTMSTR '
023500             CNV-CUSTMSTR-STATUS
023600         MOVE 8 TO RETURN-CODE
023700         GO TO 9999-EXIT
023800     END-IF.
023900     OPEN INPUT CUSTQOLD.
024000     IF CNV-CUSTQOLD-OK
024100         SET CNV-DO-QUARANTINE TO TRUE
024200         OPEN OUTPUT CUSTQUAR
024300         IF NOT CNV-CUSTQUAR-OK
024400             DISPLAY 'CUSTCNV0 - UNABLE TO OPEN CUSTQUAR '
024500                 CNV-CUSTQUAR-STATUS
024600             MOVE 8 TO RETURN-CODE
024700             GO TO 9999-EXIT
024800         END-IF
024900     END-IF.
025000     OPEN INPUT CUSTPOLD.
025100     IF CNV-CUSTPOLD-OK
025200         SET CNV-DO-CUSTPARM TO TRUE
025300         OPEN OUTPUT CUSTPARM
025400         IF NOT CNV-CUSTPARM-OK
025500             DISPLAY 'CUSTCNV0 - UNABLE TO OPEN CUSTPARM '
025600                 CNV-CUSTPARM-STATUS
025700             MOVE 8 TO RETURN-CODE
025800             GO TO 9999-EXIT
025900         END-IF
026000     END-IF.
026100 1000-EXIT.
026200     EXIT.
026300*----------------------------------------------------------------
026400* 2000-CONVERT-CUSTOMER - ONE OLD MASTER ROW TO ONE NEW ROW
026500*----------------------------------------------------------------
026600 2000-CONVERT-CUSTOMER.
026700     READ CUSTOLD
026800         AT END
026900             SET CNV-END-OF-CUSTOLD TO TRUE
027000             GO TO 2000-EXIT
027100     END-READ.
027200     ADD 1 TO CNV-READ-COUNT.
027300     MOVE CNV-CUSTOLD-RECORD TO CNV-OLD-IMAGE.
027400     PERFORM 5000-BUILD-NEW-IMAGE THRU 5000-EXIT.
027500*    THE FULL TABLE IS MOVED, AND THE IMAGE'S OWN PHONE-COUNT
027600*    THEN SETS THE LENGTH WRITTEN
027700     MOVE 5 TO PHONE-COUNT.
027800     MOVE CNV-NEW-IMAGE TO CUSTOMER-RECORD.
027900     WRITE CUSTOMER-RECORD.
028000     IF NOT CNV-CUSTMSTR-OK
028100         DISPLAY 'CUSTCNV0 - WRITE FAILED ON CUSTMSTR '
028200             CNV-CUSTMSTR-STATUS ' - RUN FAILED'
028300         MOVE 8 TO RETURN-CODE
028400         SET CNV-END-OF-CUSTOLD TO TRUE
028500         GO TO 2000-EXIT
028600     END-IF.
028700     ADD 1 TO CNV-WRITE-COUNT.
028800     ADD 1 TO CNV-CUST-COUNT.
028900 2000-EXIT.
029000     EXIT.
029100*----------------------------------------------------------------
029200* 3000-CONVERT-QUARANTINE - ONE OLD QUARANTINE ROW TO ONE NEW ROW;
029300* THE REASON AND QUARANTINE DATE CARRY OVER UNCHANGED
029400*----------------------------------------------------------------
029500 3000-CONVERT-QUARANTINE.
029600     READ CUSTQOLD
029700         AT END
029800             SET CNV-END-OF-CUSTQOLD TO TRUE
029900             GO TO 3000-EXIT
030000     END-READ.
030100     ADD 1 TO CNV-READ-COUNT.
030200     MOVE CNV-CUSTQOLD-DATA TO CNV-OLD-IMAGE.
030300     PERFORM 5000-BUILD-NEW-IMAGE THRU 5000-EXIT.
030400     MOVE SPACES TO CUSTQUAR-RECORD.
030500     MOVE CNV-NEW-IMAGE TO CQR-CUSTOMER-DATA.
030600     MOVE CNV-CUSTQOLD-REASON-CODE TO CQR-REASON-CODE.
030700     MOVE CNV-CUSTQOLD-REASON-TEXT TO CQR-REASON-TEXT.
030800     MOVE CNV-CUSTQOLD-DATE TO CQR-QUARANTINE-DATE.
030900     WRITE CUSTQUAR-RECORD.
031000     IF NOT CNV-CUSTQUAR-OK
031100         DISPLAY 'CUSTCNV0 - WRITE FAILED ON CUSTQUAR '
031200             CNV-CUSTQUAR-STATUS ' - RUN FAILED'
031300         MOVE 8 TO RETURN-CODE
031400         SET CNV-END-OF-CUSTQOLD TO TRUE
031500         GO TO 3000-EXIT
031600     END-IF.
031700     ADD 1 TO CNV-WRITE-COUNT.
031800     ADD 1 TO CNV-QUAR-COUNT.
031900 3000-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200* 4000-CONVERT-CUSTPARM - ONE OLD CONTROL RECORD TO ONE NEW; THE
032300* ADDED FIELDS ARE LEFT BLANK SO EVERY READER USES ITS DEFAULT
032400*----------------------------------------------------------------
032500 4000-CONVERT-CUSTPARM.
032600     READ CUSTPOLD
032700         AT END
032800             SET CNV-END-OF-CUSTPOLD TO TRUE
032900             GO TO 4000-EXIT
033000     END-READ.
033100     ADD 1 TO CNV-READ-COUNT.
033200     MOVE CNV-CUSTPOLD-RECORD TO CNV-NEW-CUSTPARM-BASE.
033300     WRITE CUSTPARM-RECORD FROM CNV-NEW-CUSTPARM.
033400     IF NOT CNV-CUSTPARM-OK
033500         DISPLAY 'CUSTCNV0 - WRITE FAILED ON CUSTPARM '
033600             CNV-CUSTPARM-STATUS ' - RUN FAILED'
033700         MOVE 8 TO RETURN-CODE
033800         SET CNV-END-OF-CUSTPOLD TO TRUE
033900         GO TO 4000-EXIT
034000     END-IF.
034100     ADD 1 TO CNV-WRITE-COUNT.
034200     ADD 1 TO CNV-CUSTPARM-COUNT.
034300 4000-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600* 5000-BUILD-NEW-IMAGE - SPLICE THE ADDED FIELDS IN BETWEEN THE
034700* OLD BASE AND THE OLD PHONE DATA. THE OPEN DATE IS THE LAST
034800* TRANSACTION DATE WHEN DATEVAL0 ACCEPTS IT, ELSE THE RUN DATE
034900*----------------------------------------------------------------
035000 5000-BUILD-NEW-IMAGE.
035100     MOVE 99 TO CNV-DATE-RETURN-CODE.
035200     IF CNV-OLD-LAST-TRAN-DATE NUMERIC
035300         CALL 'DATEVAL0' USING CNV-OLD-LAST-TRAN-YEAR
035400             CNV-OLD-LAST-TRAN-MONTH CNV-OLD-LAST-TRAN-DAY
035500             CNV-DATE-RETURN-CODE
035600     END-IF.
035700     IF CNV-DATE-RETURN-CODE = ZERO
035800             AND CNV-OLD-LAST-TRAN-DATE NOT > CNV-RUN-DATE
035900         MOVE CNV-OLD-LAST-TRAN-DATE TO CNV-ACCOUNT-OPEN-DATE
036000         ADD 1 TO CNV-LAST-TRAN-COUNT
036100     ELSE
036200         MOVE CNV-RUN-DATE TO CNV-ACCOUNT-OPEN-DATE
036300         ADD 1 TO CNV-RUN-DATE-COUNT
036400     END-IF.
036500     MOVE CNV-OLD-BASE TO CNV-NEW-BASE.
036600     MOVE CNV-ADDED-FIELDS TO CNV-NEW-ADDED-FIELDS.
036700     MOVE CNV-OLD-PHONE-DATA TO CNV-NEW-PHONE-DATA.
036800 5000-EXIT.
036900     EXIT.
037000*----------------------------------------------------------------
037100* 8000-WRITE-SUMMARY - CONVERSION COUNTS FOR THE OPERATOR LOG
037200*----------------------------------------------------------------
037300 8000-WRITE-SUMMARY.
037400     DISPLAY 'CUSTCNV0 - CUSTOMERS REFORMATTED:       '
037500         CNV-CUST-COUNT.
037600     DISPLAY 'CUSTCNV0 - QUARANTINE ROWS REFORMATTED: '
037700         CNV-QUAR-COUNT.
037800     DISPLAY 'CUSTCNV0 - OPEN DATE FROM LAST TRANS:   '
037900         CNV-LAST-TRAN-COUNT.
038000     DISPLAY 'CUSTCNV0 - OPEN DATE SET TO RUN DATE:   '
038100         CNV-RUN-DATE-COUNT.
038200     IF NOT CNV-DO-QUARANTINE
038300         DISPLAY 'CUSTCNV0 - NO CUSTQOLD SUPPLIED - QUARANTINE '
038400             'NOT REFORMATTED'
038500     END-IF.
038600     DISPLAY 'CUSTCNV0 - CUSTPARM RECORDS REFORMATTED: '
038700         CNV-CUSTPARM-COUNT.
038800     IF NOT CNV-DO-CUSTPARM
038900         DISPLAY 'CUSTCNV0 - NO CUSTPOLD SUPPLIED - CUSTPARM '
039000             'NOT REFORMATTED'
039100     END-IF.
039200 8000-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500* 9999-TERMINATE - CLOSE WHICHEVER FILES ARE OPEN
039600*----------------------------------------------------------------
039700 9999-TERMINATE.
039800     MOVE RETURN-CODE TO CNV-RLG-COMPLETION.
039900     MOVE 'E' TO CNV-RLG-FUNCTION.
040000     CALL 'RUNLOG0' USING CNV-RLG-FUNCTION CNV-JOB-NAME
040100         CNV-READ-COUNT CNV-WRITE-COUNT CNV-RLG-COMPLETION
040200         CNV-RLG-RETURN-CODE.
040300     CLOSE CUSTOLD.
040400     CLOSE CUSTMSTR.
040500     IF CNV-DO-QUARANTINE
040600         CLOSE CUSTQOLD
040700         CLOSE CUSTQUAR
040800     END-IF.
040900     IF CNV-DO-CUSTPARM
041000         CLOSE CUSTPOLD
041100         CLOSE CUSTPARM
041200     END-IF.
041300 9999-EXIT.
041400     EXIT.
