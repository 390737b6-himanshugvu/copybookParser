000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYBON0.
000300 AUTHOR. D-SCHREIBER.
000400 INSTALLATION. PAYROLL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15 DS   INITIAL VERSION - EMPLOYEE REFERRAL BONUS RUN.
001100*                 EVERY REFERRED CUSTOMER ON THE MASTER IS
001200*                 MATCHED TO THE REFERRING EMPLOYEE THE WAY
001300*                 EMPREF0 DOES IT, AND ONCE THE ACCOUNT MEETS THE
001400*                 BONRULE RULES (QUALIFYING ACCOUNT STATUS,
001500*                 MINIMUM BALANCE, MINIMUM ACCOUNT AGE) THE
001600*                 EMPLOYEE IS PAID THE BONUS AMOUNT ONE TIME. THE
001700*                 PAYMENT IS ADDED TO THE ONETIME EARNINGS FILE
001800*                 FOR THE NEXT PAYREG0 RUN AND RECORDED ON THE
001900*                 PERMANENT PAIDREF FILE, SO A CUSTOMER ALREADY
002000*                 PAID FOR IS NEVER PAID AGAIN. THE PAIDREF ROW
002033*                 IS WRITTEN WITH A ZERO PAID DATE; PAYREG0 STAMPS
002066*                 THE PAY DATE WHEN IT PAYS THE BONUS. REFERRALS
002100*                 TO UNKNOWN OR TERMINATED EMPLOYEES ARE LISTED AS
002200*                 EXCEPTIONS AND NOT PAID. THE RUN IS LOGGED TO
002300*                 THE SHARED RUNLOG FACILITY.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT BONRULE ASSIGN TO BONRULE
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS BON-BONRULE-STATUS.
003400     SELECT EMPMSTR ASSIGN TO EMPMSTR
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS BON-EMPMSTR-STATUS.
003700     SELECT CUSTMSTR ASSIGN TO CUSTMSTR
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS BON-CUSTMSTR-STATUS.
004000     SELECT PAIDREF ASSIGN TO PAIDREF
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PRF-CUSTOMER-ID
004400         FILE STATUS IS BON-PAIDREF-STATUS.
004500     SELECT ONETIME ASSIGN TO ONETIME
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS BON-ONETIME-STATUS.
004800     SELECT BONRPT ASSIGN TO BONRPT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS BON-BONRPT-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  BONRULE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY "src/main/resources/bonus-rule-record.cbl".
005700 FD  EMPMSTR
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY "src/main/resources/employee-record.cbl".
006100 FD  CUSTMSTR
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY "src/main/resources/customer-record.cbl".
006500 FD  PAIDREF
006600     LABEL RECORDS ARE STANDARD.
006700     COPY "src/main/resources/paid-referral-record.cbl".
006800 FD  ONETIME
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY "src/main/resources/one-time-earnings-record.cbl".
007200 FD  BONRPT
007300     LABEL RECORDS ARE OMITTED.
007400 01  BON-REPORT-LINE            PIC X(132).
007500 WORKING-STORAGE SECTION.
007600*----------------------------------------------------------------
007700* FILE STATUS AND SWITCHES
007800*----------------------------------------------------------------
007900 77  BON-BONRULE-STATUS         PIC XX.
008000     88  BON-BONRULE-OK             VALUE '00'.
008100 77  BON-EMPMSTR-STATUS         PIC XX.
008200     88  BON-EMPMSTR-OK             VALUE '00'.
008300 77  BON-CUSTMSTR-STATUS        PIC XX.
008400     88  BON-CUSTMSTR-OK            VALUE '00'.
008500 77  BON-PAIDREF-STATUS         PIC XX.
008600     88  BON-PAIDREF-OK             VALUE '00'.
008700     88  BON-PAIDREF-NOT-FOUND      VALUE '23'.
008800 77  BON-ONETIME-STATUS         PIC XX.
008900     88  BON-ONETIME-OK             VALUE '00'.
008950     88  BON-ONETIME-NOT-FOUND      VALUE '35'.
009000 77  BON-BONRPT-STATUS          PIC XX.
009100     88  BON-BONRPT-OK              VALUE '00'.
009200 77  BON-END-OF-EMPMSTR-SW      PIC X       VALUE 'N'.
009300     88  BON-END-OF-EMPMSTR         VALUE 'Y'.
009400 77  BON-END-OF-CUSTMSTR-SW     PIC X       VALUE 'N'.
009500     88  BON-END-OF-CUSTMSTR        VALUE 'Y'.
009600 77  BON-FATAL-ERROR-SW         PIC X       VALUE 'N'.
009700     88  BON-FATAL-ERROR            VALUE 'Y'.
009800 77  BON-RULE-ERROR-SW          PIC X       VALUE 'N'.
009900     88  BON-RULE-ERROR             VALUE 'Y'.
010000 77  BON-DATE-RETURN-CODE       PIC 9(2)    COMP.
010007*----------------------------------------------------------------
010014* BONUS RULES - THE BONRULE RECORD, COPIED AS IT IS READ (SAME
010021* LAYOUT AS BONUS-RULE-RECORD) AND CHECKED AND USED FROM HERE
010028*----------------------------------------------------------------
010035 01  BON-RULES.
010042     03  BON-BONUS-AMOUNT       PIC 9(5)V99.
010049     03  BON-MIN-BALANCE        PIC 9(7)V99.
010056     03  BON-MIN-ACCOUNT-AGE-DAYS
010063                                PIC 9(5).
010070     03  BON-ACCOUNT-STATUS     PIC X OCCURS 4 TIMES.
010077     03  BON-EMPLOYEE-STATUS    PIC X OCCURS 3 TIMES.
010084     03  FILLER                 PIC X(10).
010100*----------------------------------------------------------------
010200* RUN DATE - ACCOUNT AGE IS COUNTED IN DAYS BACK FROM IT
010300*----------------------------------------------------------------
010400 77  BON-RUN-DATE               PIC 9(8).
010500 77  BON-OPEN-DATE              PIC 9(8).
010600 77  BON-RUN-DAY-NUMBER         PIC 9(7)    COMP.
010700 77  BON-OPEN-DAY-NUMBER        PIC 9(7)    COMP.
010800 77  BON-ACCOUNT-AGE-DAYS       PIC S9(7)   COMP.
010900*----------------------------------------------------------------
011000* EMPLOYEE TABLE, KEY-SEQUENCED FOR THE SAME BINARY SEARCH
011100* EMPREF0 USES (THE LOAD ENFORCES THE SEQUENCE)
011200*----------------------------------------------------------------
011300 77  BON-MAX-EMPLOYEES          PIC 9(5)    COMP  VALUE 60000.
011400 77  BON-EMPLOYEE-COUNT         PIC 9(5)    COMP  VALUE ZERO.
011500 77  BON-PRIOR-EMP-ID           PIC 9(9)    COMP  VALUE ZERO.
011600 01  BON-EMPLOYEE-TABLE.
011700     03  BON-TBL-ENTRY          OCCURS 60000 TIMES
011800                                 INDEXED BY BON-TBL-IDX.
011900         05  BON-TBL-EMP-ID     PIC 9(8) COMP.
012000         05  BON-TBL-EMP-NAME   PIC X(50).
012100         05  BON-TBL-EMP-DEPT   PIC X(10).
012200         05  BON-TBL-EMP-STATUS PIC X.
012300*----------------------------------------------------------------
012400* LOOKUP AND QUALIFICATION WORK AREAS. BON-REASON-CODE IS SPACE
012500* WHEN THE REFERRED ACCOUNT QUALIFIES FOR THE BONUS
012600*----------------------------------------------------------------
012700 77  BON-LOOKUP-EMP-ID          PIC 9(8) COMP.
012800 77  BON-LOOKUP-IDX             PIC 9(5)    COMP.
012900 77  BON-SEARCH-LOW             PIC 9(5)    COMP.
013000 77  BON-SEARCH-HIGH            PIC 9(5)    COMP.
013100 77  BON-EMP-FOUND-SW           PIC X       VALUE 'N'.
013200     88  BON-EMP-FOUND              VALUE 'Y'.
013300 77  BON-SLOT-IDX               PIC 9(2)    COMP.
013400 77  BON-STATUS-FOUND-SW        PIC X.
013500     88  BON-STATUS-FOUND           VALUE 'Y'.
013600 77  BON-REASON-CODE            PIC X.
013700     88  BON-QUALIFIED              VALUE SPACE.
013800     88  BON-REASON-STATUS          VALUE 'S'.
013900     88  BON-REASON-BALANCE         VALUE 'B'.
014000     88  BON-REASON-NO-OPEN-DATE    VALUE 'D'.
014100     88  BON-REASON-TOO-NEW         VALUE 'N'.
014200*----------------------------------------------------------------
014300* CONTROL TOTALS
014400*----------------------------------------------------------------
014500 77  BON-REFERRAL-COUNT         PIC 9(7)    VALUE ZERO.
014600 77  BON-ALREADY-PAID-COUNT     PIC 9(7)    VALUE ZERO.
014700 77  BON-NOMATCH-COUNT          PIC 9(7)    VALUE ZERO.
014800 77  BON-TERMINATED-COUNT       PIC 9(7)    VALUE ZERO.
014900 77  BON-EMP-STATUS-COUNT       PIC 9(7)    VALUE ZERO.
015000 77  BON-ACCT-STATUS-COUNT      PIC 9(7)    VALUE ZERO.
015100 77  BON-BALANCE-COUNT          PIC 9(7)    VALUE ZERO.
015200 77  BON-NO-OPEN-DATE-COUNT     PIC 9(7)    VALUE ZERO.
015300 77  BON-TOO-NEW-COUNT          PIC 9(7)    VALUE ZERO.
015400 77  BON-PAID-COUNT             PIC 9(7)    VALUE ZERO.
015500 77  BON-PAID-TOTAL             PIC 9(9)V99 COMP-3 VALUE ZERO.
015600*----------------------------------------------------------------
015700* REPORT FORMATTING WORK AREAS
015800*----------------------------------------------------------------
015900 77  BON-EMP-ID-DISPLAY         PIC 9(8).
016000 77  BON-CUST-ID-DISPLAY        PIC 9(6).
016100 77  BON-AMOUNT-DISPLAY         PIC ZZ,ZZ9.99.
016200 77  BON-BALANCE-DISPLAY        PIC -Z,ZZZ,ZZ9.99.
016300 77  BON-MIN-BALANCE-DISPLAY    PIC Z,ZZZ,ZZ9.99.
016400 77  BON-DAYS-DISPLAY           PIC ZZZZ9.
016500 77  BON-TOTAL-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
016600*----------------------------------------------------------------
016700* RUN-LOG WORK AREAS
016800*----------------------------------------------------------------
016900 77  BON-JOB-NAME               PIC X(08)   VALUE 'PAYBON0'.
017000 77  BON-READ-COUNT             PIC 9(9)    COMP  VALUE ZERO.
017100 77  BON-OUT-COUNT              PIC 9(9)    COMP  VALUE ZERO.
017200 77  BON-RLG-FUNCTION           PIC X.
017300 77  BON-RLG-COMPLETION         PIC 9(4)    VALUE ZERO.
017400 77  BON-RLG-RETURN-CODE        PIC 9(2)    COMP.
017500 PROCEDURE DIVISION.
017600*----------------------------------------------------------------
017700* 0000-MAINLINE
017800*----------------------------------------------------------------
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
018200         UNTIL BON-END-OF-CUSTMSTR.
018300     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
018400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018500     GOBACK.
018600*----------------------------------------------------------------
018700* 1000-INITIALIZE - READ AND CHECK THE BONUS RULES, LOAD THE
018800* EMPLOYEE TABLE, OPEN THE CUSTOMER MASTER AND THE PAID-REFERRAL
018900* FILE, AND WRITE THE HEADING
019000*----------------------------------------------------------------
019100 1000-INITIALIZE.
019200     MOVE 'S' TO BON-RLG-FUNCTION.
019300     CALL 'RUNLOG0' USING BON-RLG-FUNCTION BON-JOB-NAME
019400         BON-READ-COUNT BON-OUT-COUNT BON-RLG-COMPLETION
019500         BON-RLG-RETURN-CODE.
019600     ACCEPT BON-RUN-DATE FROM DATE YYYYMMDD.
019700     COMPUTE BON-RUN-DAY-NUMBER =
019800         FUNCTION INTEGER-OF-DATE (BON-RUN-DATE).
019900     OPEN INPUT BONRULE.
020000     IF NOT BON-BONRULE-OK
020100         DISPLAY 'PAYBON0 - UNABLE TO OPEN BONRULE '
020200             BON-BONRULE-STATUS ' - RUN FAILED'
020300         MOVE 8 TO RETURN-CODE
020400         GO TO 9999-EXIT
020500     END-IF.
020600     READ BONRULE
020700         AT END
020800             SET BON-RULE-ERROR TO TRUE
020833         NOT AT END
020866             MOVE BONUS-RULE-RECORD TO BON-RULES
020900     END-READ.
021000     CLOSE BONRULE.
021100     IF NOT BON-RULE-ERROR
021200         PERFORM 1200-CHECK-RULES THRU 1200-EXIT
021300     END-IF.
021400     IF BON-RULE-ERROR
021500         DISPLAY 'PAYBON0 - BONRULE MISSING OR INVALID - '
021600             'RUN FAILED'
021700         MOVE 8 TO RETURN-CODE
021800         GO TO 9999-EXIT
021900     END-IF.
022000     OPEN INPUT EMPMSTR.
022100     IF NOT BON-EMPMSTR-OK
022200         DISPLAY 'PAYBON0 - UNABLE TO OPEN EMPMSTR '
022300             BON-EMPMSTR-STATUS ' - RUN FAILED'
022400         MOVE 8 TO RETURN-CODE
022500         GO TO 9999-EXIT
022600     END-IF.
022700     PERFORM 1100-LOAD-ONE-EMPLOYEE THRU 1100-EXIT
022800         UNTIL BON-END-OF-EMPMSTR.
022900     CLOSE EMPMSTR.
023000     IF BON-FATAL-ERROR
023100         MOVE 8 TO RETURN-CODE
023200         GO TO 9999-EXIT
023300     END-IF.
023400     OPEN INPUT CUSTMSTR.
023500     IF NOT BON-CUSTMSTR-OK
023600         DISPLAY 'PAYBON0 - UNABLE TO OPEN CUSTMSTR '
023700             BON-CUSTMSTR-STATUS ' - RUN FAILED'
023800         MOVE 8 TO RETURN-CODE
023900         GO TO 9999-EXIT
024000     END-IF.
024100     OPEN I-O PAIDREF.
024200     IF NOT BON-PAIDREF-OK
024300         OPEN OUTPUT PAIDREF
024400         CLOSE PAIDREF
024500         OPEN I-O PAIDREF
024600     END-IF.
024700     IF NOT BON-PAIDREF-OK
024800         DISPLAY 'PAYBON0 - UNABLE TO OPEN PAIDREF '
024900             BON-PAIDREF-STATUS ' - RUN FAILED'
025000         MOVE 8 TO RETURN-CODE
025100         GO TO 9999-EXIT
025200     END-IF.
025300     OPEN EXTEND ONETIME.
025310     IF BON-ONETIME-NOT-FOUND
025320         OPEN OUTPUT ONETIME
025330     END-IF.
025340     IF NOT BON-ONETIME-OK
025350         DISPLAY 'PAYBON0 - UNABLE TO OPEN ONETIME '
025360             BON-ONETIME-STATUS ' - RUN FAILED'
025370         MOVE 8 TO RETURN-CODE
025380         GO TO 9999-EXIT
025390     END-IF.
025400     OPEN OUTPUT BONRPT.
025500     MOVE BON-BONUS-AMOUNT TO BON-AMOUNT-DISPLAY.
025600     MOVE BON-MIN-BALANCE TO BON-MIN-BALANCE-DISPLAY.
025700     MOVE BON-MIN-ACCOUNT-AGE-DAYS TO BON-DAYS-DISPLAY.
025800     MOVE SPACES TO BON-REPORT-LINE.
025900     STRING 'EMPLOYEE REFERRAL BONUS RUN ' BON-RUN-DATE
026000         ' - BONUS ' BON-AMOUNT-DISPLAY
026100         ' - MINIMUM BALANCE ' BON-MIN-BALANCE-DISPLAY
026200         ' - MINIMUM ACCOUNT AGE ' BON-DAYS-DISPLAY ' DAYS'
026300         DELIMITED BY SIZE INTO BON-REPORT-LINE.
026400     WRITE BON-REPORT-LINE.
026500     MOVE SPACES TO BON-REPORT-LINE.
026600     STRING 'QUALIFYING ACCOUNT STATUS: '
026700         BON-ACCOUNT-STATUS (1) BON-ACCOUNT-STATUS (2)
026800         BON-ACCOUNT-STATUS (3) BON-ACCOUNT-STATUS (4)
026900         '  EMPLOYEE STATUS PAID: '
027000         BON-EMPLOYEE-STATUS (1) BON-EMPLOYEE-STATUS (2)
027100         BON-EMPLOYEE-STATUS (3)
027200         DELIMITED BY SIZE INTO BON-REPORT-LINE.
027300     WRITE BON-REPORT-LINE.
027400 1000-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------
027700* 1100-LOAD-ONE-EMPLOYEE - SAME KEY-SEQUENCED LOAD EMPREF0 USES;
027800* AN OVERFLOW OR OUT-OF-SEQUENCE MASTER FAILS THE RUN
027900*----------------------------------------------------------------
028000 1100-LOAD-ONE-EMPLOYEE.
028100     READ EMPMSTR
028200         AT END
028300             SET BON-END-OF-EMPMSTR TO TRUE
028400             GO TO 1100-EXIT
028500     END-READ.
028600     IF BON-EMPLOYEE-COUNT >= BON-MAX-EMPLOYEES
028700         DISPLAY 'PAYBON0 - EMPLOYEE MASTER EXCEEDS TABLE '
028800             'SIZE - RUN FAILED'
028900         SET BON-FATAL-ERROR TO TRUE
029000         SET BON-END-OF-EMPMSTR TO TRUE
029100         GO TO 1100-EXIT
029200     END-IF.
029300     IF EMP-ID NOT > BON-PRIOR-EMP-ID
029400             AND BON-EMPLOYEE-COUNT > ZERO
029500         DISPLAY 'PAYBON0 - MASTER OUT OF EMP-ID SEQUENCE AT '
029600             EMP-ID ' - RUN FAILED'
029700         SET BON-FATAL-ERROR TO TRUE
029800         SET BON-END-OF-EMPMSTR TO TRUE
029900         GO TO 1100-EXIT
030000     END-IF.
030100     MOVE EMP-ID TO BON-PRIOR-EMP-ID.
030200     ADD 1 TO BON-EMPLOYEE-COUNT.
030300     SET BON-TBL-IDX TO BON-EMPLOYEE-COUNT.
030400     MOVE EMP-ID TO BON-TBL-EMP-ID (BON-TBL-IDX).
030500     MOVE EMP-NAME TO BON-TBL-EMP-NAME (BON-TBL-IDX).
030600     MOVE EMP-DEPT TO BON-TBL-EMP-DEPT (BON-TBL-IDX).
030700     MOVE EMP-STATUS TO BON-TBL-EMP-STATUS (BON-TBL-IDX).
030800 1100-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------
031100* 1200-CHECK-RULES - A POSITIVE BONUS AND NUMERIC THRESHOLDS.
031200* NO ACCOUNT STATUS OR NO EMPLOYEE STATUS GIVEN MEANS ACTIVE
031300* ONLY
031400*----------------------------------------------------------------
031500 1200-CHECK-RULES.
031600     IF BON-BONUS-AMOUNT NOT NUMERIC
031700             OR BON-BONUS-AMOUNT = ZERO
031800         DISPLAY 'PAYBON0 - INVALID BONUS AMOUNT'
031900         SET BON-RULE-ERROR TO TRUE
032000         GO TO 1200-EXIT
032100     END-IF.
032200     IF BON-MIN-BALANCE NOT NUMERIC
032300             OR BON-MIN-ACCOUNT-AGE-DAYS NOT NUMERIC
032400         DISPLAY 'PAYBON0 - NON-NUMERIC QUALIFYING THRESHOLD'
032500         SET BON-RULE-ERROR TO TRUE
032600         GO TO 1200-EXIT
032700     END-IF.
032800     IF BON-ACCOUNT-STATUS (1) = SPACE
032900             AND BON-ACCOUNT-STATUS (2) = SPACE
033000             AND BON-ACCOUNT-STATUS (3) = SPACE
033100             AND BON-ACCOUNT-STATUS (4) = SPACE
033200         MOVE 'A' TO BON-ACCOUNT-STATUS (1)
033300     END-IF.
033400     IF BON-EMPLOYEE-STATUS (1) = SPACE
033500             AND BON-EMPLOYEE-STATUS (2) = SPACE
033600             AND BON-EMPLOYEE-STATUS (3) = SPACE
033700         MOVE 'A' TO BON-EMPLOYEE-STATUS (1)
033800     END-IF.
033900 1200-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200* 2000-PROCESS-CUSTOMER - ONE CUSTOMER ROW. ZERO MEANS NO
034300* REFERRAL ON THE ACCOUNT; A CUSTOMER ALREADY ON PAIDREF HAS BEEN
034400* PAID FOR AND IS ONLY COUNTED
034500*----------------------------------------------------------------
034600 2000-PROCESS-CUSTOMER.
034700     READ CUSTMSTR
034800         AT END
034900             SET BON-END-OF-CUSTMSTR TO TRUE
035000             GO TO 2000-EXIT
035100     END-READ.
035200     ADD 1 TO BON-READ-COUNT.
035300     IF CUST-REFERRED-BY-EMP-ID = ZERO
035400         GO TO 2000-EXIT
035500     END-IF.
035600     ADD 1 TO BON-REFERRAL-COUNT.
035700     MOVE CUSTOMER-ID TO PRF-CUSTOMER-ID.
035800     READ PAIDREF
035900         INVALID KEY
036000             CONTINUE
036100     END-READ.
036200     IF BON-PAIDREF-OK
036300         ADD 1 TO BON-ALREADY-PAID-COUNT
036400         GO TO 2000-EXIT
036500     END-IF.
036600     IF NOT BON-PAIDREF-NOT-FOUND
036700         DISPLAY 'PAYBON0 - PAIDREF READ FAILED FOR CUSTOMER '
036800             CUSTOMER-ID ' STATUS ' BON-PAIDREF-STATUS
036900             ' - RUN FAILED'
037000         SET BON-FATAL-ERROR TO TRUE
037100         SET BON-END-OF-CUSTMSTR TO TRUE
037200         GO TO 2000-EXIT
037300     END-IF.
037400     MOVE CUST-REFERRED-BY-EMP-ID TO BON-LOOKUP-EMP-ID.
037500     PERFORM 3100-FIND-EMPLOYEE THRU 3100-EXIT.
037600     IF NOT BON-EMP-FOUND
037700         PERFORM 3200-REPORT-NO-MATCH THRU 3200-EXIT
037800         GO TO 2000-EXIT
037900     END-IF.
038000     IF BON-TBL-EMP-STATUS (BON-LOOKUP-IDX) = 'T'
038100         PERFORM 3300-REPORT-TERMINATED THRU 3300-EXIT
038200         GO TO 2000-EXIT
038300     END-IF.
038400     PERFORM 2100-CHECK-QUALIFICATION THRU 2100-EXIT.
038500     IF NOT BON-QUALIFIED
038600         GO TO 2000-EXIT
038700     END-IF.
038800     MOVE 'N' TO BON-STATUS-FOUND-SW.
038900     PERFORM 2300-CHECK-EMP-STATUS THRU 2300-EXIT
039000         VARYING BON-SLOT-IDX FROM 1 BY 1
039100         UNTIL BON-SLOT-IDX > 3.
039200     IF NOT BON-STATUS-FOUND
039300         PERFORM 3400-REPORT-EMP-STATUS THRU 3400-EXIT
039400         GO TO 2000-EXIT
039500     END-IF.
039600     PERFORM 4000-PAY-REFERRAL THRU 4000-EXIT.
039700 2000-EXIT.
039800     EXIT.
039900*----------------------------------------------------------------
040000* 2100-CHECK-QUALIFICATION - THE BONRULE ACCOUNT TESTS. LEAVES
040100* BON-REASON-CODE SPACE WHEN THE ACCOUNT QUALIFIES; AN ACCOUNT
040200* THAT DOES NOT QUALIFY YET IS ONLY COUNTED AND IS LOOKED AT
040300* AGAIN ON THE NEXT RUN
040400*----------------------------------------------------------------
040500 2100-CHECK-QUALIFICATION.
040600     MOVE SPACE TO BON-REASON-CODE.
040700     MOVE 'N' TO BON-STATUS-FOUND-SW.
040800     PERFORM 2200-CHECK-ACCT-STATUS THRU 2200-EXIT
040900         VARYING BON-SLOT-IDX FROM 1 BY 1
041000         UNTIL BON-SLOT-IDX > 4.
041100     IF NOT BON-STATUS-FOUND
041200         SET BON-REASON-STATUS TO TRUE
041300         ADD 1 TO BON-ACCT-STATUS-COUNT
041400         GO TO 2100-EXIT
041500     END-IF.
041600     IF ACCOUNT-BALANCE < BON-MIN-BALANCE
041700         SET BON-REASON-BALANCE TO TRUE
041800         ADD 1 TO BON-BALANCE-COUNT
041900         GO TO 2100-EXIT
042000     END-IF.
042100     MOVE 99 TO BON-DATE-RETURN-CODE.
042200     IF ACCOUNT-OPEN-DATE NUMERIC
042300         CALL 'DATEVAL0' USING ACCOUNT-OPEN-DATE-YEAR
042400             ACCOUNT-OPEN-DATE-MONTH ACCOUNT-OPEN-DATE-DAY
042500             BON-DATE-RETURN-CODE
042600     END-IF.
042700     IF BON-DATE-RETURN-CODE NOT = ZERO
042800         SET BON-REASON-NO-OPEN-DATE TO TRUE
042900         ADD 1 TO BON-NO-OPEN-DATE-COUNT
043000         GO TO 2100-EXIT
043100     END-IF.
043200     MOVE ACCOUNT-OPEN-DATE TO BON-OPEN-DATE.
043300     COMPUTE BON-OPEN-DAY-NUMBER =
043400         FUNCTION INTEGER-OF-DATE (BON-OPEN-DATE).
043500     COMPUTE BON-ACCOUNT-AGE-DAYS =
043600         BON-RUN-DAY-NUMBER - BON-OPEN-DAY-NUMBER.
043700     IF BON-ACCOUNT-AGE-DAYS < BON-MIN-ACCOUNT-AGE-DAYS
043800         SET BON-REASON-TOO-NEW TO TRUE
043900         ADD 1 TO BON-TOO-NEW-COUNT
044000     END-IF.
044100 2100-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400* 2200-CHECK-ACCT-STATUS - ONE BON-ACCOUNT-STATUS SLOT; A BLANK
044500* SLOT IS UNUSED
044600*----------------------------------------------------------------
044700 2200-CHECK-ACCT-STATUS.
044800     IF BON-ACCOUNT-STATUS (BON-SLOT-IDX) NOT = SPACE
044900             AND BON-ACCOUNT-STATUS (BON-SLOT-IDX)
045000                 = ACCOUNT-STATUS
045100         SET BON-STATUS-FOUND TO TRUE
045200     END-IF.
045300 2200-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------
045600* 2300-CHECK-EMP-STATUS - ONE BON-EMPLOYEE-STATUS SLOT AGAINST
045700* THE REFERRING EMPLOYEE'S STATUS
045800*----------------------------------------------------------------
045900 2300-CHECK-EMP-STATUS.
046000     IF BON-EMPLOYEE-STATUS (BON-SLOT-IDX) NOT = SPACE
046100             AND BON-EMPLOYEE-STATUS (BON-SLOT-IDX)
046200                 = BON-TBL-EMP-STATUS (BON-LOOKUP-IDX)
046300         SET BON-STATUS-FOUND TO TRUE
046400     END-IF.
046500 2300-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800* 3100-FIND-EMPLOYEE - BINARY SEARCH OF THE KEY-SEQUENCED TABLE
046900*----------------------------------------------------------------
047000 3100-FIND-EMPLOYEE.
047100     MOVE 'N' TO BON-EMP-FOUND-SW.
047200     MOVE 1 TO BON-SEARCH-LOW.
047300     MOVE BON-EMPLOYEE-COUNT TO BON-SEARCH-HIGH.
047400 3110-SEARCH-STEP.
047500     IF BON-SEARCH-LOW > BON-SEARCH-HIGH
047600         GO TO 3100-EXIT
047700     END-IF.
047800     COMPUTE BON-LOOKUP-IDX =
047900         (BON-SEARCH-LOW + BON-SEARCH-HIGH) / 2.
048000     IF BON-TBL-EMP-ID (BON-LOOKUP-IDX) = BON-LOOKUP-EMP-ID
048100         SET BON-EMP-FOUND TO TRUE
048200         GO TO 3100-EXIT
048300     END-IF.
048400     IF BON-TBL-EMP-ID (BON-LOOKUP-IDX) < BON-LOOKUP-EMP-ID
048500         COMPUTE BON-SEARCH-LOW = BON-LOOKUP-IDX + 1
048600     ELSE
048700         COMPUTE BON-SEARCH-HIGH = BON-LOOKUP-IDX - 1
048800     END-IF.
048900     GO TO 3110-SEARCH-STEP.
049000 3100-EXIT.
049100     EXIT.
049200*----------------------------------------------------------------
049300* 3200-REPORT-NO-MATCH - REFERRAL ID MATCHES NO EMP-ID AT ALL
049400*----------------------------------------------------------------
049500 3200-REPORT-NO-MATCH.
049600     ADD 1 TO BON-NOMATCH-COUNT.
049700     MOVE BON-LOOKUP-EMP-ID TO BON-EMP-ID-DISPLAY.
049800     MOVE CUSTOMER-ID TO BON-CUST-ID-DISPLAY.
049900     MOVE SPACES TO BON-REPORT-LINE.
050000     STRING 'EXCEPTION - CUSTOMER ' BON-CUST-ID-DISPLAY
050100         ' REFERRED BY UNKNOWN EMP-ID ' BON-EMP-ID-DISPLAY
050200         ' - NOT PAID'
050300         DELIMITED BY SIZE INTO BON-REPORT-LINE.
050400     WRITE BON-REPORT-LINE.
050500 3200-EXIT.
050600     EXIT.
050700*----------------------------------------------------------------
050800* 3300-REPORT-TERMINATED - REFERRAL CREDITED TO A TERMINATED
050900* EMPLOYEE; NEVER PAID, LISTED FOR FINANCE TO CLEAR
051000*----------------------------------------------------------------
051100 3300-REPORT-TERMINATED.
051200     ADD 1 TO BON-TERMINATED-COUNT.
051300     MOVE BON-LOOKUP-EMP-ID TO BON-EMP-ID-DISPLAY.
051400     MOVE CUSTOMER-ID TO BON-CUST-ID-DISPLAY.
051500     MOVE SPACES TO BON-REPORT-LINE.
051600     STRING 'EXCEPTION - CUSTOMER ' BON-CUST-ID-DISPLAY
051700         ' REFERRED BY TERMINATED EMP-ID ' BON-EMP-ID-DISPLAY
051800         ' - NOT PAID'
051900         DELIMITED BY SIZE INTO BON-REPORT-LINE.
052000     WRITE BON-REPORT-LINE.
052100 3300-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400* 3400-REPORT-EMP-STATUS - THE ACCOUNT QUALIFIES BUT THE
052500* EMPLOYEE'S STATUS IS NOT ONE BONRULE PAYS (E.G. INACTIVE). THE
052600* REFERRAL STAYS UNPAID AND IS TRIED AGAIN ON THE NEXT RUN
052700*----------------------------------------------------------------
052800 3400-REPORT-EMP-STATUS.
052900     ADD 1 TO BON-EMP-STATUS-COUNT.
053000     MOVE BON-LOOKUP-EMP-ID TO BON-EMP-ID-DISPLAY.
053100     MOVE CUSTOMER-ID TO BON-CUST-ID-DISPLAY.
053200     MOVE SPACES TO BON-REPORT-LINE.
053300     STRING 'HELD      - CUSTOMER ' BON-CUST-ID-DISPLAY
053400         ' REFERRED BY EMP-ID ' BON-EMP-ID-DISPLAY
053500         ' WITH EMPLOYEE STATUS '
053600         BON-TBL-EMP-STATUS (BON-LOOKUP-IDX)
053700         DELIMITED BY SIZE INTO BON-REPORT-LINE.
053800     WRITE BON-REPORT-LINE.
053900 3400-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200* 4000-PAY-REFERRAL - RECORD THE CUSTOMER ON PAIDREF FIRST, THEN
054300* HAND THE BONUS TO PAYROLL ON ONETIME. A PAIDREF WRITE THAT
054400* FAILS STOPS THE RUN BEFORE ANYTHING IS HANDED OVER, SO A
054500* CUSTOMER CAN NEVER BE PAID WITHOUT BEING MARKED PAID. A ONETIME
054533* WRITE THAT FAILS TAKES THE PAIDREF ROW BACK OUT, SO THE NEXT
054566* RUN PAYS THE REFERRAL, AND STOPS THE RUN. THE PAID DATE IS
054583* LEFT ZERO; PAYREG0 STAMPS THE PAY DATE WHEN IT PAYS THE BONUS
054600*----------------------------------------------------------------
054700 4000-PAY-REFERRAL.
054800     MOVE SPACES TO PAID-REFERRAL-RECORD.
054900     MOVE CUSTOMER-ID TO PRF-CUSTOMER-ID.
055000     MOVE BON-LOOKUP-EMP-ID TO PRF-EMP-ID.
055100     MOVE BON-BONUS-AMOUNT TO PRF-BONUS-AMOUNT.
055200     MOVE ZERO TO PRF-PAID-DATE.
055300     WRITE PAID-REFERRAL-RECORD
055400         INVALID KEY
055500             CONTINUE
055600     END-WRITE.
055700     IF NOT BON-PAIDREF-OK
055800         DISPLAY 'PAYBON0 - PAIDREF WRITE FAILED FOR CUSTOMER '
055900             CUSTOMER-ID ' STATUS ' BON-PAIDREF-STATUS
056000             ' - RUN FAILED'
056100         SET BON-FATAL-ERROR TO TRUE
056200         SET BON-END-OF-CUSTMSTR TO TRUE
056300         GO TO 4000-EXIT
056400     END-IF.
056500     MOVE SPACES TO ONE-TIME-EARNINGS-RECORD.
056600     MOVE BON-LOOKUP-EMP-ID TO OTE-EMP-ID.
056700     SET OTE-REFERRAL-BONUS TO TRUE.
056800     MOVE BON-BONUS-AMOUNT TO OTE-AMOUNT.
056900     MOVE CUSTOMER-ID TO BON-CUST-ID-DISPLAY.
057000     MOVE BON-CUST-ID-DISPLAY TO OTE-REFERENCE.
057100     MOVE BON-RUN-DATE TO OTE-SOURCE-DATE.
057200     WRITE ONE-TIME-EARNINGS-RECORD.
057210     IF NOT BON-ONETIME-OK
057220         DISPLAY 'PAYBON0 - ONETIME WRITE FAILED FOR CUSTOMER '
057230             CUSTOMER-ID ' STATUS ' BON-ONETIME-STATUS
057240             ' - RUN FAILED'
057250         PERFORM 4100-BACK-OUT-PAIDREF THRU 4100-EXIT
057260         SET BON-FATAL-ERROR TO TRUE
057270         SET BON-END-OF-CUSTMSTR TO TRUE
057280         GO TO 4000-EXIT
057290     END-IF.
057300     ADD 1 TO BON-OUT-COUNT.
057400     ADD 1 TO BON-PAID-COUNT.
057500     ADD BON-BONUS-AMOUNT TO BON-PAID-TOTAL.
057600     MOVE BON-LOOKUP-EMP-ID TO BON-EMP-ID-DISPLAY.
057700     MOVE ACCOUNT-BALANCE TO BON-BALANCE-DISPLAY.
057800     MOVE BON-ACCOUNT-AGE-DAYS TO BON-DAYS-DISPLAY.
057900     MOVE BON-BONUS-AMOUNT TO BON-AMOUNT-DISPLAY.
058000     MOVE SPACES TO BON-REPORT-LINE.
058100     STRING 'PAID      - CUSTOMER ' BON-CUST-ID-DISPLAY
058200         ' EMP-ID ' BON-EMP-ID-DISPLAY ' '
058300         BON-TBL-EMP-NAME (BON-LOOKUP-IDX) (1:25) ' '
058400         BON-TBL-EMP-DEPT (BON-LOOKUP-IDX)
058500         ' BAL ' BON-BALANCE-DISPLAY
058600         ' AGE ' BON-DAYS-DISPLAY
058700         ' BONUS ' BON-AMOUNT-DISPLAY
058800         DELIMITED BY SIZE INTO BON-REPORT-LINE.
058900     WRITE BON-REPORT-LINE.
059000 4000-EXIT.
059100     EXIT.
059105*----------------------------------------------------------------
059110* 4100-BACK-OUT-PAIDREF - THE BONUS NEVER REACHED ONETIME, SO THE
059115* CUSTOMER MUST NOT STAY MARKED PAID. IF THE DELETE FAILS TOO THE
059120* REFERRAL IS NAMED FOR FINANCE TO PAY BY HAND
059125*----------------------------------------------------------------
059130 4100-BACK-OUT-PAIDREF.
059135     MOVE CUSTOMER-ID TO PRF-CUSTOMER-ID.
059140     DELETE PAIDREF
059145         INVALID KEY
059150             CONTINUE
059155     END-DELETE.
059160     IF NOT BON-PAIDREF-OK
059165         DISPLAY 'PAYBON0 - PAIDREF DELETE FAILED FOR CUSTOMER '
059170             CUSTOMER-ID ' STATUS ' BON-PAIDREF-STATUS
059171         DISPLAY 'PAYBON0 - CUSTOMER ' CUSTOMER-ID
059172             ' IS MARKED PAID BUT NO BONUS WAS HANDED OVER'
059175     END-IF.
059180 4100-EXIT.
059185     EXIT.
059200*----------------------------------------------------------------
059300* 8000-WRITE-TOTALS - PAYMENTS, EXCEPTIONS, AND THE REASONS
059400* REFERRALS DID NOT QUALIFY THIS RUN
059500*----------------------------------------------------------------
059600 8000-WRITE-TOTALS.
059700     MOVE SPACES TO BON-REPORT-LINE.
059800     STRING 'REFERRED CUSTOMERS:                 '
059900         BON-REFERRAL-COUNT
060000         DELIMITED BY SIZE INTO BON-REPORT-LINE.
060100     WRITE BON-REPORT-LINE.
060200     MOVE SPACES TO BON-REPORT-LINE.
060300     STRING 'ALREADY PAID (ON PAIDREF):          '
060400         BON-ALREADY-PAID-COUNT
060500         DELIMITED BY SIZE INTO BON-REPORT-LINE.
060600     WRITE BON-REPORT-LINE.
060700     MOVE SPACES TO BON-REPORT-LINE.
060800     STRING 'NOT YET QUALIFIED - ACCOUNT STATUS: '
060900         BON-ACCT-STATUS-COUNT
061000         DELIMITED BY SIZE INTO BON-REPORT-LINE.
061100     WRITE BON-REPORT-LINE.
061200     MOVE SPACES TO BON-REPORT-LINE.
061300     STRING 'NOT YET QUALIFIED - BALANCE:        '
061400         BON-BALANCE-COUNT
061500         DELIMITED BY SIZE INTO BON-REPORT-LINE.
061600     WRITE BON-REPORT-LINE.
061700     MOVE SPACES TO BON-REPORT-LINE.
061800     STRING 'NOT YET QUALIFIED - ACCOUNT AGE:    '
061900         BON-TOO-NEW-COUNT
062000         DELIMITED BY SIZE INTO BON-REPORT-LINE.
062100     WRITE BON-REPORT-LINE.
062200     MOVE SPACES TO BON-REPORT-LINE.
062300     STRING 'NOT QUALIFIED - NO VALID OPEN DATE: '
062400         BON-NO-OPEN-DATE-COUNT
062500         DELIMITED BY SIZE INTO BON-REPORT-LINE.
062600     WRITE BON-REPORT-LINE.
062700     MOVE SPACES TO BON-REPORT-LINE.
062800     STRING 'HELD FOR EMPLOYEE STATUS:           '
062900         BON-EMP-STATUS-COUNT
063000         DELIMITED BY SIZE INTO BON-REPORT-LINE.
063100     WRITE BON-REPORT-LINE.
063200     MOVE SPACES TO BON-REPORT-LINE.
063300     STRING 'REFERRALS TO UNKNOWN EMP-IDS:       '
063400         BON-NOMATCH-COUNT
063500         DELIMITED BY SIZE INTO BON-REPORT-LINE.
063600     WRITE BON-REPORT-LINE.
063700     MOVE SPACES TO BON-REPORT-LINE.
063800     STRING 'REFERRALS TO TERMINATED STAFF:      '
063900         BON-TERMINATED-COUNT
064000         DELIMITED BY SIZE INTO BON-REPORT-LINE.
064100     WRITE BON-REPORT-LINE.
064200     MOVE BON-PAID-TOTAL TO BON-TOTAL-DISPLAY.
064300     MOVE SPACES TO BON-REPORT-LINE.
064400     STRING 'BONUSES PAID:                       '
064500         BON-PAID-COUNT ' TOTAL ' BON-TOTAL-DISPLAY
064600         ' (ADDED TO ONETIME)'
064700         DELIMITED BY SIZE INTO BON-REPORT-LINE.
064800     WRITE BON-REPORT-LINE.
064900     IF BON-FATAL-ERROR
065000         MOVE 'RUN FAILED - PAIDREF OR ONETIME NOT UPDATED'
065100             TO BON-REPORT-LINE
065200         WRITE BON-REPORT-LINE
065300     END-IF.
065400 8000-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------
065700* 9999-TERMINATE - A PAIDREF OR ONETIME FAILURE ENDS THE RUN
065750* RC 8; UNPAID EXCEPTIONS LEAVE RC 4 SO FINANCE CLEARS THEM
065900*----------------------------------------------------------------
066000 9999-TERMINATE.
066100     IF BON-FATAL-ERROR
066200         MOVE 8 TO RETURN-CODE
066300     ELSE
066400         IF BON-NOMATCH-COUNT > ZERO
066500                 OR BON-TERMINATED-COUNT > ZERO
066600             MOVE 4 TO RETURN-CODE
066700         ELSE
066800             MOVE ZERO TO RETURN-CODE
066900         END-IF
067000     END-IF.
067100     MOVE RETURN-CODE TO BON-RLG-COMPLETION.
067200     MOVE 'E' TO BON-RLG-FUNCTION.
067300     CALL 'RUNLOG0' USING BON-RLG-FUNCTION BON-JOB-NAME
067400         BON-READ-COUNT BON-OUT-COUNT BON-RLG-COMPLETION
067500         BON-RLG-RETURN-CODE.
067600     DISPLAY 'PAYBON0 - BONUSES PAID: ' BON-PAID-COUNT
067700         ' EXCEPTIONS: ' BON-NOMATCH-COUNT ' '
067800         BON-TERMINATED-COUNT.
067900     CLOSE CUSTMSTR.
068000     CLOSE PAIDREF.
068100     CLOSE ONETIME.
068200     CLOSE BONRPT.
068300 9999-EXIT.
068400     EXIT.
