002800*                 SALARY FIGURE. THE STATEMENT YEAR COMES FROM AN
002900*                 OPTIONAL YEARPARM CONTROL RECORD AND DEFAULTS
003000*                 TO THE PRIOR CALENDAR YEAR.
003014* 2026-10-15 DS   ONE-TIME EARNINGS ON THE STATEMENT. REFERRAL
003028*                 BONUSES PAID IN THE STATEMENT YEAR (PAIDREF ROWS
003042*                 BY THE PAY DATE PAYREG0 STAMPS ON THEM; A BONUS
003046*                 NOT YET PAID HAS A ZERO DATE AND IS LEFT OUT)
003050*                 ARE SUMMED PER EMPLOYEE INTO THE NEW
003056*                 CST-ONE-TIME-EARNINGS FIELD AND PRINTED BESIDE
003070*                 THE PRORATED EARNINGS, WITH A COMPANY TOTAL. NO
003084*                 PAIDREF FILE MEANS NO BONUSES YET; ANY OTHER
003092*                 FAILURE TO OPEN IT STOPS THE RUN.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SAH-KEY
004500         FILE STATUS IS YCP-SALHIST-STATUS.
004516     SELECT PAIDREF ASSIGN TO PAIDREF
004532         ORGANIZATION IS INDEXED
004548         ACCESS MODE IS DYNAMIC
004564         RECORD KEY IS PRF-CUSTOMER-ID
004580         FILE STATUS IS YCP-PAIDREF-STATUS.
004600     SELECT YEARPARM ASSIGN TO YEARPARM
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS YCP-YEARPARM-STATUS.
006100 FD  SALHIST
006200     LABEL RECORDS ARE STANDARD.
006300     COPY "src/main/resources/salary-history-record.cbl".
006325 FD  PAIDREF
006350     LABEL RECORDS ARE STANDARD.
006375     COPY "src/main/resources/paid-referral-record.cbl".
006400 FD  YEARPARM
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
008000     88  YCP-EMPMSTR-OK             VALUE '00'.
008100 77  YCP-SALHIST-STATUS         PIC XX.
008200     88  YCP-SALHIST-OK             VALUE '00'.
008233 77  YCP-PAIDREF-STATUS         PIC XX.
008266     88  YCP-PAIDREF-OK             VALUE '00'.
008283     88  YCP-PAIDREF-NOT-FOUND      VALUE '35'.
008300 77  YCP-YEARPARM-STATUS        PIC XX.
008400     88  YCP-YEARPARM-OK            VALUE '00'.
008500 77  YCP-CMPSTMT-STATUS         PIC XX.
009000     88  YCP-END-OF-EMPMSTR         VALUE 'Y'.
009100 77  YCP-END-OF-HISTORY-SW      PIC X.
009200     88  YCP-END-OF-HISTORY         VALUE 'Y'.
009220 77  YCP-END-OF-PAIDREF-SW      PIC X       VALUE 'N'.
009240     88  YCP-END-OF-PAIDREF         VALUE 'Y'.
009260 77  YCP-PAIDREF-ERROR-SW       PIC X       VALUE 'N'.
009280     88  YCP-PAIDREF-ERROR          VALUE 'Y'.
009300*----------------------------------------------------------------
009400* STATEMENT-YEAR BOUNDS - DAY NUMBERS COME FROM THE SAME
009500* INTEGER-OF-DATE ARITHMETIC CUSTRECN0 AND SALINQ0 USE
013300 77  YCP-EMP-DEDUCTIONS         PIC 9(7)V99 COMP-3.
013400 77  YCP-EMP-CONTRIBUTIONS      PIC 9(7)V99 COMP-3.
013500 77  YCP-BAD-BENEFIT-COUNT      PIC 9(7)    VALUE ZERO.
013507*----------------------------------------------------------------
013514* ONE-TIME EARNINGS - REFERRAL BONUSES PAID IN THE STATEMENT YEAR,
013521* TOTALLED PER EMPLOYEE FROM PAIDREF ONCE AT START
013528*----------------------------------------------------------------
013535 77  YCP-MAX-BONUS-EMPS         PIC 9(4)    COMP  VALUE 5000.
013542 77  YCP-BONUS-EMP-COUNT        PIC 9(4)    COMP  VALUE ZERO.
013549 77  YCP-BONUS-IDX              PIC 9(4)    COMP.
013556 77  YCP-EMP-ONE-TIME           PIC 9(7)V99 COMP-3.
013563 01  YCP-BONUS-TABLE.
013570     03  YCP-BONUS-ENTRY        OCCURS 5000 TIMES.
013577         05  YCP-BONUS-EMP-ID   PIC 9(8) COMP.
013584         05  YCP-BONUS-AMOUNT   PIC 9(7)V99 COMP-3.
013600*----------------------------------------------------------------
013700* COMPANY CONTROL TOTALS - THE ANNUAL SALARY TOTAL COVERS EVERY
013800* MASTER ROW SO IT TIES TO THE PAYROLL REGISTER'S ANNUAL FIGURE
014100 77  YCP-COMPANY-EARNINGS       PIC 9(11)V99 COMP-3 VALUE ZERO.
014200 77  YCP-COMPANY-DEDUCTIONS     PIC 9(11)V99 COMP-3 VALUE ZERO.
014300 77  YCP-COMPANY-CONTRIB        PIC 9(11)V99 COMP-3 VALUE ZERO.
014350 77  YCP-COMPANY-ONE-TIME       PIC 9(11)V99 COMP-3 VALUE ZERO.
014400 77  YCP-ANNUAL-SALARY-TOTAL    PIC 9(11)V99 COMP-3 VALUE ZERO.
014500*----------------------------------------------------------------
014600* REPORT FORMATTING WORK AREAS
014900 77  YCP-AMOUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
015000 77  YCP-AMOUNT-DISPLAY-2       PIC Z,ZZZ,ZZ9.99.
015100 77  YCP-AMOUNT-DISPLAY-3       PIC Z,ZZZ,ZZ9.99.
015150 77  YCP-AMOUNT-DISPLAY-4       PIC Z,ZZZ,ZZ9.99.
015200 77  YCP-TOTAL-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015300 PROCEDURE DIVISION.
015400*----------------------------------------------------------------
018300         END-READ
018400         CLOSE YEARPARM
018500     END-IF.
018507     OPEN INPUT PAIDREF.
018514     IF YCP-PAIDREF-OK
018521         PERFORM 1100-LOAD-ONE-PAID-REFERRAL THRU 1100-EXIT
018528             UNTIL YCP-END-OF-PAIDREF
018535         CLOSE PAIDREF
018536     ELSE
018537         IF NOT YCP-PAIDREF-NOT-FOUND
018538             DISPLAY 'YEARCMP0 - UNABLE TO OPEN PAIDREF '
018539                 YCP-PAIDREF-STATUS
018540             MOVE 8 TO RETURN-CODE
018541             GO TO 9999-EXIT
018542         END-IF
018543     END-IF.
018549     IF YCP-PAIDREF-ERROR
018556         DISPLAY 'YEARCMP0 - REFERRAL BONUS TABLE FULL - '
018563             'RUN FAILED'
018570         MOVE 8 TO RETURN-CODE
018577         GO TO 9999-EXIT
018584     END-IF.
018600     OPEN INPUT EMPMSTR.
018700     IF NOT YCP-EMPMSTR-OK
018800         DISPLAY 'YEARCMP0 - UNABLE TO OPEN EMPMSTR '
021400     WRITE YCP-REPORT-LINE.
021500     MOVE SPACES TO YCP-REPORT-LINE.
021600     STRING 'EMP-ID        EARNINGS    DEDUCTIONS'
021700         ' CONTRIBUTIONS      ONE-TIME'
021800         DELIMITED BY SIZE INTO YCP-REPORT-LINE.
021900     WRITE YCP-REPORT-LINE.
022000 1000-EXIT.
022100     EXIT.
022102*----------------------------------------------------------------
022104* 1100-LOAD-ONE-PAID-REFERRAL - A BONUS WHOSE PAYREG0 PAY DATE
022105* FALLS IN THE STATEMENT YEAR (ONE HANDED OVER BUT NOT YET PAID
022106* STILL HAS A ZERO DATE) IS ADDED TO ITS EMPLOYEE'S TABLE ROW
022107* (ADDED ON FIRST SIGHT). A FULL TABLE WOULD UNDERSTATE SOMEONE'S
022108* EARNINGS AND FAILS THE RUN
022110*----------------------------------------------------------------
022112 1100-LOAD-ONE-PAID-REFERRAL.
022114     READ PAIDREF NEXT RECORD
022116         AT END
022118             SET YCP-END-OF-PAIDREF TO TRUE
022120             GO TO 1100-EXIT
022122     END-READ.
022124     IF PRF-PAID-YEAR NOT = YCP-STATEMENT-YEAR
022126         GO TO 1100-EXIT
022128     END-IF.
022130     MOVE 1 TO YCP-BONUS-IDX.
022132 1110-CHECK-BONUS-ENTRY.
022134     IF YCP-BONUS-IDX > YCP-BONUS-EMP-COUNT
022136         GO TO 1120-ADD-BONUS-ENTRY
022138     END-IF.
022140     IF YCP-BONUS-EMP-ID (YCP-BONUS-IDX) = PRF-EMP-ID
022142         ADD PRF-BONUS-AMOUNT TO YCP-BONUS-AMOUNT (YCP-BONUS-IDX)
022144         GO TO 1100-EXIT
022146     END-IF.
022148     ADD 1 TO YCP-BONUS-IDX.
022150     GO TO 1110-CHECK-BONUS-ENTRY.
022152 1120-ADD-BONUS-ENTRY.
022154     IF YCP-BONUS-EMP-COUNT >= YCP-MAX-BONUS-EMPS
022156         SET YCP-PAIDREF-ERROR TO TRUE
022158         SET YCP-END-OF-PAIDREF TO TRUE
022160         GO TO 1100-EXIT
022162     END-IF.
022164     ADD 1 TO YCP-BONUS-EMP-COUNT.
022166     MOVE PRF-EMP-ID TO YCP-BONUS-EMP-ID (YCP-BONUS-EMP-COUNT).
022168     MOVE PRF-BONUS-AMOUNT
022170         TO YCP-BONUS-AMOUNT (YCP-BONUS-EMP-COUNT).
022172 1100-EXIT.
022174     EXIT.
022200*----------------------------------------------------------------
022300* 2000-PROCESS-EMPLOYEE - ONE MASTER ROW DRIVES ONE STATEMENT
022400*----------------------------------------------------------------
025100     PERFORM 2500-VALUE-ONE-BENEFIT THRU 2500-EXIT
025200         VARYING YCP-BEN-IDX FROM 1 BY 1
025300         UNTIL YCP-BEN-IDX > EMP-BENEFIT-COUNT.
025350     PERFORM 2700-FIND-ONE-TIME THRU 2700-EXIT.
025400     PERFORM 2600-WRITE-STATEMENT THRU 2600-EXIT.
025500     ADD 1 TO YCP-EMPLOYEE-COUNT.
025600     ADD YCP-EMP-EARNINGS TO YCP-COMPANY-EARNINGS.
025700     ADD YCP-EMP-DEDUCTIONS TO YCP-COMPANY-DEDUCTIONS.
025800     ADD YCP-EMP-CONTRIBUTIONS TO YCP-COMPANY-CONTRIB.
025850     ADD YCP-EMP-ONE-TIME TO YCP-COMPANY-ONE-TIME.
025900 2100-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
040400     MOVE YCP-EMP-EARNINGS TO CST-PRORATED-EARNINGS.
040500     MOVE YCP-EMP-DEDUCTIONS TO CST-EMPLOYEE-DEDUCTIONS.
040600     MOVE YCP-EMP-CONTRIBUTIONS TO CST-EMPLOYER-CONTRIB.
040650     MOVE YCP-EMP-ONE-TIME TO CST-ONE-TIME-EARNINGS.
040700     WRITE COMP-STATEMENT-RECORD.
040800     MOVE EMP-ID TO YCP-EMP-ID-DISPLAY.
040900     MOVE YCP-EMP-EARNINGS TO YCP-AMOUNT-DISPLAY.
041000     MOVE YCP-EMP-DEDUCTIONS TO YCP-AMOUNT-DISPLAY-2.
041100     MOVE YCP-EMP-CONTRIBUTIONS TO YCP-AMOUNT-DISPLAY-3.
041150     MOVE YCP-EMP-ONE-TIME TO YCP-AMOUNT-DISPLAY-4.
041200     MOVE SPACES TO YCP-REPORT-LINE.
041300     STRING YCP-EMP-ID-DISPLAY ' ' YCP-AMOUNT-DISPLAY
041400         ' ' YCP-AMOUNT-DISPLAY-2 '  ' YCP-AMOUNT-DISPLAY-3
041450         '  ' YCP-AMOUNT-DISPLAY-4
041500         DELIMITED BY SIZE INTO YCP-REPORT-LINE.
041600     WRITE YCP-REPORT-LINE.
041700 2600-EXIT.
041800     EXIT.
041805*----------------------------------------------------------------
041810* 2700-FIND-ONE-TIME - THE EMPLOYEE'S REFERRAL BONUSES FOR THE
041815* YEAR, ZERO WHEN THERE ARE NONE
041820*----------------------------------------------------------------
041825 2700-FIND-ONE-TIME.
041830     MOVE ZERO TO YCP-EMP-ONE-TIME.
041835     MOVE 1 TO YCP-BONUS-IDX.
041840 2710-CHECK-ONE-TIME-ENTRY.
041845     IF YCP-BONUS-IDX > YCP-BONUS-EMP-COUNT
041850         GO TO 2700-EXIT
041855     END-IF.
041860     IF YCP-BONUS-EMP-ID (YCP-BONUS-IDX) = EMP-ID
041865         MOVE YCP-BONUS-AMOUNT (YCP-BONUS-IDX) TO YCP-EMP-ONE-TIME
041870         GO TO 2700-EXIT
041875     END-IF.
041880     ADD 1 TO YCP-BONUS-IDX.
041885     GO TO 2710-CHECK-ONE-TIME-ENTRY.
041890 2700-EXIT.
041895     EXIT.
041900*----------------------------------------------------------------
042000* 8000-WRITE-COMPANY-TOTALS - THE CONTROL FIGURES, INCLUDING THE
042100* ANNUAL SALARY TOTAL THAT MUST TIE TO THE PAYROLL REGISTER
044000     STRING 'COMPANY CONTRIBUTIONS:       ' YCP-TOTAL-DISPLAY
044100         DELIMITED BY SIZE INTO YCP-REPORT-LINE.
044200     WRITE YCP-REPORT-LINE.
044216     MOVE YCP-COMPANY-ONE-TIME TO YCP-TOTAL-DISPLAY.
044232     MOVE SPACES TO YCP-REPORT-LINE.
044248     STRING 'COMPANY ONE-TIME EARNINGS:   ' YCP-TOTAL-DISPLAY
044264         DELIMITED BY SIZE INTO YCP-REPORT-LINE.
044280     WRITE YCP-REPORT-LINE.
044300     MOVE YCP-ANNUAL-SALARY-TOTAL TO YCP-TOTAL-DISPLAY.
044400     MOVE SPACES TO YCP-REPORT-LINE.
044500     STRING 'ANNUAL SALARY ALL EMPLOYEES: ' YCP-TOTAL-DISPLAY
