002502*                 MANAGER CHANGES AND NOT JUST THE TWO FIELDS THE
002503*                 HISTORY LOGGERS HAPPEN TO COVER. AUDINQ0
002504*                 REPORTS OVER THE FILE BY EMP-ID AND DATE RANGE.
002514* 2026-10-15 DS   A TERMINATION, BY FUNCTION CODE OR BY A STATUS
002524*                 CHANGE TO T, NOW CLOSES OUT THE EMPLOYEE'S
002534*                 PAID-TIME-OFF. EACH LEAVEBAL ROW WITH HOURS LEFT
002544*                 GOES TO THE LVPAYOUT LIST VALUED AT EMP-SALARY
002554*                 OVER THE STANDARD WORK YEAR, IS LISTED ON
002564*                 MNTRPT, AND IS ZEROED WITH THE PAYOUT HOURS AND
002574*                 DATE KEPT ON THE ROW.
002575* 2026-10-15 DS   AN ADD, OR A CHANGE THAT MOVES THE EMPLOYEE TO A
002576*                 NEW EMP-DEPT, IS REJECTED WHEN THE DEPARTMENT IS
002577*                 NOT ON THE DEPTMSTR REFERENCE MASTER OR CLOSED.
002578*                 THE CHECK RUNS BEFORE ANY FIELD MOVES, THE SAME
002579*                 AS THE MANAGER CHECK.
002580* 2026-10-15 DS   FUTURE-DATED TRANSACTIONS. ONE WHOSE EFFECTIVE
002581*                 DATE IS AFTER THE RUN DATE IS PARKED ON THE
002582*                 KEYED EMPPEND FILE AND REPORTED AS HELD INSTEAD
002583*                 OF APPLYING EARLY. EACH RUN FIRST RELEASES AND
002584*                 APPLIES EVERY PARKED ROW THAT HAS COME DUE, WITH
002585*                 THE SAME EDITS AS A NEW TRANSACTION, AND CLOSES
002586*                 THE REPORT WITH THE ROWS STILL PENDING. FUNCTION
002587*                 CODE X CANCELS WHATEVER IS PARKED FOR THE EMP-ID
002588*                 AND EFFECTIVE DATE; CANCELS ARE TAKEN IN A FIRST
002589*                 PASS OVER EMPTRAN SO ONE FALLING DUE TONIGHT IS
002590*                 STOPPED BEFORE THE RELEASE.
002591*----------------------------------------------------------------
002594 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS EAU-KEY
004750         FILE STATUS IS UPD-EMPAUDT-STATUS.
004755     SELECT LEAVEBAL ASSIGN TO LEAVEBAL
004760         ORGANIZATION IS INDEXED
004765         ACCESS MODE IS DYNAMIC
004770         RECORD KEY IS LVB-KEY
004775         FILE STATUS IS UPD-LEAVEBAL-STATUS.
004780     SELECT LVPAYOUT ASSIGN TO LVPAYOUT
004785         ORGANIZATION IS SEQUENTIAL
004790         FILE STATUS IS UPD-LVPAYOUT-STATUS.
004791     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
004792         ORGANIZATION IS INDEXED
004793         ACCESS MODE IS DYNAMIC
004794         RECORD KEY IS DPT-CODE
004795         FILE STATUS IS UPD-DEPTMSTR-STATUS.
004796     SELECT EMPPEND ASSIGN TO EMPPEND
004797         ORGANIZATION IS INDEXED
004798         ACCESS MODE IS DYNAMIC
004799         RECORD KEY IS PND-KEY
004800         FILE STATUS IS UPD-EMPPEND-STATUS.
004801 DATA DIVISION.
004900 FILE SECTION.
005000 FD  EMPMIDX
005100     LABEL RECORDS ARE STANDARD.
006710 FD  EMPAUDT
006720     LABEL RECORDS ARE STANDARD.
006730     COPY "src/main/resources/emp-audit-record.cbl".
006738 FD  LEAVEBAL
006746     LABEL RECORDS ARE STANDARD.
006754     COPY "src/main/resources/leave-balance-record.cbl".
006762 FD  LVPAYOUT
006770     RECORDING MODE IS F
006778     LABEL RECORDS ARE STANDARD.
006786     COPY "src/main/resources/leave-payout-record.cbl".
006789 FD  DEPTMSTR
006792     LABEL RECORDS ARE STANDARD.
006795     COPY "src/main/resources/department-record.cbl".
006796 FD  EMPPEND
006797     LABEL RECORDS ARE STANDARD.
006798     COPY "src/main/resources/pending-transaction-record.cbl".
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
007000* FILE STATUS AND SWITCHES
008400     88  UPD-EMPAPLK-OK             VALUE '00'.
008410 77  UPD-EMPAUDT-STATUS         PIC XX.
008420     88  UPD-EMPAUDT-OK             VALUE '00'.
008436 77  UPD-LEAVEBAL-STATUS        PIC XX.
008452     88  UPD-LEAVEBAL-OK            VALUE '00'.
008468 77  UPD-LVPAYOUT-STATUS        PIC XX.
008484     88  UPD-LVPAYOUT-OK            VALUE '00'.
008489 77  UPD-DEPTMSTR-STATUS        PIC XX.
008494     88  UPD-DEPTMSTR-OK            VALUE '00'.
008495 77  UPD-EMPPEND-STATUS         PIC XX.
008496     88  UPD-EMPPEND-OK             VALUE '00'.
008497 77  UPD-EMPPEND-OPEN-SW        PIC X       VALUE 'N'.
008498     88  UPD-EMPPEND-OPEN           VALUE 'Y'.
008499 77  UPD-END-OF-EMPPEND-SW      PIC X.
008500     88  UPD-END-OF-EMPPEND         VALUE 'Y'.
008501 77  UPD-END-OF-EMPTRAN-SW      PIC X       VALUE 'N'.
008600     88  UPD-END-OF-EMPTRAN         VALUE 'Y'.
008700*----------------------------------------------------------------
008800* PER-TRANSACTION CONTROL - THE HELD MASTER ROW IS ONLY
010000 77  UPD-REJECTED-COUNT         PIC 9(7)    VALUE ZERO.
010100 77  UPD-REJECT-REASON          PIC X(35).
010101*----------------------------------------------------------------
010102* FUTURE-DATED TRANSACTION CONTROL - THE RUN DATE DECIDES WHAT IS
010103* HELD AND WHAT IS RELEASED; THE CANCEL KEY IS THE EMP-ID AND
010104* EFFECTIVE DATE OF THE X TRANSACTION BEING WORKED
010105*----------------------------------------------------------------
010106 77  UPD-RUN-DATE               PIC 9(8).
010107 77  UPD-HELD-COUNT             PIC 9(7)    VALUE ZERO.
010108 77  UPD-RELEASED-COUNT         PIC 9(7)    VALUE ZERO.
010109 77  UPD-CANCELLED-COUNT        PIC 9(7)    VALUE ZERO.
010110 77  UPD-PENDING-COUNT          PIC 9(7)    VALUE ZERO.
010111 77  UPD-CANCEL-HITS            PIC 9(5).
010112 01  UPD-CANCEL-KEY.
010113     03  UPD-CANCEL-EFF-DATE    PIC 9(8).
010114     03  UPD-CANCEL-EMP-ID      PIC 9(8).
010115 77  UPD-PENDING-SEQ            PIC 9(4)    COMP.
010116*----------------------------------------------------------------
010117* MANAGER VALIDATION AND ORPHAN-SCAN WORK AREAS - READING THE
010118* MANAGER (OR SCANNING FOR DIRECT REPORTS) GOES THROUGH THE SAME
010119* FD BUFFER AS THE EMPLOYEE BEING MAINTAINED, SO THE EMPLOYEE'S
010120* IMAGE IS PARKED BY REFERENCE MODIFICATION AND RESTORED AFTER,
010121* THE FIXED-LENGTH MOVE EMPVAL0 AND EMPLOAD0 USE
010122*----------------------------------------------------------------
010123 77  UPD-RECORD-LENGTH          PIC 9(3)    COMP  VALUE 154.
010125 77  UPD-RECORD-HOLD            PIC X(154).
010128 77  UPD-MANAGER-OK-SW          PIC X.
010131     88  UPD-MANAGER-OK             VALUE 'Y'.
010140     88  UPD-SCAN-EOF               VALUE 'Y'.
010143 77  UPD-ORPHAN-COUNT           PIC 9(5)    VALUE ZERO.
010146 77  UPD-EMP-ID-DISPLAY         PIC 9(8).
010147 77  UPD-DEPT-OK-SW             PIC X.
010148     88  UPD-DEPT-OK                VALUE 'Y'.
010149 77  UPD-MANAGER-ID-WORK        PIC 9(8)    COMP.
010152*----------------------------------------------------------------
010155* AUDIT-TRAIL WORK AREAS - THE BEFORE IMAGE IS CAPTURED AT THE
010167*----------------------------------------------------------------
010170 77  UPD-BEFORE-IMAGE           PIC X(154).
010173 77  UPD-AUDIT-SEQ              PIC 9(4)    COMP.
010174*----------------------------------------------------------------
010175* LEAVE PAYOUT WORK AREAS - A TERMINATED EMPLOYEE'S REMAINING
010176* HOURS ARE PRICED AT THE ANNUAL SALARY SPREAD OVER THE STANDARD
010177* WORK YEAR, AND EACH LEAVE TYPE IS CLOSED OUT IN TURN
010178*----------------------------------------------------------------
010179 77  UPD-STANDARD-HOURS         PIC 9(4)    VALUE 2080.
010180 77  UPD-HOURLY-RATE            PIC 9(5)V99 COMP-3.
010181 01  UPD-LEAVE-TYPE-VALUES      PIC X(02)   VALUE 'VS'.
010182 01  UPD-LEAVE-TYPE-TABLE REDEFINES UPD-LEAVE-TYPE-VALUES.
010183     03  UPD-LEAVE-TYPE         PIC X       OCCURS 2 TIMES.
010184 77  UPD-LEAVE-IDX              PIC 9(2)    COMP.
010185 77  UPD-PAYOUT-COUNT           PIC 9(5)    VALUE ZERO.
010186 77  UPD-PAYOUT-HOURS-DISPLAY   PIC ZZ,ZZ9.99.
010187 77  UPD-PAYOUT-AMOUNT-DISPLAY  PIC Z,ZZZ,ZZ9.99.
010200*----------------------------------------------------------------
010300* BENEFIT PLAN REFERENCE TABLE - LOADED FROM BENPLAN UP FRONT.
010400* A RUN WITHOUT THE PLAN FILE STILL APPLIES EMPLOYEE ADDS,
014200*----------------------------------------------------------------
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014414     IF NOT UPD-END-OF-EMPTRAN
014428         PERFORM 1500-CANCEL-PENDING THRU 1500-EXIT
014442     END-IF.
014456     IF NOT UPD-END-OF-EMPTRAN
014470         PERFORM 1600-RELEASE-DUE-TRANS THRU 1600-EXIT
014484     END-IF.
014500     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
014600         UNTIL UPD-END-OF-EMPTRAN.
014650     PERFORM 7000-LIST-STILL-PENDING THRU 7000-EXIT.
014700     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
014800     PERFORM 9999-TERMINATE THRU 9999-EXIT.
014900     GOBACK.
015000*----------------------------------------------------------------
015100* 1000-INITIALIZE - OPEN THE KEYED MASTER AND THE TRANSACTION
015200* STREAM, WRITE THE REPORT HEADER, LOAD THE PLAN TABLE
015250* AND OPEN THE PENDING FILE, CREATING IT ON FIRST USE
015300*----------------------------------------------------------------
015400 1000-INITIALIZE.
015500     OPEN I-O EMPMIDX.
016800         MOVE 8 TO RETURN-CODE
016900         GO TO 1000-EXIT
017000     END-IF.
017011     OPEN INPUT DEPTMSTR.
017022     IF NOT UPD-DEPTMSTR-OK
017033         DISPLAY 'EMPUPDT0 - UNABLE TO OPEN DEPTMSTR '
017044             UPD-DEPTMSTR-STATUS
017055         SET UPD-END-OF-EMPTRAN TO TRUE
017066         MOVE 8 TO RETURN-CODE
017077         GO TO 1000-EXIT
017088     END-IF.
017100     OPEN OUTPUT MNTRPT.
017200     OPEN OUTPUT EMPAPLK.
017210     PERFORM 1200-OPEN-AUDIT-FILE THRU 1200-EXIT.
017221     OPEN I-O LEAVEBAL.
017232     IF NOT UPD-LEAVEBAL-OK
017243         OPEN OUTPUT LEAVEBAL
017254         CLOSE LEAVEBAL
017265         OPEN I-O LEAVEBAL
017276     END-IF.
017277     IF NOT UPD-LEAVEBAL-OK
017278         DISPLAY 'EMPUPDT0 - UNABLE TO OPEN LEAVEBAL '
017279             UPD-LEAVEBAL-STATUS
017280         SET UPD-END-OF-EMPTRAN TO TRUE
017281         MOVE 8 TO RETURN-CODE
017282         GO TO 1000-EXIT
017283     END-IF.
017287     OPEN OUTPUT LVPAYOUT.
017288     IF NOT UPD-LVPAYOUT-OK
017289         DISPLAY 'EMPUPDT0 - UNABLE TO OPEN LVPAYOUT '
017290             UPD-LVPAYOUT-STATUS
017291         SET UPD-END-OF-EMPTRAN TO TRUE
017292         MOVE 8 TO RETURN-CODE
017293         GO TO 1000-EXIT
017294     END-IF.
017295     OPEN I-O EMPPEND.
017296     IF NOT UPD-EMPPEND-OK
017297         OPEN OUTPUT EMPPEND
017298         CLOSE EMPPEND
017299         OPEN I-O EMPPEND
017300     END-IF.
017301     IF NOT UPD-EMPPEND-OK
017302         DISPLAY 'EMPUPDT0 - UNABLE TO OPEN EMPPEND '
017303             UPD-EMPPEND-STATUS
017304         SET UPD-END-OF-EMPTRAN TO TRUE
017305         MOVE 8 TO RETURN-CODE
017306         GO TO 1000-EXIT
017307     END-IF.
017308     SET UPD-EMPPEND-OPEN TO TRUE.
017309     ACCEPT UPD-RUN-DATE FROM DATE YYYYMMDD.
017310     MOVE SPACES TO UPD-REPORT-LINE.
017400     STRING 'EMPLOYEE MASTER MAINTENANCE REPORT'
017500         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
017600     WRITE UPD-REPORT-LINE.
017620     MOVE SPACES TO UPD-REPORT-LINE.
017640     STRING 'RUN DATE ' UPD-RUN-DATE
017660         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
017680     WRITE UPD-REPORT-LINE.
017700     PERFORM 1100-LOAD-BENEFIT-PLANS THRU 1100-EXIT.
017800 1000-EXIT.
017900     EXIT.
022310     END-IF.
022320 1200-EXIT.
022330     EXIT.
022331*----------------------------------------------------------------
022332* 1500-CANCEL-PENDING - FIRST PASS OVER EMPTRAN TAKING ONLY THE
022333* X TRANSACTIONS, SO A CANCEL ALWAYS BEATS THE RELEASE OF THE ROW
022334* IT CANCELS. THE STREAM IS THEN REOPENED FOR THE MAIN PASS.
022335*----------------------------------------------------------------
022336 1500-CANCEL-PENDING.
022337     PERFORM 1510-CANCEL-ONE-TRAN THRU 1510-EXIT
022338         UNTIL UPD-END-OF-EMPTRAN.
022339     CLOSE EMPTRAN.
022340     MOVE 'N' TO UPD-END-OF-EMPTRAN-SW.
022341     OPEN INPUT EMPTRAN.
022342     IF NOT UPD-EMPTRAN-OK
022343         DISPLAY 'EMPUPDT0 - UNABLE TO REOPEN EMPTRAN '
022344             UPD-EMPTRAN-STATUS
022345         SET UPD-END-OF-EMPTRAN TO TRUE
022346         MOVE 8 TO RETURN-CODE
022347     END-IF.
022348 1500-EXIT.
022349     EXIT.
022350*----------------------------------------------------------------
022351* 1510-CANCEL-ONE-TRAN - DELETE EVERY PARKED ROW FOR THE EMP-ID
022352* AND EFFECTIVE DATE ON THE X TRANSACTION; A CANCEL THAT FINDS
022353* NOTHING PARKED IS REJECTED
022354*----------------------------------------------------------------
022355 1510-CANCEL-ONE-TRAN.
022356     READ EMPTRAN
022357         AT END
022358             SET UPD-END-OF-EMPTRAN TO TRUE
022359             GO TO 1510-EXIT
022360     END-READ.
022361     IF NOT TRN-CANCEL-PENDING
022362         GO TO 1510-EXIT
022363     END-IF.
022364     IF TRN-EMP-ID NOT NUMERIC
022365         MOVE 'NON-NUMERIC EMP-ID' TO UPD-REJECT-REASON
022366         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
022367         GO TO 1510-EXIT
022368     END-IF.
022369     IF TRN-EFFECTIVE-DATE NOT NUMERIC
022370         MOVE 'INVALID EFFECTIVE DATE' TO UPD-REJECT-REASON
022371         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
022372         GO TO 1510-EXIT
022373     END-IF.
022374     MOVE ZERO TO UPD-CANCEL-HITS.
022375     MOVE TRN-EFFECTIVE-DATE TO UPD-CANCEL-EFF-DATE.
022376     MOVE TRN-EMP-ID TO UPD-CANCEL-EMP-ID.
022377     MOVE UPD-CANCEL-EFF-DATE TO PND-EFFECTIVE-DATE.
022378     MOVE UPD-CANCEL-EMP-ID TO PND-EMP-ID.
022379     MOVE ZERO TO PND-SEQUENCE.
022380     MOVE 'N' TO UPD-END-OF-EMPPEND-SW.
022381     START EMPPEND KEY IS >= PND-KEY
022382         INVALID KEY
022383             SET UPD-END-OF-EMPPEND TO TRUE
022384     END-START.
022385     PERFORM 1520-CANCEL-ONE-ROW THRU 1520-EXIT
022386         UNTIL UPD-END-OF-EMPPEND.
022387     IF UPD-CANCEL-HITS = ZERO
022388         MOVE 'NO PENDING TRANSACTION TO CANCEL'
022389             TO UPD-REJECT-REASON
022390         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
022391     END-IF.
022392 1510-EXIT.
022393     EXIT.
022394*----------------------------------------------------------------
022395* 1520-CANCEL-ONE-ROW
022396*----------------------------------------------------------------
022397 1520-CANCEL-ONE-ROW.
022398     READ EMPPEND NEXT
022399         AT END
022400             SET UPD-END-OF-EMPPEND TO TRUE
022401             GO TO 1520-EXIT
022402     END-READ.
022403     IF PND-EFFECTIVE-DATE NOT = UPD-CANCEL-EFF-DATE
022404             OR PND-EMP-ID NOT = UPD-CANCEL-EMP-ID
022405         SET UPD-END-OF-EMPPEND TO TRUE
022406         GO TO 1520-EXIT
022407     END-IF.
022408     DELETE EMPPEND
022409         INVALID KEY
022410             DISPLAY 'EMPUPDT0 - PENDING DELETE FAILED FOR '
022411                 'EMP-ID ' PND-EMP-ID
022412                 ' STATUS ' UPD-EMPPEND-STATUS
022413             MOVE 8 TO RETURN-CODE
022414             GO TO 1520-EXIT
022415     END-DELETE.
022416     ADD 1 TO UPD-CANCEL-HITS.
022417     ADD 1 TO UPD-CANCELLED-COUNT.
022418     MOVE SPACES TO UPD-REPORT-LINE.
022419     STRING 'CANCELLED ' PND-TRN-FUNCTION-CODE ' ' PND-EMP-ID
022420         ' EFFECTIVE ' PND-EFFECTIVE-DATE
022421         ' HELD ON ' PND-HELD-DATE
022422         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
022423     WRITE UPD-REPORT-LINE.
022424 1520-EXIT.
022425     EXIT.
022426*----------------------------------------------------------------
022427* 1600-RELEASE-DUE-TRANS - WALK THE PENDING FILE FROM THE START
022428* AND APPLY EVERY ROW WHOSE EFFECTIVE DATE HAS ARRIVED. THE ROW
022429* IS MOVED INTO THE TRANSACTION BUFFER AND TAKES EXACTLY THE
022430* ROUTE A NEW TRANSACTION DOES, EDITS AND ALL.
022431*----------------------------------------------------------------
022432 1600-RELEASE-DUE-TRANS.
022433     MOVE ZERO TO PND-KEY.
022434     MOVE 'N' TO UPD-END-OF-EMPPEND-SW.
022435     START EMPPEND KEY IS >= PND-KEY
022436         INVALID KEY
022437             GO TO 1600-EXIT
022438     END-START.
022439     PERFORM 1610-RELEASE-ONE-TRAN THRU 1610-EXIT
022440         UNTIL UPD-END-OF-EMPPEND.
022441 1600-EXIT.
022442     EXIT.
022443*----------------------------------------------------------------
022444* 1610-RELEASE-ONE-TRAN
022445*----------------------------------------------------------------
022446 1610-RELEASE-ONE-TRAN.
022447     READ EMPPEND NEXT
022448         AT END
022449             SET UPD-END-OF-EMPPEND TO TRUE
022450             GO TO 1610-EXIT
022451     END-READ.
022452     IF PND-EFFECTIVE-DATE > UPD-RUN-DATE
022453         SET UPD-END-OF-EMPPEND TO TRUE
022454         GO TO 1610-EXIT
022455     END-IF.
022456     DELETE EMPPEND
022457         INVALID KEY
022458             DISPLAY 'EMPUPDT0 - PENDING DELETE FAILED FOR '
022459                 'EMP-ID ' PND-EMP-ID
022460                 ' STATUS ' UPD-EMPPEND-STATUS
022461             MOVE 8 TO RETURN-CODE
022462             GO TO 1610-EXIT
022463     END-DELETE.
022464     ADD 1 TO UPD-RELEASED-COUNT.
022465     MOVE SPACES TO UPD-REPORT-LINE.
022466     STRING 'RELEASED ' PND-TRN-FUNCTION-CODE ' ' PND-EMP-ID
022467         ' EFFECTIVE ' PND-EFFECTIVE-DATE
022468         ' HELD ON ' PND-HELD-DATE
022469         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
022470     WRITE UPD-REPORT-LINE.
022471     MOVE PND-TRANSACTION TO EMP-TRANSACTION-RECORD.
022472     PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT.
022473 1610-EXIT.
022474     EXIT.
022475*----------------------------------------------------------------
022476* 2000-PROCESS-ONE-TRAN - READ ONE TRANSACTION; PARK IT WHEN
022548* ITS EFFECTIVE DATE IS STILL TO COME, OTHERWISE APPLY IT NOW.
022624* CANCELS WERE TAKEN IN THE FIRST PASS AND ARE SKIPPED HERE.
022700*----------------------------------------------------------------
022800 2000-PROCESS-ONE-TRAN.
022900     READ EMPTRAN
023100             SET UPD-END-OF-EMPTRAN TO TRUE
023200             GO TO 2000-EXIT
023300     END-READ.
023310     IF TRN-CANCEL-PENDING
023320         GO TO 2000-EXIT
023330     END-IF.
023400     IF TRN-EMP-ID NOT NUMERIC
023500         MOVE 'NON-NUMERIC EMP-ID' TO UPD-REJECT-REASON
023600         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
023700         GO TO 2000-EXIT
023800     END-IF.
023820     IF TRN-EFFECTIVE-DATE > UPD-RUN-DATE
023825         PERFORM 4500-VALIDATE-EFFECTIVE-DATE THRU 4500-EXIT
023830         IF UPD-DATE-VALID
023835             PERFORM 2300-HOLD-TRANSACTION THRU 2300-EXIT
023840             GO TO 2000-EXIT
023845         END-IF
023850     END-IF.
023855     PERFORM 2200-APPLY-TRANSACTION THRU 2200-EXIT.
023860 2000-EXIT.
023865     EXIT.
023870*----------------------------------------------------------------
023875* 2200-APPLY-TRANSACTION - FETCH THE EMPLOYEE BY KEY, ROUTE BY
023880* FUNCTION CODE, AND REWRITE THE ROW WHEN SOMETHING ACTUALLY
023885* APPLIED. SHARED BY NEW AND RELEASED TRANSACTIONS.
023890*----------------------------------------------------------------
023895 2200-APPLY-TRANSACTION.
023900     MOVE 'N' TO UPD-TRAN-APPLIED-SW.
024000     PERFORM 2100-READ-MASTER-BY-KEY THRU 2100-EXIT.
024100     IF NOT UPD-MASTER-FOUND
024200         PERFORM 3000-APPLY-UNMATCHED-TRAN THRU 3000-EXIT
024300         GO TO 2200-EXIT
024400     END-IF.
024500     EVALUATE TRUE
024600         WHEN TRN-ADD
026860                 PERFORM 5200-WRITE-AUDIT-ROW THRU 5200-EXIT
026900         END-REWRITE
027000     END-IF.
027100 2200-EXIT.
027200     EXIT.
027203*----------------------------------------------------------------
027206* 2300-HOLD-TRANSACTION - PARK A FUTURE-DATED TRANSACTION ON
027209* EMPPEND. THE SEQUENCE STARTS AT 1 AND WALKS UP PAST ROWS
027212* ALREADY PARKED FOR THE SAME DATE AND EMPLOYEE.
027215*----------------------------------------------------------------
027218 2300-HOLD-TRANSACTION.
027221     MOVE 1 TO UPD-PENDING-SEQ.
027224 2310-TRY-ONE-SEQUENCE.
027227     MOVE TRN-EFFECTIVE-DATE TO PND-EFFECTIVE-DATE.
027230     MOVE TRN-EMP-ID TO PND-EMP-ID.
027233     MOVE UPD-PENDING-SEQ TO PND-SEQUENCE.
027236     MOVE UPD-RUN-DATE TO PND-HELD-DATE.
027239     MOVE EMP-TRANSACTION-RECORD TO PND-TRANSACTION.
027242     WRITE PENDING-TRANSACTION-RECORD
027245         INVALID KEY
027248             ADD 1 TO UPD-PENDING-SEQ
027251             IF UPD-PENDING-SEQ < 9999
027254                 GO TO 2310-TRY-ONE-SEQUENCE
027257             END-IF
027260             MOVE 'UNABLE TO PARK ON PENDING FILE'
027263                 TO UPD-REJECT-REASON
027266             PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
027269             GO TO 2300-EXIT
027272     END-WRITE.
027275     ADD 1 TO UPD-HELD-COUNT.
027278     MOVE SPACES TO UPD-REPORT-LINE.
027281     STRING 'HELD     ' TRN-FUNCTION-CODE ' ' TRN-EMP-ID
027284         ' EFFECTIVE ' TRN-EFFECTIVE-DATE
027287         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
027290     WRITE UPD-REPORT-LINE.
027293 2300-EXIT.
027296     EXIT.
027300*----------------------------------------------------------------
027400* 2100-READ-MASTER-BY-KEY - ONE KEYED READ ANSWERS WHETHER THE
027500* EMPLOYEE EXISTS AND LEAVES THE ROW IN THE FD BUFFER
031550             GO TO 3000-EXIT
031560         END-IF
031570     END-IF.
031575     PERFORM 4900-VALIDATE-DEPARTMENT THRU 4900-EXIT.
031580     IF NOT UPD-DEPT-OK
031585         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
031590         GO TO 3000-EXIT
031595     END-IF.
031600     PERFORM 3100-BUILD-AND-WRITE-ADD THRU 3100-EXIT.
031700 3000-EXIT.
031800     EXIT.
037200         PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
037300         GO TO 4100-EXIT
037400     END-IF.
037410*    THE MANAGER AND A NEW DEPARTMENT ARE PROVED BEFORE ANY FIELD
037415*    MOVES OR HISTORY LOGGING SO A REJECTED CHANGE LEAVES NO
037420*    HALF-APPLIED TRACE
037430     IF TRN-EMP-MANAGER-ID NUMERIC
037440             AND TRN-EMP-MANAGER-ID NOT = EMP-MANAGER-ID
037450         PERFORM 4400-VALIDATE-MANAGER THRU 4400-EXIT
037480             GO TO 4100-EXIT
037490         END-IF
037495     END-IF.
037496     IF TRN-EMP-DEPT NOT = SPACES
037497             AND TRN-EMP-DEPT NOT = EMP-DEPT
037498         PERFORM 4900-VALIDATE-DEPARTMENT THRU 4900-EXIT
037499         IF NOT UPD-DEPT-OK
037500             PERFORM 5100-WRITE-REJECTED THRU 5100-EXIT
037501             GO TO 4100-EXIT
037502         END-IF
037503     END-IF.
037504     IF TRN-EMP-NAME NOT = SPACES
037600         MOVE TRN-EMP-NAME TO EMP-NAME
037700     END-IF.
037800     IF TRN-EMP-DEPT NOT = SPACES
039420*        SAME DIRECT REPORTS A 'T' FUNCTION CODE WOULD, SO THE
039430*        SAME SCAN RUNS FROM THIS PATH TOO
039440         IF TRN-EMP-STATUS = 'T'
039445             PERFORM 4800-PAY-OUT-LEAVE THRU 4800-EXIT
039450             PERFORM 4450-LIST-ORPHAN-REPORTS THRU 4450-EXIT
039460         END-IF
039500     END-IF.
041700     MOVE 'T' TO EMP-STATUS.
041800     PERFORM 4700-LOG-STATUS-HISTORY THRU 4700-EXIT.
041900     PERFORM 5000-WRITE-APPLIED THRU 5000-EXIT.
041905     PERFORM 4800-PAY-OUT-LEAVE THRU 4800-EXIT.
041910     PERFORM 4450-LIST-ORPHAN-REPORTS THRU 4450-EXIT.
042000 4200-EXIT.
042100     EXIT.
063900     END-IF.
064000 4700-EXIT.
064100     EXIT.
064101*----------------------------------------------------------------
064102* 4800-PAY-OUT-LEAVE - CLOSE OUT EVERY LEAVE TYPE THE TERMINATED
064103* EMPLOYEE STILL HOLDS HOURS IN. THE LEAVEBAL READS USE THEIR OWN
064104* BUFFER, SO THE EMPLOYEE BEING MAINTAINED IS UNDISTURBED
064105*----------------------------------------------------------------
064106 4800-PAY-OUT-LEAVE.
064107     COMPUTE UPD-HOURLY-RATE ROUNDED =
064108         EMP-SALARY / UPD-STANDARD-HOURS.
064109     PERFORM 4810-PAY-OUT-ONE-TYPE THRU 4810-EXIT
064110         VARYING UPD-LEAVE-IDX FROM 1 BY 1
064111         UNTIL UPD-LEAVE-IDX > 2.
064112 4800-EXIT.
064113     EXIT.
064114*----------------------------------------------------------------
064115* 4810-PAY-OUT-ONE-TYPE - ONE PAYOUT ROW AND ONE MNTRPT LINE FOR A
064116* BALANCE WITH HOURS LEFT, THEN ZERO THE BALANCE AND RECORD WHAT
064117* WAS PAID AND WHEN
064118*----------------------------------------------------------------
064119 4810-PAY-OUT-ONE-TYPE.
064120     MOVE TRN-EMP-ID TO LVB-EMP-ID.
064121     MOVE UPD-LEAVE-TYPE (UPD-LEAVE-IDX) TO LVB-LEAVE-TYPE.
064122     READ LEAVEBAL
064123         INVALID KEY
064124             GO TO 4810-EXIT
064125     END-READ.
064126     IF LVB-BALANCE-HOURS NOT > ZERO
064127         GO TO 4810-EXIT
064128     END-IF.
064129     MOVE SPACES TO LEAVE-PAYOUT-RECORD.
064130     MOVE TRN-EMP-ID TO LPO-EMP-ID.
064131     MOVE EMP-NAME TO LPO-EMP-NAME.
064132     MOVE EMP-DEPT TO LPO-EMP-DEPT.
064133     MOVE LVB-LEAVE-TYPE TO LPO-LEAVE-TYPE.
064134     MOVE TRN-EFFECTIVE-DATE TO LPO-TERMINATION-DATE.
064135     MOVE LVB-BALANCE-HOURS TO LPO-HOURS.
064136     MOVE UPD-HOURLY-RATE TO LPO-HOURLY-RATE.
064137     COMPUTE LPO-PAYOUT-AMOUNT ROUNDED =
064138         LPO-HOURS * LPO-HOURLY-RATE.
064139     WRITE LEAVE-PAYOUT-RECORD.
064140     ADD 1 TO UPD-PAYOUT-COUNT.
064141     MOVE LPO-HOURS TO UPD-PAYOUT-HOURS-DISPLAY.
064142     MOVE LPO-PAYOUT-AMOUNT TO UPD-PAYOUT-AMOUNT-DISPLAY.
064143     MOVE SPACES TO UPD-REPORT-LINE.
064144     STRING 'PAYOUT   ' TRN-EMP-ID ' LEAVE ' LPO-LEAVE-TYPE
064145         ' HOURS ' UPD-PAYOUT-HOURS-DISPLAY
064146         ' AMOUNT ' UPD-PAYOUT-AMOUNT-DISPLAY
064147         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
064148     WRITE UPD-REPORT-LINE.
064149     MOVE LPO-HOURS TO LVB-PAYOUT-HOURS.
064150     MOVE TRN-EFFECTIVE-DATE TO LVB-PAYOUT-DATE.
064151     MOVE ZERO TO LVB-BALANCE-HOURS.
064152     REWRITE LEAVE-BALANCE-RECORD
064153         INVALID KEY
064154             DISPLAY 'EMPUPDT0 - LEAVE REWRITE FAILED FOR '
064155                 'EMP-ID ' TRN-EMP-ID
064156             MOVE 8 TO RETURN-CODE
064157     END-REWRITE.
064158 4810-EXIT.
064159     EXIT.
064160*----------------------------------------------------------------
064161* 4900-VALIDATE-DEPARTMENT - TRN-EMP-DEPT MUST BE ON THE DEPTMSTR
064162* REFERENCE MASTER AND NOT CLOSED. DEPTMSTR HAS ITS OWN BUFFER,
064163* SO THE EMPLOYEE BEING MAINTAINED NEEDS NO PARKING HERE.
064164*----------------------------------------------------------------
064165 4900-VALIDATE-DEPARTMENT.
064166     MOVE 'N' TO UPD-DEPT-OK-SW.
064167     MOVE TRN-EMP-DEPT TO DPT-CODE.
064168     READ DEPTMSTR
064169         INVALID KEY
064170             MOVE 'UNKNOWN DEPARTMENT' TO UPD-REJECT-REASON
064171             GO TO 4900-EXIT
064172     END-READ.
064173     IF DPT-CLOSED
064174         MOVE 'DEPARTMENT IS CLOSED' TO UPD-REJECT-REASON
064175         GO TO 4900-EXIT
064176     END-IF.
064177     SET UPD-DEPT-OK TO TRUE.
064178 4900-EXIT.
064179     EXIT.
064200*----------------------------------------------------------------
064300* 5000-WRITE-APPLIED - ONE REPORT LINE AND ONE APPLIED-KEY ROW
064400* PER APPLIED TRANSACTION, AND THE SWITCH THAT TRIGGERS THE
067173     END-WRITE.
067176 5200-EXIT.
067179     EXIT.
067180*----------------------------------------------------------------
067181* 7000-LIST-STILL-PENDING - ONE LINE PER ROW LEFT ON EMPPEND
067182* AFTER TONIGHT'S RELEASE, HOLDS, AND CANCELS
067183*----------------------------------------------------------------
067184 7000-LIST-STILL-PENDING.
067185     IF NOT UPD-EMPPEND-OPEN
067186         GO TO 7000-EXIT
067187     END-IF.
067188     MOVE ZERO TO PND-KEY.
067189     MOVE 'N' TO UPD-END-OF-EMPPEND-SW.
067190     START EMPPEND KEY IS >= PND-KEY
067191         INVALID KEY
067192             GO TO 7000-EXIT
067193     END-START.
067194     PERFORM 7010-LIST-ONE-PENDING THRU 7010-EXIT
067195         UNTIL UPD-END-OF-EMPPEND.
067196 7000-EXIT.
067197     EXIT.
067198*----------------------------------------------------------------
067199* 7010-LIST-ONE-PENDING
067200*----------------------------------------------------------------
067201 7010-LIST-ONE-PENDING.
067202     READ EMPPEND NEXT
067203         AT END
067204             SET UPD-END-OF-EMPPEND TO TRUE
067205             GO TO 7010-EXIT
067206     END-READ.
067207     ADD 1 TO UPD-PENDING-COUNT.
067208     MOVE SPACES TO UPD-REPORT-LINE.
067209     STRING 'PENDING  ' PND-TRN-FUNCTION-CODE ' ' PND-EMP-ID
067210         ' EFFECTIVE ' PND-EFFECTIVE-DATE
067211         ' HELD ON ' PND-HELD-DATE
067212         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
067213     WRITE UPD-REPORT-LINE.
067214 7010-EXIT.
067215     EXIT.
067216*----------------------------------------------------------------
067300* 8000-WRITE-SUMMARY - RUN TOTALS FOR THE HR VERIFICATION
067400*----------------------------------------------------------------
067500 8000-WRITE-SUMMARY.
068320     STRING 'ORPHANED DIRECT REPORTS LISTED: ' UPD-ORPHAN-COUNT
068330         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
068340     WRITE UPD-REPORT-LINE.
068352     MOVE SPACES TO UPD-REPORT-LINE.
068364     STRING 'LEAVE BALANCES PAID OUT:        ' UPD-PAYOUT-COUNT
068376         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
068388     WRITE UPD-REPORT-LINE.
068389     MOVE SPACES TO UPD-REPORT-LINE.
068390     STRING 'TRANSACTIONS HELD:     ' UPD-HELD-COUNT
068391         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
068392     WRITE UPD-REPORT-LINE.
068393     MOVE SPACES TO UPD-REPORT-LINE.
068394     STRING 'TRANSACTIONS RELEASED: ' UPD-RELEASED-COUNT
068395         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
068396     WRITE UPD-REPORT-LINE.
068397     MOVE SPACES TO UPD-REPORT-LINE.
068398     STRING 'PENDING CANCELLED:     ' UPD-CANCELLED-COUNT
068399         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
068400     WRITE UPD-REPORT-LINE.
068401     MOVE SPACES TO UPD-REPORT-LINE.
068402     STRING 'STILL PENDING:         ' UPD-PENDING-COUNT
068403         DELIMITED BY SIZE INTO UPD-REPORT-LINE.
068404     WRITE UPD-REPORT-LINE.
068405 8000-EXIT.
068500     EXIT.
068600*----------------------------------------------------------------
068700* 9999-TERMINATE - CLOSE FILES AND ECHO THE SPLIT TO THE CONSOLE
068900 9999-TERMINATE.
069000     DISPLAY 'EMPUPDT0 - APPLIED:  ' UPD-APPLIED-COUNT.
069100     DISPLAY 'EMPUPDT0 - REJECTED: ' UPD-REJECTED-COUNT.
069133     DISPLAY 'EMPUPDT0 - HELD:     ' UPD-HELD-COUNT.
069166     DISPLAY 'EMPUPDT0 - RELEASED: ' UPD-RELEASED-COUNT.
069200     CLOSE EMPMIDX.
069300     CLOSE EMPTRAN.
069400     CLOSE MNTRPT.
069500     CLOSE EMPAPLK.
069550     CLOSE EMPAUDT.
069566     CLOSE LEAVEBAL.
069582     CLOSE LVPAYOUT.
069591     CLOSE DEPTMSTR.
069595     CLOSE EMPPEND.
069600 9999-EXIT.
069700     EXIT.
