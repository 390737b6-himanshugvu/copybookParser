002500*                 THE REPORT ENDS WITH AN AGING SUMMARY BY ALL
002600*                 SIX REASON CODES SO THE BACKLOG STUCK SINCE THE
002700*                 FEED CUTOVER IS FINALLY VISIBLE.
002720* 2026-10-15 DS   REVALIDATION NOW INCLUDES EMPVAL0'S DEPARTMENT
002740*                 EDIT AGAINST THE DEPTMSTR REFERENCE MASTER, THE
002760*                 FIX DECK CARRIES A REPLACEMENT EMP-DEPT FOR THE
002780*                 NEW DP REASON, AND THE AGING SUMMARY COUNTS DP.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004700     SELECT ERPRPT ASSIGN TO ERPRPT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS ERP-ERPRPT-STATUS.
004916     SELECT DEPTMSTR ASSIGN TO DEPTMSTR
004932         ORGANIZATION IS INDEXED
004948         ACCESS MODE IS DYNAMIC
004964         RECORD KEY IS DPT-CODE
004980         FILE STATUS IS ERP-DEPTMSTR-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  EMPQUAR
006800 FD  ERPRPT
006900     LABEL RECORDS ARE OMITTED.
007000 01  ERP-REPORT-LINE            PIC X(80).
007025 FD  DEPTMSTR
007050     LABEL RECORDS ARE STANDARD.
007075     COPY "src/main/resources/department-record.cbl".
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------------
007300* FILE STATUS AND SWITCHES
008200     88  ERP-EMPQNEW-OK             VALUE '00'.
008300 77  ERP-ERPRPT-STATUS          PIC XX.
008400     88  ERP-ERPRPT-OK              VALUE '00'.
008433 77  ERP-DEPTMSTR-STATUS        PIC XX.
008466     88  ERP-DEPTMSTR-OK            VALUE '00'.
008500 77  ERP-END-OF-EMPQUAR-SW      PIC X       VALUE 'N'.
008600     88  ERP-END-OF-EMPQUAR         VALUE 'Y'.
008700 77  ERP-END-OF-EMPCORR-SW      PIC X       VALUE 'N'.
010700             07  ERP-CORR-BEN-CODE   PIC XX.
010800             07  ERP-CORR-BEN-TYPE   PIC X.
010900             07  ERP-CORR-BEN-AMOUNT PIC X(7).
010950         05  ERP-CORR-DEPT           PIC X(10).
011000*----------------------------------------------------------------
011100* RELEASE/RE-QUARANTINE COUNTERS AND REVALIDATION WORK AREAS
011200*----------------------------------------------------------------
011900 77  ERP-BAD-TYPE-SW            PIC X.
012000     88  ERP-BAD-TYPE-FOUND         VALUE 'Y'.
012100 77  ERP-NEW-BEN-COUNT          PIC 9(2)    COMP.
012133 77  ERP-DEPT-OK-SW             PIC X.
012166     88  ERP-DEPT-OK                VALUE 'Y'.
012200*----------------------------------------------------------------
012300* FIXED RECORD LENGTH OF THE FLAT EMPLOYEE ROW - ROUTING MOVES
012400* COPY THE ROW BY REFERENCE MODIFICATION, THE SAME GUARD EMPVAL0
015200     03  ERP-DU-OVER-LIMIT      PIC 9(7)    VALUE ZERO.
015300     03  ERP-MG-TOTAL           PIC 9(7)    VALUE ZERO.
015400     03  ERP-MG-OVER-LIMIT      PIC 9(7)    VALUE ZERO.
015433     03  ERP-DP-TOTAL           PIC 9(7)    VALUE ZERO.
015466     03  ERP-DP-OVER-LIMIT      PIC 9(7)    VALUE ZERO.
015500     03  ERP-OTHER-TOTAL        PIC 9(7)    VALUE ZERO.
015600     03  ERP-OTHER-OVER-LIMIT   PIC 9(7)    VALUE ZERO.
015700     03  ERP-UNDATED-COUNT      PIC 9(7)    VALUE ZERO.
019800             ERP-EMPGOOD-STATUS
019900         GO TO 9999-EXIT
020000     END-IF.
020012     OPEN INPUT DEPTMSTR.
020024     IF NOT ERP-DEPTMSTR-OK
020036         DISPLAY 'EMPREPR0 - UNABLE TO OPEN DEPTMSTR '
020048             ERP-DEPTMSTR-STATUS ' - RUN FAILED'
020060         MOVE 8 TO RETURN-CODE
020072         GO TO 9999-EXIT
020084     END-IF.
020100     OPEN OUTPUT EMPQNEW.
020200     OPEN OUTPUT ERPRPT.
020300     MOVE SPACES TO ERP-REPORT-LINE.
021600         NOT AT END
021700             IF ERP-CORR-COUNT < ERP-MAX-CORRECTIONS
021800                 ADD 1 TO ERP-CORR-COUNT
021900                 MOVE EMP-CORRECTION-RECORD (1:137)
022000                     TO ERP-CORR-ENTRY (ERP-CORR-COUNT)
022100             ELSE
022200                 DISPLAY 'EMPREPR0 - CORRECTIONS TABLE FULL - '
028900             IF ERP-DAYS-IN-QUARANTINE > ERP-AGING-LIMIT-DAYS
029000                 ADD 1 TO ERP-MG-OVER-LIMIT
029100             END-IF
029116         WHEN EQR-INVALID-DEPARTMENT
029132             ADD 1 TO ERP-DP-TOTAL
029148             IF ERP-DAYS-IN-QUARANTINE > ERP-AGING-LIMIT-DAYS
029164                 ADD 1 TO ERP-DP-OVER-LIMIT
029180             END-IF
029200         WHEN OTHER
029300             ADD 1 TO ERP-OTHER-TOTAL
029400             IF ERP-DAYS-IN-QUARANTINE > ERP-AGING-LIMIT-DAYS
034700         MOVE ERP-CORR-MANAGER-ID (ERP-CORR-IDX)
034800             TO EMP-MANAGER-ID
034900     END-IF.
034925     IF ERP-CORR-DEPT (ERP-CORR-IDX) NOT = SPACES
034950         MOVE ERP-CORR-DEPT (ERP-CORR-IDX) TO EMP-DEPT
034975     END-IF.
035000     IF ERP-CORR-BENEFIT-COUNT (ERP-CORR-IDX) NUMERIC
035100         MOVE ERP-CORR-BENEFIT-COUNT (ERP-CORR-IDX)
035200             TO ERP-NEW-BEN-COUNT
042300         PERFORM 3600-WRITE-REQUARANTINE THRU 3600-EXIT
042400         GO TO 3400-EXIT
042500     END-IF.
042514     PERFORM 3450-CHECK-DEPARTMENT THRU 3450-EXIT.
042528     IF NOT ERP-DEPT-OK
042542         SET EQR-INVALID-DEPARTMENT TO TRUE
042556         PERFORM 3600-WRITE-REQUARANTINE THRU 3600-EXIT
042570         GO TO 3400-EXIT
042584     END-IF.
042600     PERFORM 3550-WRITE-RELEASE THRU 3550-EXIT.
042700 3400-EXIT.
042800     EXIT.
042804*----------------------------------------------------------------
042808* 3450-CHECK-DEPARTMENT - EMPVAL0'S DEPARTMENT EDIT: EMP-DEPT ON
042812* DEPTMSTR AND OPEN, UNLESS THE EMPLOYEE IS TERMINATED
042816*----------------------------------------------------------------
042820 3450-CHECK-DEPARTMENT.
042824     MOVE 'N' TO ERP-DEPT-OK-SW.
042828     MOVE EMP-DEPT TO DPT-CODE.
042832     READ DEPTMSTR
042836         INVALID KEY
042840             MOVE 'EMP-DEPT NOT ON DEPARTMENT MASTER'
042844                 TO EQR-REASON-TEXT
042848             GO TO 3450-EXIT
042852     END-READ.
042856     IF DPT-CLOSED AND NOT TERMINATED
042860         MOVE 'EMP-DEPT IS A CLOSED DEPARTMENT'
042864             TO EQR-REASON-TEXT
042868         GO TO 3450-EXIT
042872     END-IF.
042876     SET ERP-DEPT-OK TO TRUE.
042880 3450-EXIT.
042884     EXIT.
042900*----------------------------------------------------------------
043000* 3500-CHECK-BENEFIT-TYPES - EVERY OCCUPIED BENEFIT SLOT MUST
043100* CARRY A DOCUMENTED TYPE CODE (THE COUNT HAS ALREADY BEEN
052700         ' / ' ERP-MG-TOTAL
052800         DELIMITED BY SIZE INTO ERP-REPORT-LINE.
052900     WRITE ERP-REPORT-LINE.
052916     MOVE SPACES TO ERP-REPORT-LINE.
052932     STRING 'DP DEPARTMENT:      ' ERP-DP-OVER-LIMIT
052948         ' / ' ERP-DP-TOTAL
052964         DELIMITED BY SIZE INTO ERP-REPORT-LINE.
052980     WRITE ERP-REPORT-LINE.
053000     MOVE SPACES TO ERP-REPORT-LINE.
053100     STRING 'OTHER REASONS:      ' ERP-OTHER-OVER-LIMIT
053200         ' / ' ERP-OTHER-TOTAL
055000     CLOSE EMPGOOD.
055100     CLOSE EMPQNEW.
055200     CLOSE ERPRPT.
055250     CLOSE DEPTMSTR.
055300 9999-EXIT.
055400     EXIT.
