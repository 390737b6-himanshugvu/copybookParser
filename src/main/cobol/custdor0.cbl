002100*                 MASTER IN PLACE. UNCLAIMED-PROPERTY DEADLINES
002200*                 ARE STATUTORY, SO BOTH FILES CARRY EVERYTHING
002300*                 THE REMITTANCE AND OUTREACH STEPS NEED.
002310* 2026-10-15 DS   ONE NOTICE PER HOUSEHOLD. ONCE A CUSTOMER WITH
002320*                 A HOUSEHOLD-ID (ASSIGNED BY CUSTDUP0) HAS BEEN
002330*                 SENT A NOTICE, LATER CUSTOMERS IN THE SAME
002340*                 HOUSEHOLD ARE LISTED AND COUNTED BUT GET NO
002350*                 EXTRACT ROW.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
010800         05  CDR-STATE-ACCOUNTS PIC 9(7)    COMP.
010900         05  CDR-STATE-BALANCE  PIC S9(11)V99 COMP-3.
011000*----------------------------------------------------------------
011008* HOUSEHOLDS ALREADY SENT A NOTICE THIS RUN. IF THE TABLE FILLS,
011016* LATER HOUSEHOLDS ARE SIMPLY NOT DEDUPLICATED (A WARNING, RC 4)
011024*----------------------------------------------------------------
011032 77  CDR-MAX-HOUSEHOLDS         PIC 9(5)    COMP  VALUE 5000.
011040 77  CDR-HOUSEHOLD-COUNT        PIC 9(5)    COMP  VALUE ZERO.
011048 77  CDR-HOUSEHOLD-IDX          PIC 9(5)    COMP.
011056 77  CDR-HOUSEHOLD-SENT-SW      PIC X.
011064     88  CDR-HOUSEHOLD-SENT         VALUE 'Y'.
011072 01  CDR-HOUSEHOLD-TABLE.
011080     03  CDR-HOUSEHOLD-ID       PIC 9(6)    OCCURS 5000 TIMES.
011088*----------------------------------------------------------------
011100* COUNTERS, SUBSCRIPT, AND DISPLAY WORK AREAS
011200*----------------------------------------------------------------
011300 77  CDR-NOTICE-COUNT           PIC 9(7)    VALUE ZERO.
011500 77  CDR-ESCHEAT-COUNT          PIC 9(7)    VALUE ZERO.
011600 77  CDR-FLIPPED-COUNT          PIC 9(7)    VALUE ZERO.
011700 77  CDR-INVALID-DATE-COUNT     PIC 9(7)    VALUE ZERO.
011750 77  CDR-HOUSEHOLD-SKIP-COUNT   PIC 9(7)    VALUE ZERO.
011800 77  CDR-PHONE-IDX              PIC 9(2)    COMP.
011900 77  CDR-BALANCE-DISPLAY        PIC -(9)9.99.
012000 PROCEDURE DIVISION.
023000         WRITE CDR-REPORT-LINE
023100         GO TO 3000-EXIT
023200     END-IF.
023207     IF HOUSEHOLD-ID NOT = ZERO
023214         PERFORM 3200-CHECK-HOUSEHOLD THRU 3200-EXIT
023221         IF CDR-HOUSEHOLD-SENT
023228             ADD 1 TO CDR-HOUSEHOLD-SKIP-COUNT
023235             MOVE SPACES TO CDR-REPORT-LINE
023242             STRING 'HOUSEHOLD ALREADY NOTIFIED - CUSTOMER '
023249                 CUSTOMER-ID ' HOUSEHOLD ' HOUSEHOLD-ID
023256                 DELIMITED BY SIZE INTO CDR-REPORT-LINE
023263             WRITE CDR-REPORT-LINE
023270             GO TO 3000-EXIT
023277         END-IF
023284     END-IF.
023300     MOVE SPACES TO CUST-NOTICE-RECORD.
023400     MOVE CUSTOMER-ID TO NTC-CUSTOMER-ID.
023500     MOVE FIRST-NAME TO NTC-FIRST-NAME.
026700 3100-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
026903* 3200-CHECK-HOUSEHOLD - WAS THIS HOUSEHOLD ALREADY SENT A NOTICE?
026906* IF NOT, REMEMBER IT, SINCE THIS CUSTOMER IS ABOUT TO BE SENT ONE
026909*----------------------------------------------------------------
026912 3200-CHECK-HOUSEHOLD.
026915     MOVE 'N' TO CDR-HOUSEHOLD-SENT-SW.
026918     MOVE 1 TO CDR-HOUSEHOLD-IDX.
026921 3210-CHECK-HOUSEHOLD-ENTRY.
026924     IF CDR-HOUSEHOLD-IDX > CDR-HOUSEHOLD-COUNT
026927         GO TO 3220-ADD-HOUSEHOLD-ENTRY
026930     END-IF.
026933     IF CDR-HOUSEHOLD-ID (CDR-HOUSEHOLD-IDX) = HOUSEHOLD-ID
026936         SET CDR-HOUSEHOLD-SENT TO TRUE
026939         GO TO 3200-EXIT
026942     END-IF.
026945     ADD 1 TO CDR-HOUSEHOLD-IDX.
026948     GO TO 3210-CHECK-HOUSEHOLD-ENTRY.
026951 3220-ADD-HOUSEHOLD-ENTRY.
026954     IF CDR-HOUSEHOLD-COUNT >= CDR-MAX-HOUSEHOLDS
026957         IF RETURN-CODE < 4
026960             DISPLAY 'CUSTDOR0 - HOUSEHOLD TABLE FULL - LATER '
026963                 'HOUSEHOLDS MAY GET MORE THAN ONE NOTICE'
026966             MOVE 4 TO RETURN-CODE
026969         END-IF
026972         GO TO 3200-EXIT
026975     END-IF.
026978     ADD 1 TO CDR-HOUSEHOLD-COUNT.
026981     MOVE HOUSEHOLD-ID TO CDR-HOUSEHOLD-ID (CDR-HOUSEHOLD-COUNT).
026984 3200-EXIT.
026987     EXIT.
026990*----------------------------------------------------------------
027000* 4000-ESCHEAT-ACCOUNT - REMITTANCE DETAIL ROW, STATE ROLLUP,
027100* AND THE STATUS FLIP TO DORMANT ON THE MASTER
027200*----------------------------------------------------------------
037200     WRITE CDR-REPORT-LINE.
037300     MOVE SPACES TO CDR-REPORT-LINE.
037400     STRING 'INVALID DATES SKIPPED:    ' CDR-INVALID-DATE-COUNT
037420         DELIMITED BY SIZE INTO CDR-REPORT-LINE.
037440     WRITE CDR-REPORT-LINE.
037460     MOVE SPACES TO CDR-REPORT-LINE.
037480     STRING 'HOUSEHOLD NOTICES HELD:   ' CDR-HOUSEHOLD-SKIP-COUNT
037500         DELIMITED BY SIZE INTO CDR-REPORT-LINE.
037600     WRITE CDR-REPORT-LINE.
037700 8000-EXIT.
