      * WORKING-STORAGE VIEW OF THE 150-BYTE BENEFIT CARRIER
      * ENROLLMENT FEED RECORD. EACH CARRIER FILE IS ONE HEADER (H),
      * ONE DETAIL (D) PER EMPLOYEE PLAN SENT, AND ONE TRAILER (T)
      * CARRYING THE RECORD AND MEMBER COUNTS. A FULL-FILE DETAIL HAS
      * ACTION F; A CHANGES-ONLY DETAIL IS AN ADD, A PLAN CHANGE
      * (WITH THE PRIOR COVERAGE), A DROP, OR A TERMINATION THAT ENDS
      * THE COVERAGE. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.
       01 CARRIER-FEED-RECORD          PIC X(150).
       01 CARRIER-FEED-HEADER REDEFINES CARRIER-FEED-RECORD.
           03 CFD-HD-RECORD-TYPE       PIC X.
           03 CFD-HD-CARRIER-CODE      PIC X(05).
           03 CFD-HD-FEED-MODE         PIC X.
               88 CFD-HD-FULL-FILE         VALUE 'F'.
               88 CFD-HD-CHANGES-ONLY      VALUE 'C'.
           03 CFD-HD-RUN-DATE          PIC 9(8).
           03 CFD-HD-CHANGES-FROM-DATE PIC 9(8).
           03 CFD-HD-CHANGES-TO-DATE   PIC 9(8).
           03 FILLER                   PIC X(119).
       01 CARRIER-FEED-DETAIL REDEFINES CARRIER-FEED-RECORD.
           03 CFD-DT-RECORD-TYPE       PIC X.
           03 CFD-DT-CARRIER-CODE      PIC X(05).
           03 CFD-DT-ACTION-CODE       PIC X.
               88 CFD-DT-ENROLLED          VALUE 'F'.
               88 CFD-DT-ADD               VALUE 'A'.
               88 CFD-DT-CHANGE            VALUE 'C'.
               88 CFD-DT-DROP              VALUE 'D'.
               88 CFD-DT-TERMINATION       VALUE 'T'.
           03 CFD-DT-EMP-ID            PIC 9(8).
           03 CFD-DT-EMP-NAME          PIC X(50).
           03 CFD-DT-EMP-STATUS        PIC X.
           03 CFD-DT-PLAN-CODE         PIC XX.
           03 CFD-DT-PLAN-NAME         PIC X(30).
           03 CFD-DT-COVERAGE-TYPE     PIC X.
           03 CFD-DT-COVERAGE-AMOUNT   PIC 9(5)V99.
           03 CFD-DT-EFFECTIVE-DATE    PIC 9(8).
           03 CFD-DT-PRIOR-TYPE        PIC X.
           03 CFD-DT-PRIOR-AMOUNT      PIC 9(5)V99.
           03 FILLER                   PIC X(28).
       01 CARRIER-FEED-TRAILER REDEFINES CARRIER-FEED-RECORD.
           03 CFD-TR-RECORD-TYPE       PIC X.
           03 CFD-TR-CARRIER-CODE      PIC X(05).
           03 CFD-TR-DETAIL-COUNT      PIC 9(7).
           03 CFD-TR-MEMBER-COUNT      PIC 9(7).
           03 CFD-TR-ADD-COUNT         PIC 9(7).
           03 CFD-TR-CHANGE-COUNT      PIC 9(7).
           03 CFD-TR-DROP-COUNT        PIC 9(7).
           03 CFD-TR-TERM-COUNT        PIC 9(7).
           03 FILLER                   PIC X(102).
