      * CARRIER ENROLLMENT FEED RUN CONTROL. CRP-FEED-MODE 'F' (OR
      * BLANK, OR NO CARRPARM AT ALL) SENDS EVERY CARRIER A FULL FILE
      * OF ITS ENROLLED EMPLOYEES FROM THE MASTER; 'C' SENDS ONLY THE
      * ENROLLMENT CHANGES FOUND ON THE EMPAUDT BEFORE-AND-AFTER
      * IMAGES WHOSE EFFECTIVE DATE FALLS FROM CRP-CHANGES-FROM-DATE
      * THROUGH CRP-CHANGES-TO-DATE. A BLANK TO-DATE MEANS THE RUN
      * DATE.
       01 CARRIER-PARM-RECORD.
           03 CRP-FEED-MODE                PIC X.
               88 CRP-FULL-FILE                VALUE 'F' SPACE.
               88 CRP-CHANGES-ONLY             VALUE 'C'.
           03 CRP-CHANGES-FROM-DATE.
               05 CRP-FROM-YEAR            PIC 9(4).
               05 CRP-FROM-MONTH           PIC 9(2).
               05 CRP-FROM-DAY             PIC 9(2).
           03 CRP-CHANGES-TO-DATE.
               05 CRP-TO-YEAR              PIC 9(4).
               05 CRP-TO-MONTH             PIC 9(2).
               05 CRP-TO-DAY               PIC 9(2).
           03 FILLER                       PIC X(10).
