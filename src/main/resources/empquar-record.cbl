               88 EQR-INVALID-BENEFIT-CNT  VALUE 'BC'.
               88 EQR-DUPLICATE-EMP-ID     VALUE 'DU'.
               88 EQR-SELF-MANAGER         VALUE 'MG'.
               88 EQR-INVALID-DEPARTMENT   VALUE 'DP'.
           03 EQR-REASON-TEXT          PIC X(40).
           COPY "date-fields.cbl" REPLACING
               ==DATE-FLD-YEAR== BY ==EQR-QUARANTINE-DATE-YEAR==
