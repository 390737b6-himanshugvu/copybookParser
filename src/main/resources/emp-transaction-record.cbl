               88 TRN-BENEFIT-ENROLL       VALUE 'E'.
               88 TRN-BENEFIT-CHANGE       VALUE 'M'.
               88 TRN-BENEFIT-DROP         VALUE 'D'.
               88 TRN-CANCEL-PENDING       VALUE 'X'.
           03 TRN-EMP-ID               PIC 9(8).
           03 TRN-EFFECTIVE-DATE.
               05 TRN-EFF-YEAR         PIC 9(4).
