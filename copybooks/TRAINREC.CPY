           05 TN-EMPLOYEE-ID    PIC 9(5).
           05 TN-COURSE-CODE    PIC X(6).
           05 TN-COMPLETED      PIC 9(8).
           05 TN-EXPIRY         PIC 9(8).
           05 TN-ENTERED-BY     PIC X(10).
           05 TN-ENTERED-DATE   PIC 9(8).
