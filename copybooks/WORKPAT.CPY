           05 WP-KEY.
               10 WP-EMPLOYEE-ID    PIC 9(5).
               10 WP-EFFECTIVE-DATE PIC 9(8).
           05 WP-FTE-PCT        PIC 9(3)V99.
           05 WP-WORK-DAYS      PIC X(7).
           05 WP-CHANGED-BY     PIC X(10).
           05 WP-CHANGED-DATE   PIC 9(8).
