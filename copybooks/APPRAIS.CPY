           05 AP-EMPLOYEE-ID    PIC 9(5).
           05 AP-PERIOD-START   PIC 9(8).
           05 AP-PERIOD-END     PIC 9(8).
           05 AP-REVIEWER-ID    PIC 9(5).
           05 AP-RATING         PIC X(1).
           05 AP-COMMENTS       PIC X(60).
           05 AP-ENTERED-BY     PIC X(10).
           05 AP-ENTERED-DATE   PIC 9(8).
