           05 LR-STATUS         PIC X(1).
           05 LR-EMPLOYEE-ID    PIC 9(5).
           05 LR-START-DATE     PIC 9(8).
           05 LR-END-DATE       PIC 9(8).
           05 LR-TYPE           PIC X(1).
           05 LR-DAYS           PIC 9(2).
           05 LR-MANAGER-ID     PIC 9(5).
           05 LR-OVERDRAW       PIC X(1).
           05 LR-REQUESTED-BY   PIC X(10).
           05 LR-REQUEST-DATE   PIC 9(8).
           05 LR-DECIDED-BY     PIC X(10).
           05 LR-DECISION-DATE  PIC 9(8).
           05 LR-REJECT-REASON  PIC X(30).
