           05 LL-EMPLOYEE-ID    PIC 9(5).
           05 LL-LOAN-NO        PIC 9(2).
           05 LL-ENTRY-TYPE     PIC X(1).
           05 LL-PERIOD-END     PIC 9(8).
           05 LL-AMOUNT         PIC 9(7)V99.
           05 LL-BALANCE-AFTER  PIC 9(7)V99.
           05 LL-POSTED-DATE    PIC 9(8).
