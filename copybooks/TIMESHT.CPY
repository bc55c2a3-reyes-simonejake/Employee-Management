           05 TS-EMPLOYEE-ID    PIC 9(5).
           05 TS-WORK-DATE      PIC 9(8).
           05 TS-HOURS-TYPE     PIC X(3).
           05 TS-HOURS          PIC 9(2)V99.
