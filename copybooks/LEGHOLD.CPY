           05 LH-EMPLOYEE-ID    PIC 9(5).
           05 LH-PLACED-DATE    PIC 9(8).
           05 LH-PLACED-BY      PIC X(10).
           05 LH-RELEASED-DATE  PIC 9(8).
           05 LH-RELEASED-BY    PIC X(10).
           05 LH-REASON         PIC X(40).
