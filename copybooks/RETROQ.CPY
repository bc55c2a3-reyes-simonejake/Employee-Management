           05 RQ-EMPLOYEE-ID     PIC 9(5).
           05 RQ-EFFECTIVE-DATE  PIC 9(8).
           05 RQ-OLD-SALARY      PIC 9(7)V99.
           05 RQ-NEW-SALARY      PIC 9(7)V99.
           05 RQ-SOURCE          PIC X(6).
           05 RQ-ROUTED-BY       PIC X(10).
           05 RQ-ROUTED-DATE     PIC 9(8).
           05 RQ-RETRO-DATE      PIC 9(8).
