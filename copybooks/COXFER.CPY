           05 CX-EMPLOYEE-ID     PIC 9(5).
           05 CX-OLD-COMPANY     PIC X(4).
           05 CX-NEW-COMPANY     PIC X(4).
           05 CX-OLD-DEPT        PIC X(15).
           05 CX-NEW-DEPT        PIC X(15).
           05 CX-EFFECTIVE-DATE  PIC 9(8).
           05 CX-SOURCE          PIC X(6).
           05 CX-ENTERED-BY      PIC X(10).
           05 CX-ENTERED-DATE    PIC 9(8).
