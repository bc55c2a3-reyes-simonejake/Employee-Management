           05 AH-KEY.
               10 AH-EMPLOYEE-ID    PIC 9(5).
               10 AH-EFFECTIVE-DATE PIC 9(8).
               10 AH-SEQ            PIC 9(2).
           05 AH-MOVE-TYPE      PIC X(4).
           05 AH-OLD-DEPT       PIC X(15).
           05 AH-NEW-DEPT       PIC X(15).
           05 AH-OLD-JOB        PIC X(4).
           05 AH-NEW-JOB        PIC X(4).
           05 AH-OLD-GRADE      PIC X(2).
           05 AH-NEW-GRADE      PIC X(2).
           05 AH-OLD-MANAGER    PIC 9(5).
           05 AH-NEW-MANAGER    PIC 9(5).
           05 AH-SOURCE         PIC X(6).
           05 AH-CHANGED-BY     PIC X(10).
