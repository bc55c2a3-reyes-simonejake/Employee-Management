           05 LT-TYPE           PIC X(4).
           05 LT-LINE-NO        PIC 9(3).
           05 LT-COND           PIC X(1).
           05 LT-TEXT           PIC X(70).
           05 LT-CONTROL REDEFINES LT-TEXT.
               10 LT-DESC           PIC X(30).
               10 LT-SALARY-OK      PIC X(1).
               10 FILLER            PIC X(39).
