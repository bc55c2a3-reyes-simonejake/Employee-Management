           05 LB-EMP-TYPE       PIC X(1).
           05 LB-GRADE          PIC X(2).
           05 LB-AS-OF-DATE     PIC 9(8).
           05 LB-MONTHS         PIC 9(2).
           05 LB-ANNUAL-VAC     PIC 9(3).
           05 LB-CARRYOVER      PIC 9(3).
           05 LB-CARRY-CAP      PIC 9(3).
           05 LB-SICK-ANNUAL    PIC 9(3).
           05 LB-SICK-ACCRUED   PIC 9(3).
           05 LB-SICK-TAKEN     PIC 9(3).
           05 LB-SICK-BALANCE   PIC S9(3).
