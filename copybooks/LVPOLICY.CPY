           05 LP-EMP-TYPE       PIC X(1).
           05 LP-GRADE          PIC X(2).
           05 LP-MIN-YEARS      PIC 9(2).
           05 LP-VAC-ACCRUAL    PIC 9(2)V99.
           05 LP-SICK-ACCRUAL   PIC 9(2)V99.
           05 LP-CARRY-CAP      PIC 9(3).
