           05 MM-RATING         PIC X(1).
           05 MM-QUARTILE       PIC 9(1).
           05 MM-PERCENT        PIC 9(3)V99.
