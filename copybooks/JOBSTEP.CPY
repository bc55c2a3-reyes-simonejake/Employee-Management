           05 JS-SEQ            PIC 9(3).
           05 JS-STEP-NAME      PIC X(9).
           05 JS-SCHEDULE       PIC X(1).
           05 JS-STOP-RC        PIC 9(4).
           05 JS-DEPENDS-ON     PIC X(9) OCCURS 3 TIMES.
           05 JS-COMMAND        PIC X(60).
