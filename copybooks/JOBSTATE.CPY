           05 JT-STREAM-ID      PIC X(15).
           05 JT-STEP-NAME      PIC X(9).
           05 JT-STATE          PIC X(7).
           05 JT-RC             PIC 9(4).
           05 JT-STAMP          PIC X(15).
