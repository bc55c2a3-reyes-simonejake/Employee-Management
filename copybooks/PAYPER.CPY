           05 PP-START              PIC 9(8).
           05 PP-END                PIC 9(8).
           05 PP-STATUS             PIC X(1).
           05 PP-STATUS-DATE        PIC 9(8).
           05 PP-STATUS-USER        PIC X(10).
