           05 CO-CODE           PIC X(4).
           05 CO-NAME           PIC X(30).
           05 CO-EMPLOYER-ID    PIC X(12).
           05 CO-ACTIVE         PIC X(1).
