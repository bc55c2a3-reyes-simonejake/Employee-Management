           05 DEPT-CODE         PIC X(15).
           05 DEPT-NAME         PIC X(30).
           05 DEPT-ACTIVE       PIC X(1).
           05 DEPT-COMPANY      PIC X(4).
