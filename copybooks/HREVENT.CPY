           05 EV-EMPLOYEE-ID     PIC 9(5).
           05 EV-TYPE            PIC X(4).
           05 EV-EFFECTIVE-DATE  PIC 9(8).
           05 EV-EMPLOYEE-NAME   PIC X(30).
           05 EV-DEPARTMENT      PIC X(15).
           05 EV-JOB-CODE        PIC X(4).
           05 EV-MANAGER-ID      PIC 9(5).
           05 EV-SOURCE          PIC X(6).
           05 EV-KEYED-DATE      PIC 9(8).
           05 EV-SENT-DATE       PIC 9(8).
           05 EV-SENT-SEQ        PIC 9(6).
           05 EV-REG-DATE        PIC 9(8).
           05 EV-REG-SEQ         PIC 9(6).
           05 EV-COMPANY-CODE    PIC X(4).
