           05 RQ-REQ-NO         PIC 9(5).
           05 RQ-DEPT           PIC X(15).
           05 RQ-JOB-CODE       PIC X(4).
           05 RQ-SEATS          PIC 9(3).
           05 RQ-FILLED         PIC 9(3).
           05 RQ-HIRING-MGR     PIC 9(5).
           05 RQ-STATUS         PIC X(1).
           05 RQ-OPENED-BY      PIC X(10).
           05 RQ-OPENED-DATE    PIC 9(8).
           05 RQ-CLOSED-DATE    PIC 9(8).
