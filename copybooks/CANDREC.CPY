           05 CA-REQ-NO         PIC 9(5).
           05 CA-CAND-NO        PIC 9(3).
           05 CA-NAME           PIC X(30).
           05 CA-DOB            PIC 9(8).
           05 CA-DEPT           PIC X(15).
           05 CA-JOB-CODE       PIC X(4).
           05 CA-SALARY         PIC 9(7)V99.
           05 CA-GRADE          PIC X(2).
           05 CA-STATUS         PIC X(1).
           05 CA-STATUS-DATE    PIC 9(8).
           05 CA-EMPLOYEE-ID    PIC 9(5).
           05 CA-START-DATE     PIC 9(8).
           05 CA-MANAGER-ID     PIC 9(5).
           05 CA-EMP-TYPE       PIC X(1).
           05 CA-CONTRACT-END   PIC 9(8).
