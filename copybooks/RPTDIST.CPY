           05 RD-DEPT-CODE       PIC X(15).
           05 RD-HEAD-USER       PIC X(10).
           05 RD-SALARY-VISIBLE  PIC X(1).
