           05 CI-PLAN-CODE       PIC X(4).
           05 CI-EMPLOYEE-ID     PIC 9(5).
           05 CI-MEMBER-NAME     PIC X(30).
           05 CI-COVERAGE-MONTH  PIC 9(6).
           05 CI-PREMIUM         PIC 9(5)V99.
