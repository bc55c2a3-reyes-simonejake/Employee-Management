           05 BX-PLAN-CODE       PIC X(4).
           05 BX-MONTH           PIC 9(6).
           05 BX-EMPLOYEE-ID     PIC 9(5).
           05 BX-TYPE            PIC X(3).
           05 BX-BILLED          PIC 9(5)V99.
           05 BX-EXPECTED        PIC 9(5)V99.
           05 BX-CLAIM           PIC 9(5)V99.
           05 BX-RUN-DATE        PIC 9(8).
           05 BX-STATUS          PIC X(1).
           05 BX-STATUS-DATE     PIC 9(8).
