           05 BN-EMPLOYEE-ID     PIC 9(5).
           05 BN-PAY-TYPE        PIC X(4).
           05 BN-CALC-TYPE       PIC X(1).
           05 BN-PERCENT         PIC 9(3)V99.
           05 BN-AMOUNT          PIC 9(7)V99.
           05 BN-PERIOD-DATE     PIC 9(8).
           05 BN-TERM-ELIGIBLE   PIC X(1).
           05 BN-STATUS          PIC X(1).
           05 BN-PAY-AMOUNT      PIC 9(7)V99.
           05 BN-DEPARTMENT      PIC X(15).
           05 BN-SUBMIT-DATE     PIC 9(8).
           05 BN-PAID-DATE       PIC 9(8).
           05 BN-APPROVAL-REF    PIC X(19).
