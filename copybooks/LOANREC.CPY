           05 LN-EMPLOYEE-ID    PIC 9(5).
           05 LN-LOAN-NO        PIC 9(2).
           05 LN-TYPE           PIC X(1).
           05 LN-PRINCIPAL      PIC 9(7)V99.
           05 LN-START-PERIOD   PIC 9(8).
           05 LN-INSTALMENTS    PIC 9(3).
           05 LN-INSTALMENT-AMT PIC 9(7)V99.
           05 LN-BALANCE        PIC 9(7)V99.
           05 LN-PAID-COUNT     PIC 9(3).
           05 LN-LAST-DEDUCT    PIC 9(8).
           05 LN-STATUS         PIC X(1).
           05 LN-ENTERED-BY     PIC X(10).
           05 LN-ENTERED-DATE   PIC 9(8).
