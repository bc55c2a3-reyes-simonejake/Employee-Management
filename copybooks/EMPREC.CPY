           05 TERM-REASON       PIC X(2).
           05 EMPLOYMENT-TYPE   PIC X(1).
           05 CONTRACT-END-DATE PIC 9(8).
           05 COMPANY-CODE      PIC X(4).
