           05 EC-CASE-ID        PIC 9(6).
           05 EC-EMPLOYEE-ID    PIC 9(5).
           05 EC-CASE-TYPE      PIC X(2).
           05 EC-OPEN-DATE      PIC 9(8).
           05 EC-STATUS         PIC X(1).
           05 EC-CLOSE-DATE     PIC 9(8).
           05 EC-OUTCOME        PIC X(30).
           05 EC-WARN-EXPIRY    PIC 9(8).
           05 EC-OPENED-BY      PIC X(10).
           05 EC-NOTES          PIC X(120).
