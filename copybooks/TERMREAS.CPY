           05 TR-CODE           PIC X(2).
           05 TR-DESC           PIC X(30).
           05 TR-ACTIVE         PIC X(1).
           05 TR-DISMISSAL      PIC X(1).
