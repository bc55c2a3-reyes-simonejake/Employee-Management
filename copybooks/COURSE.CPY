           05 CR-CODE           PIC X(6).
           05 CR-TITLE          PIC X(30).
           05 CR-VALID-MONTHS   PIC 9(3).
           05 CR-ACTIVE         PIC X(1).
