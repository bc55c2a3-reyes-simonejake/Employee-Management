
       LINKAGE SECTION.
       01 LS-RESULT            PIC X(4).
       01 LS-ROLE              PIC X(2).

       PROCEDURE DIVISION USING LS-RESULT OPTIONAL LS-ROLE.
       MAIN-LOGIC.
           MOVE "DENY" TO LS-RESULT
           IF LS-ROLE IS OMITTED
               CALL "UserRole" USING "GET   " WS-ROLE
           ELSE
               MOVE LS-ROLE TO WS-ROLE
           END-IF

           OPEN INPUT ACCESS-FILE
           IF ACCESS-STATUS NOT = "00"
