       01 LS-OLD-SALARY        PIC 9(7)V99.
       01 LS-NEW-SALARY        PIC 9(7)V99.
       01 LS-CHANGED-BY        PIC X(10).
       01 LS-EFFECTIVE-DATE    PIC 9(8).

       PROCEDURE DIVISION USING LS-EMPLOYEE-ID LS-OLD-SALARY
                                 LS-NEW-SALARY LS-CHANGED-BY
                                 OPTIONAL LS-EFFECTIVE-DATE.
       MAIN-LOGIC.
           OPEN I-O HISTORY-FILE
           IF HISTORY-STATUS = "35"
               MOVE SPACES TO HISTORY-RECORD
               MOVE LS-EMPLOYEE-ID TO SH-EMPLOYEE-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO SH-EFFECTIVE-DATE
               IF LS-EFFECTIVE-DATE IS NOT OMITTED
                   IF LS-EFFECTIVE-DATE IS NUMERIC AND
                      LS-EFFECTIVE-DATE NOT = ZEROS
                       MOVE LS-EFFECTIVE-DATE TO SH-EFFECTIVE-DATE
                   END-IF
               END-IF
               MOVE ZERO TO SH-SEQ
               MOVE LS-OLD-SALARY TO SH-OLD-SALARY
               MOVE LS-NEW-SALARY TO SH-NEW-SALARY
