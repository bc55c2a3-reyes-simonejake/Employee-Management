       01 LS-NEW-SALARY        PIC 9(7)V99.
       01 LS-SOURCE            PIC X(6).
       01 LS-RESULT            PIC X(4).
       01 LS-REFERENCE         PIC X(19).

       PROCEDURE DIVISION USING LS-EMPLOYEE-ID LS-OLD-SALARY
                                 LS-NEW-SALARY LS-SOURCE LS-RESULT
                                 OPTIONAL LS-REFERENCE.
       MAIN-LOGIC.
           MOVE "PASS" TO LS-RESULT

               EXIT PROGRAM
           END-IF.

           IF LS-SOURCE = "CHECK "
               MOVE "OVER" TO LS-RESULT
               EXIT PROGRAM
           END-IF.

           OPEN EXTEND APPROVAL-FILE
           IF APPROVAL-STATUS NOT = "00"
               OPEN OUTPUT APPROVAL-FILE
           MOVE LS-SOURCE TO SA-SOURCE
           MOVE SPACES TO SA-DECIDED-BY
           MOVE ZEROS TO SA-DECISION-DATE
           IF LS-REFERENCE IS NOT OMITTED
               MOVE LS-REFERENCE TO SA-REFERENCE
           END-IF
           WRITE APPROVAL-RECORD
           CLOSE APPROVAL-FILE

