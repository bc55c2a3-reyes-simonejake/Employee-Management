       WORKING-STORAGE SECTION.
       01 DEPT-STATUS          PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 WS-DEPT-COMPANY      PIC X(4).
       01 WS-COMPANY-RESULT    PIC X(4).

       LINKAGE SECTION.
       01 LS-DEPT-CODE         PIC X(15).
       01 LS-RESULT            PIC X(4).
       01 LS-COMPANY-CODE      PIC X(4).

       PROCEDURE DIVISION USING LS-DEPT-CODE LS-RESULT
           OPTIONAL LS-COMPANY-CODE.
       MAIN-LOGIC.
           MOVE "INV " TO LS-RESULT
           MOVE SPACES TO WS-DEPT-COMPANY

           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS NOT = "00"
                       IF DEPT-CODE = LS-DEPT-CODE AND
                          DEPT-ACTIVE = "A"
                           MOVE "OK  " TO LS-RESULT
                           MOVE DEPT-COMPANY TO WS-DEPT-COMPANY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-FILE

           IF LS-RESULT = "OK  " AND LS-COMPANY-CODE IS NOT OMITTED
               PERFORM CHECK-DEPT-COMPANY
           END-IF

           EXIT PROGRAM.

       CHECK-DEPT-COMPANY.
           IF LS-COMPANY-CODE = SPACES
               MOVE WS-DEPT-COMPANY TO LS-COMPANY-CODE
           ELSE
               IF WS-DEPT-COMPANY NOT = SPACES AND
                  WS-DEPT-COMPANY NOT = LS-COMPANY-CODE
                   MOVE "XCO " TO LS-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LS-COMPANY-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "CompanyCheck" USING LS-COMPANY-CODE
               WS-COMPANY-RESULT
           IF WS-COMPANY-RESULT NOT = "OK  "
               MOVE "ICO " TO LS-RESULT
           END-IF.
