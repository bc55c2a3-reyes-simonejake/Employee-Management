                         MANAGER-ID BY TRANS-MANAGER-ID
                         TERM-REASON BY TRANS-TERM-REASON
                         EMPLOYMENT-TYPE BY TRANS-EMP-TYPE
                         CONTRACT-END-DATE BY TRANS-CONTRACT-END
                         COMPANY-CODE BY TRANS-COMPANY-CODE.
       01 TRANS-CONTROL-RECORD.
           05 TC-MARKER          PIC X(3).
           05 FILLER             PIC X(94).
           END-IF.

           CALL "DeptCheck" USING TRANS-DEPARTMENT WS-DEPT-RESULT
               TRANS-COMPANY-CODE
           IF WS-DEPT-RESULT = "XCO "
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Department belongs to another company"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-RESULT = "ICO "
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Company not active on company master"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-RESULT NOT = "OK  "
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Department not on master" TO WS-REJECT-REASON
           END-IF.

           CALL "PosCheck" USING TRANS-DEPARTMENT TRANS-JOB-CODE
               WS-POS-RESULT TRANS-ID
           IF WS-POS-RESULT = "FULL"
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Department at authorized FTE"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE TRANS-NAME TO EMPLOYEE-NAME
           MOVE TRANS-DATE-OF-BIRTH TO DATE-OF-BIRTH
           MOVE TRANS-DEPARTMENT TO DEPARTMENT
           MOVE TRANS-COMPANY-CODE TO COMPANY-CODE
           MOVE TRANS-SALARY TO SALARY
           MOVE TRANS-HIRE-DATE TO HIRE-DATE
           MOVE TRANS-SALARY-GRADE TO SALARY-GRADE
                       END-STRING
                       CALL "AuditLog" USING "ADD   " EMPLOYEE-ID
                           SPACES WS-AUDIT-AFTER
                       CALL "HrEvent" USING "HIRE" EMPLOYEE-ID
                           EMPLOYEE-NAME DEPARTMENT JOB-CODE
                           MANAGER-ID HIRE-DATE "IMPORT"
                           COMPANY-CODE
                       CALL "ReqFill" USING EMPLOYEE-ID
                   ELSE
                       MOVE "Write failed, status " TO WS-REJECT-REASON
                       MOVE FILE-STATUS TO WS-REJECT-REASON(22:2)
