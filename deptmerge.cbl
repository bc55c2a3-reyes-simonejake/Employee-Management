       01 WS-AFTER-OLD-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-AUDIT-BEFORE       PIC X(120).
       01 WS-AUDIT-AFTER        PIC X(120).
       01 WS-NEW-COMPANY        PIC X(4).
       01 WS-OLD-COMPANY        PIC X(4).
       01 WS-XCO-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-XCO-PENDING        PIC 9(5) VALUE ZERO.
       01 WS-ASG-RECORD.
           COPY "ASGHIST.CPY".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO WS-NEW-COMPANY
           CALL "DeptCheck" USING WS-NEW-DEPT WS-DEPT-RESULT
               WS-NEW-COMPANY
           IF WS-DEPT-RESULT = "ICO "
               DISPLAY "Target department belongs to a company that "
                       "is not active."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           IF WS-DEPT-RESULT NOT = "OK  "
               DISPLAY "Target department is not on the department "
                       "master. Add it there first."

           DISPLAY WS-BEFORE-OLD-COUNT " employee(s) in "
                   WS-OLD-DEPT " will move to " WS-NEW-DEPT "."
           IF WS-XCO-PENDING > ZERO
               DISPLAY WS-XCO-PENDING " active employee(s) will move "
                       "to company " WS-NEW-COMPANY "."
               DISPLAY "Each is recorded as a cross-company transfer "
                       "(termination plus rehire)."
           END-IF
           DISPLAY "Proceed? (Y/N): "
           ACCEPT CONFIRM-FLAG
           IF CONFIRM-FLAG NOT = "Y" AND CONFIRM-FLAG NOT = "y"
               DISPLAY "WARNING: " WS-AFTER-OLD-COUNT " record(s) "
                       "still in " WS-OLD-DEPT "; see report."
           END-IF
           IF WS-XCO-COUNT > ZERO
               DISPLAY "Cross-company transfers recorded: "
                       WS-XCO-COUNT
           END-IF
           DISPLAY "Before/after counts written to "
                   "dept-merge-report.txt."
           DISPLAY "If " WS-OLD-DEPT " is retired, deactivate it "
           EXIT PROGRAM.

       COUNT-BEFORE.
           MOVE ZERO TO WS-XCO-PENDING
           MOVE ZERO TO WS-BEFORE-OLD-COUNT
           MOVE ZERO TO WS-BEFORE-NEW-COUNT
           MOVE "N" TO END-OF-FILE
                   NOT AT END
                       IF DEPARTMENT = WS-OLD-DEPT
                           ADD 1 TO WS-BEFORE-OLD-COUNT
                           IF EMPLOYEE-STATUS NOT = "T" AND
                              WS-NEW-COMPANY NOT = SPACES AND
                              COMPANY-CODE NOT = SPACES AND
                              COMPANY-CODE NOT = WS-NEW-COMPANY
                               ADD 1 TO WS-XCO-PENDING
                           END-IF
                       END-IF
                       IF DEPARTMENT = WS-NEW-DEPT
                           ADD 1 TO WS-BEFORE-NEW-COUNT
               " Dept=" DEPARTMENT DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE COMPANY-CODE TO WS-OLD-COMPANY
           IF EMPLOYEE-STATUS NOT = "T" AND WS-NEW-COMPANY NOT = SPACES
               MOVE WS-NEW-COMPANY TO COMPANY-CODE
           END-IF
           MOVE WS-NEW-DEPT TO DEPARTMENT
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   END-STRING
                   CALL "AuditLog" USING "EDIT  " EMPLOYEE-ID
                       WS-AUDIT-BEFORE WS-AUDIT-AFTER
                   MOVE SPACES TO WS-ASG-RECORD
                   MOVE EMPLOYEE-ID TO AH-EMPLOYEE-ID
                   MOVE WS-TODAY TO AH-EFFECTIVE-DATE
                   MOVE ZEROS TO AH-SEQ
                   MOVE "REOR" TO AH-MOVE-TYPE
                   MOVE WS-OLD-DEPT TO AH-OLD-DEPT
                   MOVE DEPARTMENT TO AH-NEW-DEPT
                   MOVE JOB-CODE TO AH-OLD-JOB
                   MOVE JOB-CODE TO AH-NEW-JOB
                   MOVE SALARY-GRADE TO AH-OLD-GRADE
                   MOVE SALARY-GRADE TO AH-NEW-GRADE
                   MOVE MANAGER-ID TO AH-OLD-MANAGER
                   MOVE MANAGER-ID TO AH-NEW-MANAGER
                   MOVE "MERGE " TO AH-SOURCE
                   CALL "AsgHistLog" USING WS-ASG-RECORD
                   IF WS-OLD-COMPANY NOT = SPACES AND
                      WS-OLD-COMPANY NOT = COMPANY-CODE
                       CALL "CoTransfer" USING EMPLOYEE-ID
                           WS-OLD-COMPANY COMPANY-CODE WS-OLD-DEPT
                           DEPARTMENT WS-TODAY "MERGE " EMPLOYEE-NAME
                           JOB-CODE MANAGER-ID
                       ADD 1 TO WS-XCO-COUNT
                   END-IF
           END-REWRITE.

       WRITE-MERGE-REPORT.
