       01 WS-MGR-STATUS       PIC X(1).
       01 WS-SAVED-RECORD     PIC X(120).
       01 WS-POS-RESULT       PIC X(4).
       01 WS-NEW-FTE          PIC 9(3)V99.
       01 WS-NEW-WORK-DAYS    PIC X(7).
       01 WS-DAYS-PER-WEEK    PIC 9V99.
       01 WS-PATTERN-RESULT   PIC X(4).
       01 WS-PATTERN-TO       PIC 9(8).
       01 WS-Y-COUNT          PIC 9(2).
       01 WS-N-COUNT          PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               EXIT PROGRAM
           END-IF.

           DISPLAY "Enter Company Code (blank = department's "
                   "company): "
           ACCEPT COMPANY-CODE

           CALL "DeptCheck" USING DEPARTMENT WS-DEPT-RESULT
               COMPANY-CODE
           IF WS-DEPT-RESULT NOT = "OK  "
               EVALUATE WS-DEPT-RESULT
                   WHEN "XCO "
                       DISPLAY "Department belongs to another "
                               "company. Check the company code."
                   WHEN "ICO "
                       DISPLAY "Company is not an active company "
                               "on the company master."
                   WHEN OTHER
                       DISPLAY "Department is not on the department "
                               "master. Check the code and try again."
               END-EVALUATE
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               PERFORM PRESS-ENTER
               EXIT PROGRAM
               MOVE ZEROS TO CONTRACT-END-DATE
           END-IF.

           DISPLAY "Enter FTE percentage (blank = 100, full-time): "
           ACCEPT WS-NEW-FTE
           IF WS-NEW-FTE IS NOT NUMERIC OR WS-NEW-FTE > 100
               DISPLAY "Invalid FTE. Must be a percentage up to 100."
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           IF WS-NEW-FTE = ZERO
               MOVE 100.00 TO WS-NEW-FTE
           END-IF
           DISPLAY "Enter working days Mon-Sun as Y/N, e.g. YYYNNNN "
                   "(blank = YYYYYNN): "
           ACCEPT WS-NEW-WORK-DAYS
           MOVE FUNCTION UPPER-CASE(WS-NEW-WORK-DAYS)
               TO WS-NEW-WORK-DAYS
           IF WS-NEW-WORK-DAYS = SPACES
               MOVE "YYYYYNN" TO WS-NEW-WORK-DAYS
           END-IF
           MOVE ZERO TO WS-Y-COUNT
           MOVE ZERO TO WS-N-COUNT
           INSPECT WS-NEW-WORK-DAYS TALLYING WS-Y-COUNT FOR ALL "Y"
           INSPECT WS-NEW-WORK-DAYS TALLYING WS-N-COUNT FOR ALL "N"
           IF WS-Y-COUNT = ZERO OR WS-Y-COUNT + WS-N-COUNT NOT = 7
               DISPLAY "Invalid working days. Enter Y or N for each "
                       "day Monday to Sunday."
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF.

           CALL "PosCheck" USING DEPARTMENT JOB-CODE
               WS-POS-RESULT EMPLOYEE-ID WS-NEW-FTE
           IF WS-POS-RESULT = "FULL"
               DISPLAY "WARNING: department is at its authorized "
                       "FTE for this position."
               DISPLAY "Hire anyway? (Y/N): "
               ACCEPT WS-OVERRIDE-FLAG
               IF WS-OVERRIDE-FLAG NOT = "Y" AND
                   END-STRING
                   CALL "AuditLog" USING "ADD   " EMPLOYEE-ID
                       SPACES WS-AUDIT-AFTER
                   CALL "HrEvent" USING "HIRE" EMPLOYEE-ID
                       EMPLOYEE-NAME DEPARTMENT JOB-CODE MANAGER-ID
                       HIRE-DATE "ADD   " COMPANY-CODE
                   IF WS-NEW-FTE NOT = 100 OR
                      WS-NEW-WORK-DAYS NOT = "YYYYYNN"
                       PERFORM RECORD-WORK-PATTERN
                   END-IF
               ELSE
                   MOVE "Error writing record. Status: " TO WS-ERROR-MSG
                   MOVE FILE-STATUS TO WS-ERROR-MSG(27:2)
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       RECORD-WORK-PATTERN.
           MOVE HIRE-DATE TO WS-PATTERN-TO
           CALL "WorkPattern" USING "SET   " EMPLOYEE-ID HIRE-DATE
               WS-PATTERN-TO WS-NEW-FTE WS-NEW-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           IF WS-PATTERN-RESULT NOT = "OK  "
               DISPLAY "WARNING: working pattern not recorded; set "
                       "it through Working Pattern Maintenance."
           END-IF.

       VALIDATE-CHECK-DIGIT.
           MOVE EMPLOYEE-ID TO WS-CHECK-ID
           COMPUTE WS-EXPECTED-CD =
