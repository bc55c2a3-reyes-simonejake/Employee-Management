       01 WS-NEW-EMP-TYPE     PIC X(1).
       01 WS-NEW-CONTRACT-END PIC 9(8).
       01 WS-AGE-DUMMY        PIC 9(2) VALUE ZERO.
       01 WS-NEW-DEPT         PIC X(15).
       01 WS-NEW-JOB          PIC X(4).
       01 WS-NEW-GRADE        PIC X(2).
       01 WS-NEW-MANAGER      PIC 9(5).
       01 WS-NEW-MANAGER-IN   PIC X(5).
       01 WS-NEW-COMPANY      PIC X(4).
       01 WS-DEPT-RESULT      PIC X(4).
       01 WS-JOB-RESULT       PIC X(4).
       01 WS-GRADE-RESULT     PIC X(4).
       01 WS-NEW-FTE          PIC 9(3)V99.
       01 WS-NEW-WORK-DAYS    PIC X(7).
       01 WS-DAYS-PER-WEEK    PIC 9V99.
       01 WS-PATTERN-RESULT   PIC X(4).
       01 WS-PATTERN-TO       PIC 9(8).
       01 WS-Y-COUNT          PIC 9(2).
       01 WS-N-COUNT          PIC 9(2).
       01 WS-ASG-RECORD.
           COPY "ASGHIST.CPY".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               EXIT PROGRAM
           END-IF.

           PERFORM ACCEPT-NEW-ASSIGNMENT
           IF WS-DEPT-RESULT NOT = "OK  "
               CLOSE EMPLOYEE-FILE
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY "Enter FTE percentage (blank = 100, full-time): "
           ACCEPT WS-NEW-FTE
           IF WS-NEW-FTE IS NOT NUMERIC OR WS-NEW-FTE > 100
               CLOSE EMPLOYEE-FILE
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               DISPLAY "Invalid FTE. Must be a percentage up to 100."
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
               CLOSE EMPLOYEE-FILE
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               DISPLAY "Invalid working days. Enter Y or N for each "
                       "day Monday to Sunday."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           CALL "PosCheck" USING WS-NEW-DEPT WS-NEW-JOB
               WS-POS-RESULT SEARCH-ID WS-NEW-FTE
           IF WS-POS-RESULT = "FULL"
               DISPLAY "WARNING: department is at its authorized "
                       "FTE for this position."
               DISPLAY "Rehire anyway? (Y/N): "
               ACCEPT WS-OVERRIDE-FLAG
               IF WS-OVERRIDE-FLAG NOT = "Y" AND
           MOVE WS-NEW-EMP-TYPE TO EMPLOYMENT-TYPE
           MOVE WS-NEW-CONTRACT-END TO CONTRACT-END-DATE
           MOVE WS-NEW-HIRE-DATE TO HIRE-DATE
           MOVE WS-NEW-DEPT TO DEPARTMENT
           IF WS-NEW-COMPANY NOT = SPACES
               MOVE WS-NEW-COMPANY TO COMPANY-CODE
           END-IF
           MOVE WS-NEW-JOB TO JOB-CODE
           MOVE WS-NEW-GRADE TO SALARY-GRADE
           MOVE WS-NEW-MANAGER TO MANAGER-ID
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "Error rehiring record!"
                   END-STRING
                   CALL "AuditLog" USING "REHIRE" SEARCH-ID
                       WS-AUDIT-BEFORE WS-AUDIT-AFTER
                   CALL "HrEvent" USING "RHIR" SEARCH-ID
                       EMPLOYEE-NAME DEPARTMENT JOB-CODE MANAGER-ID
                       HIRE-DATE "REHIRE" COMPANY-CODE
                   MOVE WS-NEW-HIRE-DATE TO AH-EFFECTIVE-DATE
                   MOVE DEPARTMENT TO AH-NEW-DEPT
                   MOVE JOB-CODE TO AH-NEW-JOB
                   MOVE SALARY-GRADE TO AH-NEW-GRADE
                   MOVE MANAGER-ID TO AH-NEW-MANAGER
                   CALL "AsgHistLog" USING WS-ASG-RECORD
                   PERFORM RECORD-WORK-PATTERN
           END-REWRITE.

           CLOSE EMPLOYEE-FILE
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       RECORD-WORK-PATTERN.
           MOVE WS-NEW-HIRE-DATE TO WS-PATTERN-TO
           CALL "WorkPattern" USING "SET   " SEARCH-ID
               WS-NEW-HIRE-DATE WS-PATTERN-TO WS-NEW-FTE
               WS-NEW-WORK-DAYS WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           IF WS-PATTERN-RESULT NOT = "OK  "
               DISPLAY "WARNING: working pattern not recorded; set "
                       "it through Working Pattern Maintenance."
           END-IF.

       ACCEPT-NEW-ASSIGNMENT.
           MOVE SPACES TO WS-ASG-RECORD
           MOVE SEARCH-ID TO AH-EMPLOYEE-ID
           MOVE ZEROS TO AH-SEQ
           MOVE DEPARTMENT TO AH-OLD-DEPT
           MOVE JOB-CODE TO AH-OLD-JOB
           MOVE SALARY-GRADE TO AH-OLD-GRADE
           MOVE MANAGER-ID TO AH-OLD-MANAGER
           MOVE "REHIRE" TO AH-SOURCE
           MOVE DEPARTMENT TO WS-NEW-DEPT
           MOVE JOB-CODE TO WS-NEW-JOB
           MOVE SALARY-GRADE TO WS-NEW-GRADE
           MOVE MANAGER-ID TO WS-NEW-MANAGER
           MOVE SPACES TO WS-NEW-COMPANY
           MOVE "OK  " TO WS-DEPT-RESULT

           DISPLAY "Department for the rehire (blank = "
                   FUNCTION TRIM(DEPARTMENT) "): "
           MOVE SPACES TO WS-NEW-DEPT
           ACCEPT WS-NEW-DEPT
           IF WS-NEW-DEPT = SPACES
               MOVE DEPARTMENT TO WS-NEW-DEPT
           ELSE
               CALL "DeptCheck" USING WS-NEW-DEPT WS-DEPT-RESULT
                   WS-NEW-COMPANY
               IF WS-DEPT-RESULT NOT = "OK  "
                   DISPLAY "Department is not on the master or its "
                           "company is not active."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Job Code for the rehire (blank = " JOB-CODE "): "
           MOVE SPACES TO WS-NEW-JOB
           ACCEPT WS-NEW-JOB
           IF WS-NEW-JOB = SPACES
               MOVE JOB-CODE TO WS-NEW-JOB
           ELSE
               CALL "JobCheck" USING WS-NEW-JOB WS-JOB-RESULT
               IF WS-JOB-RESULT NOT = "OK  "
                   DISPLAY "Job code is not on the job title master."
                   MOVE "INV " TO WS-DEPT-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Salary Grade for the rehire (blank = "
                   SALARY-GRADE "): "
           MOVE SPACES TO WS-NEW-GRADE
           ACCEPT WS-NEW-GRADE
           IF WS-NEW-GRADE = SPACES
               MOVE SALARY-GRADE TO WS-NEW-GRADE
           ELSE
               CALL "GradeCheck" USING WS-NEW-GRADE SALARY
                   WS-GRADE-RESULT
               IF WS-GRADE-RESULT NOT = "OK  "
                   DISPLAY "Grade " WS-NEW-GRADE " is not on file or "
                           "the salary is outside its pay band."
                   MOVE "INV " TO WS-DEPT-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Manager ID for the rehire (blank = " MANAGER-ID
                   "): "
           MOVE SPACES TO WS-NEW-MANAGER-IN
           ACCEPT WS-NEW-MANAGER-IN
           IF WS-NEW-MANAGER-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-MANAGER-IN IS NOT NUMERIC
               DISPLAY "Invalid manager ID. Must be 5 digits."
               MOVE "INV " TO WS-DEPT-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-MANAGER-IN TO WS-NEW-MANAGER
           IF WS-NEW-MANAGER = SEARCH-ID
               DISPLAY "An employee cannot report to themselves."
               MOVE "INV " TO WS-DEPT-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-MANAGER = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-MANAGER TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "Manager " WS-NEW-MANAGER
                           " is not on file."
                   MOVE "INV " TO WS-DEPT-RESULT
               NOT INVALID KEY
                   IF EMPLOYEE-STATUS = "T"
                       DISPLAY "Manager " WS-NEW-MANAGER
                               " is terminated."
                       MOVE "INV " TO WS-DEPT-RESULT
                   END-IF
           END-READ.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.
