       01 WS-BACKUP-RESULT    PIC X(4).
       01 WS-REASON-CODE      PIC X(2).
       01 WS-REASON-RESULT    PIC X(4).
       01 WS-CASE-RESULT      PIC X(4).
       01 WS-TERMINATED       PIC X VALUE "N".
       01 WS-ORPHAN-COUNT     PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           CALL "ErCaseCheck" USING SEARCH-ID WS-REASON-CODE
               WS-CASE-RESULT
           IF WS-CASE-RESULT = "NOFW"
               DISPLAY "WARNING: this is a dismissal and there is no "
                       "live final warning on file"
               DISPLAY "for this employee (Employee Relations Cases). "
                       "Check with Employee Relations first."
           END-IF

           DISPLAY "Terminate this employee? (Y/N): "
           ACCEPT CONFIRM-FLAG
                           "successfully!"
                   CALL "AuditLog" USING "DELETE" SEARCH-ID
                       WS-AUDIT-BEFORE SPACES
                   CALL "HrEvent" USING "TERM" SEARCH-ID
                       EMPLOYEE-NAME DEPARTMENT JOB-CODE MANAGER-ID
                       TERMINATION-DATE "DELETE" COMPANY-CODE
                   MOVE "Y" TO WS-TERMINATED
           END-REWRITE.

           CLOSE EMPLOYEE-FILE
           CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
           IF WS-TERMINATED = "Y"
               CALL "OrphanCheck" USING "ADD   " SEARCH-ID "DELETE"
                   WS-ORPHAN-COUNT
               CALL "OrphanCheck" USING "REPORT" SEARCH-ID "DELETE"
                   WS-ORPHAN-COUNT
               IF WS-ORPHAN-COUNT > ZERO
                   DISPLAY "WARNING: " WS-ORPHAN-COUNT
                           " active direct report(s) still point to "
                           "this employee as manager."
                   DISPLAY "See reassignment-required.txt and use "
                           "Bulk Manager Reassignment."
               END-IF
           END-IF
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

