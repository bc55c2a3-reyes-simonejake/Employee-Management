       01 WS-EXPIRED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DUE-30-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-DUE-60-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ORPHAN-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-AUDIT-BEFORE       PIC X(120).
       01 WS-AUDIT-AFTER        PIC X(120).
       01 WS-RUN-PROGRAM        PIC X(12).
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE
           CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
           CALL "OrphanCheck" USING "REPORT" ZEROS "CTEXP "
               WS-ORPHAN-COUNT

           DISPLAY "Contract expiry run complete."
           DISPLAY "Records scanned:      " WS-SCANNED-COUNT
           DISPLAY "Ending within 30 days:" WS-DUE-30-COUNT
           DISPLAY "Ending in 31-60 days: " WS-DUE-60-COUNT
           DISPLAY "See contract-expiry.txt for the listing."
           IF WS-ORPHAN-COUNT > ZERO
               DISPLAY "Direct reports left without an active "
                       "manager: " WS-ORPHAN-COUNT
               DISPLAY "See reassignment-required.txt for details."
           END-IF

           MOVE "CONTREXP" TO WS-RUN-PROGRAM
           MOVE WS-SCANNED-COUNT TO WS-RL-READ
                   END-STRING
                   CALL "AuditLog" USING "CTTERM" EMPLOYEE-ID
                       WS-AUDIT-BEFORE WS-AUDIT-AFTER
                   CALL "OrphanCheck" USING "ADD   " EMPLOYEE-ID
                       "CTEXP " WS-ORPHAN-COUNT
                   CALL "HrEvent" USING "TERM" EMPLOYEE-ID
                       EMPLOYEE-NAME DEPARTMENT JOB-CODE MANAGER-ID
                       TERMINATION-DATE "CTEXP " COMPANY-CODE
                   MOVE SPACES TO REPORT-LINE
                   STRING
                       "TERMINATED: " EMPLOYEE-ID
