       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReassignReports.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 FILE-STATUS         PIC XX.
       01 END-OF-FILE         PIC X.
       01 CONTINUE-FLAG       PIC X.
       01 CONFIRM-FLAG        PIC X.
       01 WS-FROM-ID          PIC 9(5).
       01 WS-TO-ID            PIC 9(5).
       01 WS-FROM-NAME        PIC X(30).
       01 WS-TO-NAME          PIC X(30).
       01 WS-FROM-FOUND       PIC X.
       01 WS-TO-FOUND         PIC X.
       01 WS-TO-STATUS        PIC X.
       01 WS-REPORT-COUNT     PIC 9(5).
       01 WS-MOVED-COUNT      PIC 9(5).
       01 WS-SELF-SKIPPED     PIC X.
       01 WS-LOCK-RESULT      PIC X(4).
       01 WS-BACKUP-RESULT    PIC X(4).
       01 WS-AUDIT-BEFORE     PIC X(120).
       01 WS-AUDIT-AFTER      PIC X(120).
       01 WS-ASG-RECORD.
           COPY "ASGHIST.CPY".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CLEAR-SCREEN
           DISPLAY "-------------------------------------------"
           DISPLAY "   Bulk Manager Reassignment"
           DISPLAY "-------------------------------------------"
           DISPLAY "Moves every active direct report of one manager "
                   "to another."
           DISPLAY "Enter current (old) Manager Employee ID: "
           ACCEPT WS-FROM-ID
           IF WS-FROM-ID IS NOT NUMERIC OR WS-FROM-ID = ZEROS
               DISPLAY "Invalid manager ID."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           DISPLAY "Enter new Manager Employee ID: "
           ACCEPT WS-TO-ID
           IF WS-TO-ID IS NOT NUMERIC OR WS-TO-ID = ZEROS
               DISPLAY "Invalid manager ID."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           IF WS-TO-ID = WS-FROM-ID
               DISPLAY "Old and new manager are the same. "
                       "Nothing to do."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           CALL "LockFile" USING "LOCK  " WS-LOCK-RESULT
           IF WS-LOCK-RESULT = "BUSY"
               DISPLAY "Employee file is in use by another user. "
                       "Try again later."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               DISPLAY "Error opening file. No records exist."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           MOVE "N" TO WS-TO-FOUND
           MOVE WS-TO-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TO-FOUND
                   MOVE EMPLOYEE-STATUS TO WS-TO-STATUS
                   MOVE EMPLOYEE-NAME TO WS-TO-NAME
           END-READ
           IF WS-TO-FOUND = "N" OR WS-TO-STATUS = "T"
               CLOSE EMPLOYEE-FILE
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               DISPLAY "New manager must be an active employee on "
                       "file. No change made."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           MOVE "N" TO WS-FROM-FOUND
           MOVE "(not on file)" TO WS-FROM-NAME
           MOVE WS-FROM-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FROM-FOUND
                   MOVE EMPLOYEE-NAME TO WS-FROM-NAME
           END-READ

           DISPLAY " "
           DISPLAY "From: " WS-FROM-ID " " WS-FROM-NAME
           DISPLAY "To:   " WS-TO-ID " " WS-TO-NAME
           DISPLAY " "
           DISPLAY "Active direct reports to be moved:"
           MOVE ZERO TO WS-REPORT-COUNT
           MOVE "N" TO WS-SELF-SKIPPED
           MOVE ZEROS TO EMPLOYEE-ID
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          MANAGER-ID = WS-FROM-ID
                           IF EMPLOYEE-ID = WS-TO-ID
                               MOVE "Y" TO WS-SELF-SKIPPED
                           ELSE
                               ADD 1 TO WS-REPORT-COUNT
                               DISPLAY "  " EMPLOYEE-ID " "
                                       EMPLOYEE-NAME " "
                                       DEPARTMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE

           IF WS-SELF-SKIPPED = "Y"
               DISPLAY "Note: the new manager currently reports to "
                       "the old manager and will not be moved."
           END-IF
           IF WS-REPORT-COUNT = ZERO
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               DISPLAY "No active direct reports found. "
                       "Nothing to do."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY "Reports to move: " WS-REPORT-COUNT
           DISPLAY "Reassign all of them? (Y/N): "
           ACCEPT CONFIRM-FLAG
           IF CONFIRM-FLAG NOT = "Y" AND CONFIRM-FLAG NOT = "y"
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               DISPLAY "Reassignment cancelled."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           CALL "RollingBackup" USING WS-BACKUP-RESULT
           OPEN I-O EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               DISPLAY "Error opening employee file for update."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO WS-MOVED-COUNT
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          MANAGER-ID = WS-FROM-ID AND
                          EMPLOYEE-ID NOT = WS-TO-ID
                           PERFORM REASSIGN-ONE-REPORT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Bulk reassign from Mgr=" WS-FROM-ID DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "To Mgr=" WS-TO-ID DELIMITED BY SIZE
               " Moved=" WS-MOVED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "REASGN" WS-FROM-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER

           DISPLAY "Reassignment complete. Reports moved: "
                   WS-MOVED-COUNT
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       REASSIGN-ONE-REPORT.
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Mgr=" MANAGER-ID DELIMITED BY SIZE
               " Dept=" DEPARTMENT DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-ASG-RECORD
           MOVE MANAGER-ID TO AH-OLD-MANAGER
           MOVE WS-TO-ID TO MANAGER-ID
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "Error updating employee " EMPLOYEE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING
                       "Mgr=" MANAGER-ID DELIMITED BY SIZE
                       " Dept=" DEPARTMENT DELIMITED BY SIZE
                       " (bulk reassignment)" DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   END-STRING
                   CALL "AuditLog" USING "REASGN" EMPLOYEE-ID
                       WS-AUDIT-BEFORE WS-AUDIT-AFTER
                   MOVE EMPLOYEE-ID TO AH-EMPLOYEE-ID
                   MOVE ZEROS TO AH-EFFECTIVE-DATE
                   MOVE ZEROS TO AH-SEQ
                   MOVE "REOR" TO AH-MOVE-TYPE
                   MOVE DEPARTMENT TO AH-OLD-DEPT
                   MOVE DEPARTMENT TO AH-NEW-DEPT
                   MOVE JOB-CODE TO AH-OLD-JOB
                   MOVE JOB-CODE TO AH-NEW-JOB
                   MOVE SALARY-GRADE TO AH-OLD-GRADE
                   MOVE SALARY-GRADE TO AH-NEW-GRADE
                   MOVE MANAGER-ID TO AH-NEW-MANAGER
                   MOVE "REASGN" TO AH-SOURCE
                   CALL "AsgHistLog" USING WS-ASG-RECORD
           END-REWRITE.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
