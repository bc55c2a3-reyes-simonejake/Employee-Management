       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManagerCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT MGR-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MGR-ID
               ALTERNATE RECORD KEY IS MGR-NAME
                   WITH DUPLICATES
               FILE STATUS IS MGR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "manager-check.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD MGR-FILE.
       01 MGR-RECORD.
           COPY "EMPREC.CPY"
               REPLACING EMPLOYEE-ID BY MGR-ID
                         EMPLOYEE-NAME BY MGR-NAME
                         DATE-OF-BIRTH BY MGR-DATE-OF-BIRTH
                         DEPARTMENT BY MGR-DEPARTMENT
                         SALARY BY MGR-SALARY
                         HIRE-DATE BY MGR-HIRE-DATE
                         EMPLOYEE-STATUS BY MGR-REC-STATUS
                         TERMINATION-DATE BY MGR-TERMINATION-DATE
                         SALARY-GRADE BY MGR-SALARY-GRADE
                         JOB-CODE BY MGR-JOB-CODE
                         MANAGER-ID BY MGR-MANAGER-ID
                         TERM-REASON BY MGR-TERM-REASON
                         EMPLOYMENT-TYPE BY MGR-EMP-TYPE
                         CONTRACT-END-DATE BY MGR-CONTRACT-END
                         COMPANY-CODE BY MGR-COMPANY-CODE.

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 MGR-STATUS            PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-CHECKED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-MISSING-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-INACTIVE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SELF-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-PROBLEM            PIC X(30).

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-CHECKED-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-INACTIVE-COUNT
           MOVE ZERO TO WS-SELF-COUNT

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           OPEN INPUT MGR-FILE
           IF MGR-STATUS NOT = "00"
               CLOSE EMPLOYEE-FILE
               DISPLAY "Error opening file. No records exist."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               CLOSE EMPLOYEE-FILE
               CLOSE MGR-FILE
               DISPLAY "Error creating manager-check.txt."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM WRITE-REPORT-HEADER
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          MANAGER-ID NOT = ZEROS
                           ADD 1 TO WS-CHECKED-COUNT
                           PERFORM CHECK-ONE-MANAGER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE MGR-FILE
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE

           DISPLAY "Manager reference check complete."
           DISPLAY "Active employees with a manager: "
                   WS-CHECKED-COUNT
           DISPLAY "Manager not on file:             "
                   WS-MISSING-COUNT
           DISPLAY "Manager terminated:              "
                   WS-INACTIVE-COUNT
           DISPLAY "Reports to self:                 "
                   WS-SELF-COUNT
           DISPLAY "See manager-check.txt for details."
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       CHECK-ONE-MANAGER.
           MOVE SPACES TO WS-PROBLEM
           IF MANAGER-ID = EMPLOYEE-ID
               MOVE "REPORTS TO SELF" TO WS-PROBLEM
               ADD 1 TO WS-SELF-COUNT
           ELSE
               MOVE MANAGER-ID TO MGR-ID
               READ MGR-FILE
                   INVALID KEY
                       MOVE "MANAGER NOT ON FILE" TO WS-PROBLEM
                       ADD 1 TO WS-MISSING-COUNT
                   NOT INVALID KEY
                       IF MGR-REC-STATUS = "T"
                           MOVE SPACES TO WS-PROBLEM
                           STRING
                               "MANAGER TERMINATED "
                                   DELIMITED BY SIZE
                               MGR-TERMINATION-DATE
                                   DELIMITED BY SIZE
                               INTO WS-PROBLEM
                           END-STRING
                           ADD 1 TO WS-INACTIVE-COUNT
                       END-IF
               END-READ
           END-IF
           IF WS-PROBLEM = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               EMPLOYEE-ID DELIMITED BY SIZE
               " | " EMPLOYEE-NAME DELIMITED BY SIZE
               " | " DEPARTMENT DELIMITED BY SIZE
               " | " MANAGER-ID DELIMITED BY SIZE
               " | " WS-PROBLEM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "Employee Management System - Manager Reference Check"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "   Active employees whose manager is missing or "
                   DELIMITED BY SIZE
               "no longer active" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "ID    | Name                           | Department"
                   DELIMITED BY SIZE
               "      | Mgr   | Problem" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Checked: " WS-CHECKED-COUNT DELIMITED BY SIZE
               "  Not on file: " WS-MISSING-COUNT DELIMITED BY SIZE
               "  Terminated: " WS-INACTIVE-COUNT DELIMITED BY SIZE
               "  Self: " WS-SELF-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Use Bulk Manager Reassignment to move these "
                   DELIMITED BY SIZE
               "employees to an active manager." DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
