       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssignHistory.

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
           SELECT ARCHIVE-FILE ASSIGN TO "employees-archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "assignment-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           COPY "EMPREC.CPY"
               REPLACING EMPLOYEE-ID BY ARCH-ID
                         EMPLOYEE-NAME BY ARCH-NAME
                         DATE-OF-BIRTH BY ARCH-DATE-OF-BIRTH
                         DEPARTMENT BY ARCH-DEPARTMENT
                         SALARY BY ARCH-SALARY
                         HIRE-DATE BY ARCH-HIRE-DATE
                         EMPLOYEE-STATUS BY ARCH-REC-STATUS
                         TERMINATION-DATE BY ARCH-TERMINATION-DATE
                         SALARY-GRADE BY ARCH-SALARY-GRADE
                         JOB-CODE BY ARCH-JOB-CODE
                         MANAGER-ID BY ARCH-MANAGER-ID
                         TERM-REASON BY ARCH-TERM-REASON
                         EMPLOYMENT-TYPE BY ARCH-EMP-TYPE
                         CONTRACT-END-DATE BY ARCH-CONTRACT-END
                         COMPANY-CODE BY ARCH-COMPANY-CODE.

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "ASGHIST.CPY".

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 ARCHIVE-STATUS        PIC XX.
       01 HISTORY-STATUS        PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 WS-HIST-EOF           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 MENU-CHOICE           PIC 9.
       01 SEARCH-ID             PIC 9(5).
       01 WS-TODAY              PIC 9(8).
       01 WS-REPORT-NAME        PIC X(40).
       01 WS-SALARY-ACCESS      PIC X(4).
       01 WS-EMP-FOUND          PIC X.
       01 WS-MATCH-COUNT        PIC 9(5).
       01 WS-DATE-RESULT        PIC X(4).
       01 WS-AGE-DUMMY          PIC 9(2) VALUE ZERO.
       01 WS-FROM-DATE          PIC 9(8).
       01 WS-TO-DATE            PIC 9(8).
       01 WS-TYPE-FILTER        PIC X(4).
       01 WS-AS-OF-DATE         PIC 9(8).
       01 WS-ROSTER-DEPT        PIC X(15).
       01 WS-SHOW-OLD-GRADE     PIC X(2).
       01 WS-SHOW-NEW-GRADE     PIC X(2).
       01 WS-LINE-NAME          PIC X(30).

       01 WS-TRAN-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-PROM-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-DEMO-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REOR-COUNT         PIC 9(5) VALUE ZERO.

       01 WS-CAND-ID            PIC 9(5).
       01 WS-CAND-NAME          PIC X(30).
       01 WS-CAND-DEPT          PIC X(15).
       01 WS-CAND-JOB           PIC X(4).
       01 WS-CAND-MANAGER       PIC 9(5).
       01 WS-CAND-HIRE          PIC 9(8).
       01 WS-CAND-STATUS        PIC X(1).
       01 WS-CAND-TERM          PIC 9(8).
       01 WS-CAND-SOURCE        PIC X(8).
       01 WS-ROSTER-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-SEEN-FOUND         PIC X.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-FLAG OCCURS 99999 TIMES PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           CALL "SalAccess" USING WS-SALARY-ACCESS
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 4
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "   Assignment History"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. Career Path for an Employee"
               DISPLAY "2. Promotions / Transfers Report by Date Range"
               DISPLAY "3. Department Roster as of a Past Date"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM SHOW-CAREER-PATH
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM MOVEMENT-REPORT
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM DEPARTMENT-ROSTER
                       PERFORM PRESS-ENTER
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       SHOW-CAREER-PATH.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EMPLOYEE
           IF WS-EMP-FOUND = "N"
               DISPLAY "Employee not found!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "=========== Career Path ==================="
           DISPLAY "ID: " WS-CAND-ID "   Name: " WS-CAND-NAME
           DISPLAY "Hired: " WS-CAND-HIRE WS-CAND-SOURCE
           DISPLAY "Date     Type Department      -> Department     "
                   " Job  -> Job  Gr->Gr Mgr   -> Mgr   By"
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "No assignment history on file."
               PERFORM SHOW-CURRENT-ASSIGNMENT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE SEARCH-ID TO AH-EMPLOYEE-ID
           MOVE ZEROS TO AH-EFFECTIVE-DATE
           MOVE ZEROS TO AH-SEQ
           START HISTORY-FILE KEY NOT < AH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF AH-EMPLOYEE-ID NOT = SEARCH-ID
                           MOVE "Y" TO WS-HIST-EOF
                       ELSE
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM MASK-GRADES
                           DISPLAY AH-EFFECTIVE-DATE " " AH-MOVE-TYPE
                                   " " AH-OLD-DEPT " " AH-NEW-DEPT
                                   " " AH-OLD-JOB " " AH-NEW-JOB
                                   " " WS-SHOW-OLD-GRADE "->"
                                   WS-SHOW-NEW-GRADE " "
                                   AH-OLD-MANAGER " " AH-NEW-MANAGER
                                   " " AH-CHANGED-BY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "No assignment changes recorded."
           END-IF
           PERFORM SHOW-CURRENT-ASSIGNMENT.

       SHOW-CURRENT-ASSIGNMENT.
           IF WS-CAND-STATUS = "T"
               DISPLAY "Terminated " WS-CAND-TERM " from "
                       WS-CAND-DEPT " job " WS-CAND-JOB
           ELSE
               DISPLAY "Currently " WS-CAND-DEPT " job " WS-CAND-JOB
                       " reporting to " WS-CAND-MANAGER
           END-IF.

       MASK-GRADES.
           IF WS-SALARY-ACCESS = "OK  "
               MOVE AH-OLD-GRADE TO WS-SHOW-OLD-GRADE
               MOVE AH-NEW-GRADE TO WS-SHOW-NEW-GRADE
           ELSE
               MOVE "**" TO WS-SHOW-OLD-GRADE
               MOVE "**" TO WS-SHOW-NEW-GRADE
           END-IF.

       FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS = "00"
               MOVE SEARCH-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-FOUND
                       PERFORM TAKE-EMPLOYEE-CANDIDATE
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF
           IF WS-EMP-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ARCH-ID = SEARCH-ID
                           MOVE "Y" TO WS-EMP-FOUND
                           PERFORM TAKE-ARCHIVE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       TAKE-EMPLOYEE-CANDIDATE.
           MOVE EMPLOYEE-ID TO WS-CAND-ID
           MOVE EMPLOYEE-NAME TO WS-CAND-NAME
           MOVE DEPARTMENT TO WS-CAND-DEPT
           MOVE JOB-CODE TO WS-CAND-JOB
           MOVE MANAGER-ID TO WS-CAND-MANAGER
           MOVE HIRE-DATE TO WS-CAND-HIRE
           MOVE EMPLOYEE-STATUS TO WS-CAND-STATUS
           MOVE TERMINATION-DATE TO WS-CAND-TERM
           MOVE SPACES TO WS-CAND-SOURCE.

       TAKE-ARCHIVE-CANDIDATE.
           MOVE ARCH-ID TO WS-CAND-ID
           MOVE ARCH-NAME TO WS-CAND-NAME
           MOVE ARCH-DEPARTMENT TO WS-CAND-DEPT
           MOVE ARCH-JOB-CODE TO WS-CAND-JOB
           MOVE ARCH-MANAGER-ID TO WS-CAND-MANAGER
           MOVE ARCH-HIRE-DATE TO WS-CAND-HIRE
           MOVE "T" TO WS-CAND-STATUS
           MOVE ARCH-TERMINATION-DATE TO WS-CAND-TERM
           MOVE " ARCHIVE" TO WS-CAND-SOURCE.

       MOVEMENT-REPORT.
           DISPLAY "Enter From Date (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           CALL "ValidDate" USING "DATE  " WS-FROM-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid from date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter To Date (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           CALL "ValidDate" USING "DATE  " WS-TO-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  " OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY "Invalid to date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Movement type (TRAN, PROM, DEMO, REOR; "
                   "blank = all): "
           MOVE SPACES TO WS-TYPE-FILTER
           ACCEPT WS-TYPE-FILTER
           MOVE FUNCTION UPPER-CASE(WS-TYPE-FILTER) TO WS-TYPE-FILTER

           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "No assignment history on file."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "assignment-moves-" WS-FROM-DATE "-" WS-TO-DATE
                   DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               DISPLAY "Error creating " WS-REPORT-NAME "."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-FILE

           MOVE "Employee Management System - Promotions and Transfers"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "   Effective " WS-FROM-DATE DELIMITED BY SIZE
               " to " WS-TO-DATE DELIMITED BY SIZE
               "   Type: " WS-TYPE-FILTER DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Date     Type ID    Name                          "
                   DELIMITED BY SIZE
               " From Dept       To Dept         Job  -> Job  "
                   DELIMITED BY SIZE
               "Gr->Gr Mgr   -> Mgr   Source By" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-TRAN-COUNT
           MOVE ZERO TO WS-PROM-COUNT
           MOVE ZERO TO WS-DEMO-COUNT
           MOVE ZERO TO WS-REOR-COUNT
           MOVE "N" TO WS-HIST-EOF
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF AH-EFFECTIVE-DATE >= WS-FROM-DATE AND
                          AH-EFFECTIVE-DATE <= WS-TO-DATE AND
                          (WS-TYPE-FILTER = SPACES OR
                           WS-TYPE-FILTER = AH-MOVE-TYPE)
                           PERFORM WRITE-MOVEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF FILE-STATUS = "00"
               CLOSE EMPLOYEE-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Movements: " WS-MATCH-COUNT DELIMITED BY SIZE
               "  Transfers: " WS-TRAN-COUNT DELIMITED BY SIZE
               "  Promotions: " WS-PROM-COUNT DELIMITED BY SIZE
               "  Demotions: " WS-DEMO-COUNT DELIMITED BY SIZE
               "  Reorganizations: " WS-REOR-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY WS-MATCH-COUNT " movement(s) written to "
                   WS-REPORT-NAME.

       WRITE-MOVEMENT-LINE.
           ADD 1 TO WS-MATCH-COUNT
           EVALUATE AH-MOVE-TYPE
               WHEN "TRAN"
                   ADD 1 TO WS-TRAN-COUNT
               WHEN "PROM"
                   ADD 1 TO WS-PROM-COUNT
               WHEN "DEMO"
                   ADD 1 TO WS-DEMO-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REOR-COUNT
           END-EVALUATE
           MOVE "(archived)" TO WS-LINE-NAME
           IF FILE-STATUS = "00"
               MOVE AH-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLOYEE-NAME TO WS-LINE-NAME
               END-READ
               MOVE "00" TO FILE-STATUS
           END-IF
           PERFORM MASK-GRADES
           MOVE SPACES TO REPORT-LINE
           STRING
               AH-EFFECTIVE-DATE " " AH-MOVE-TYPE " " DELIMITED BY SIZE
               AH-EMPLOYEE-ID " " WS-LINE-NAME " " DELIMITED BY SIZE
               AH-OLD-DEPT " " AH-NEW-DEPT " " DELIMITED BY SIZE
               AH-OLD-JOB " -> " AH-NEW-JOB " " DELIMITED BY SIZE
               WS-SHOW-OLD-GRADE "->" WS-SHOW-NEW-GRADE " "
                   DELIMITED BY SIZE
               AH-OLD-MANAGER " -> " AH-NEW-MANAGER " "
                   DELIMITED BY SIZE
               AH-SOURCE " " AH-CHANGED-BY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       DEPARTMENT-ROSTER.
           DISPLAY "Enter Department: "
           MOVE SPACES TO WS-ROSTER-DEPT
           ACCEPT WS-ROSTER-DEPT
           IF WS-ROSTER-DEPT = SPACES
               DISPLAY "Department cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter As-Of Date (YYYYMMDD): "
           ACCEPT WS-AS-OF-DATE
           CALL "ValidDate" USING "DATE  " WS-AS-OF-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid as-of date."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "dept-roster-" DELIMITED BY SIZE
               WS-ROSTER-DEPT DELIMITED BY SPACE
               "-" WS-AS-OF-DATE ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           MOVE FUNCTION LOWER-CASE(WS-REPORT-NAME) TO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-REPORT-NAME "."
               EXIT PARAGRAPH
           END-IF
           MOVE "Employee Management System - Department Roster as of "
               TO REPORT-LINE
           MOVE WS-AS-OF-DATE TO REPORT-LINE(56:8)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "   Department: " WS-ROSTER-DEPT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "ID    Name                           " DELIMITED BY SIZE
               "Job  Manager Hired        Source" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE ZERO TO WS-ROSTER-COUNT
           MOVE SPACES TO WS-SEEN-TABLE
           OPEN INPUT HISTORY-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM TAKE-EMPLOYEE-CANDIDATE
                           PERFORM CHECK-ROSTER-CANDIDATE
                           IF EMPLOYEE-ID IS NUMERIC AND
                              EMPLOYEE-ID NOT = ZEROS
                               MOVE "Y" TO WS-SEEN-FLAG(EMPLOYEE-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM CHECK-ARCHIVE-SEEN
                           IF WS-SEEN-FOUND = "N"
                               PERFORM TAKE-ARCHIVE-CANDIDATE
                               PERFORM CHECK-ROSTER-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           IF HISTORY-STATUS = "00"
               CLOSE HISTORY-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Employees in " WS-ROSTER-DEPT DELIMITED BY SIZE
               " on " WS-AS-OF-DATE DELIMITED BY SIZE
               ": " WS-ROSTER-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY WS-ROSTER-COUNT " employee(s) were in "
                   WS-ROSTER-DEPT " on " WS-AS-OF-DATE "."
           DISPLAY "Roster written to " WS-REPORT-NAME.

       CHECK-ARCHIVE-SEEN.
           MOVE "N" TO WS-SEEN-FOUND
           IF ARCH-ID IS NUMERIC AND ARCH-ID NOT = ZEROS
               IF WS-SEEN-FLAG(ARCH-ID) = "Y"
                   MOVE "Y" TO WS-SEEN-FOUND
               END-IF
           END-IF.

       CHECK-ROSTER-CANDIDATE.
           IF WS-CAND-HIRE > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-STATUS = "T" AND
              WS-CAND-TERM IS NUMERIC AND
              WS-CAND-TERM NOT = ZEROS AND
              WS-CAND-TERM < WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           IF HISTORY-STATUS = "00"
               MOVE WS-CAND-ID TO AH-EMPLOYEE-ID
               MOVE WS-AS-OF-DATE TO AH-EFFECTIVE-DATE
               MOVE 99 TO AH-SEQ
               START HISTORY-FILE KEY > AH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
                   NOT INVALID KEY
                       MOVE "N" TO WS-HIST-EOF
               END-START
               IF WS-HIST-EOF = "N"
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                   END-READ
               END-IF
               IF WS-HIST-EOF = "N" AND
                  AH-EMPLOYEE-ID = WS-CAND-ID
                   MOVE AH-OLD-DEPT TO WS-CAND-DEPT
                   MOVE AH-OLD-JOB TO WS-CAND-JOB
                   MOVE AH-OLD-MANAGER TO WS-CAND-MANAGER
               END-IF
           END-IF
           IF WS-CAND-DEPT NOT = WS-ROSTER-DEPT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROSTER-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-CAND-ID " " WS-CAND-NAME " " DELIMITED BY SIZE
               WS-CAND-JOB " " WS-CAND-MANAGER "   " DELIMITED BY SIZE
               WS-CAND-HIRE " " WS-CAND-SOURCE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
