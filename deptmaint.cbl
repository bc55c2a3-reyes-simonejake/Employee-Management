           SELECT POSITION-FILE ASSIGN TO "positions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT DIST-FILE ASSIGN TO "report-distribution.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-STATUS.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 POS-DEPT          PIC X(15).
           05 POS-JOB-CODE      PIC X(4).
           05 POS-AUTHORIZED    PIC 9(4).
           05 POS-GRADE         PIC X(2).
           05 POS-AUTH-FTE      PIC 9(4)V99.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD DIST-FILE.
       01 DIST-RECORD.
           COPY "RPTDIST.CPY".

       FD USER-FILE.
       01 USER-RECORD.
           05 USER-NAME            PIC X(10).
           05 USER-HASH            PIC X(10).
           05 USER-ROLE            PIC X(2).
           05 USER-ACTIVE          PIC X(1).
           05 USER-FORCE-CHANGE    PIC X(1).
           05 USER-PWD-DATE        PIC 9(8).
           05 USER-FAIL-COUNT      PIC 9(1).
           05 USER-EMPLOYEE-ID     PIC 9(5).

       WORKING-STORAGE SECTION.
       01 DEPT-STATUS          PIC XX.
       01 POSITION-STATUS      PIC XX.
       01 WS-INPUT-JOB         PIC X(4).
       01 WS-INPUT-AUTH        PIC 9(4).
       01 WS-INPUT-AUTH-FTE    PIC 9(4)V99.
       01 WS-JOB-RESULT        PIC X(4).
       01 WS-INPUT-GRADE       PIC X(2).
       01 WS-GRADE-RESULT      PIC X(4).
       01 WS-GRADE-SALARY      PIC 9(7)V99 VALUE ZERO.
       01 WS-POS-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-POS-IDX           PIC 9(3).
       01 WS-POS-FOUND-IDX     PIC 9(3).
       01 FILE-STATUS          PIC XX.
       01 WS-INPUT-COMPANY     PIC X(4).
       01 WS-COMPANY-RESULT    PIC X(4).
       01 WS-ACTIVE-STAFF      PIC 9(5).
       01 DIST-STATUS          PIC XX.
       01 USER-STATUS          PIC XX.
       01 WS-INPUT-USER        PIC X(10).
       01 WS-INPUT-VISIBLE     PIC X(1).
       01 WS-USER-FOUND        PIC X.
       01 WS-USER-ROLE         PIC X(2).
       01 WS-DIST-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-DIST-IDX          PIC 9(3).
       01 WS-DIST-FOUND-IDX    PIC 9(3).

       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 100 TIMES.
               10 WS-DIST-DEPT     PIC X(15).
               10 WS-DIST-USER     PIC X(10).
               10 WS-DIST-VISIBLE  PIC X(1).

       01 WS-POSITION-TABLE.
           05 WS-POS-ENTRY OCCURS 200 TIMES.
               10 WS-POS-DEPT      PIC X(15).
               10 WS-POS-JOB       PIC X(4).
               10 WS-POS-AUTH      PIC 9(4).
               10 WS-POS-GRADE     PIC X(2).
               10 WS-POS-FTE       PIC 9(4)V99.

       01 WS-BUDGET-TABLE.
           05 WS-BGT-ENTRY OCCURS 100 TIMES.
               10 WS-TBL-CODE      PIC X(15).
               10 WS-TBL-NAME      PIC X(30).
               10 WS-TBL-ACTIVE    PIC X(1).
               10 WS-TBL-COMPANY   PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-BUDGET-TABLE
           PERFORM LOAD-POSITION-TABLE
           PERFORM LOAD-DIST-TABLE
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Department Master Maintenance"
               DISPLAY "4. Deactivate Department"
               DISPLAY "5. Set Department Budget"
               DISPLAY "6. Set Authorized Positions"
               DISPLAY "7. Assign Department to Company"
               DISPLAY "8. Set Report Distribution (Department Head)"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                       PERFORM SET-AUTHORIZED-POSITIONS
                       PERFORM PRESS-ENTER
                   WHEN 7
                       PERFORM ASSIGN-DEPT-COMPANY
                       PERFORM PRESS-ENTER
                   WHEN 8
                       PERFORM SET-REPORT-DISTRIBUTION
                       PERFORM PRESS-ENTER
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                           TO WS-TBL-NAME(WS-ENTRY-COUNT)
                       MOVE DEPT-ACTIVE
                           TO WS-TBL-ACTIVE(WS-ENTRY-COUNT)
                       MOVE DEPT-COMPANY
                           TO WS-TBL-COMPANY(WS-ENTRY-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.
               MOVE WS-TBL-CODE(WS-ENTRY-IDX) TO DEPT-CODE
               MOVE WS-TBL-NAME(WS-ENTRY-IDX) TO DEPT-NAME
               MOVE WS-TBL-ACTIVE(WS-ENTRY-IDX) TO DEPT-ACTIVE
               MOVE WS-TBL-COMPANY(WS-ENTRY-IDX) TO DEPT-COMPANY
               WRITE DEPT-RECORD
           END-PERFORM
           CLOSE DEPT-FILE.
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code            | Official Name              "
                   "    | Co.  | Status"
           DISPLAY "----------------|----------------------------"
                   "----|------|-------"
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-TBL-ACTIVE(WS-ENTRY-IDX) = "A"
                   DISPLAY WS-TBL-CODE(WS-ENTRY-IDX) " | "
                           WS-TBL-NAME(WS-ENTRY-IDX) " | "
                           WS-TBL-COMPANY(WS-ENTRY-IDX) " | Active"
               ELSE
                   DISPLAY WS-TBL-CODE(WS-ENTRY-IDX) " | "
                           WS-TBL-NAME(WS-ENTRY-IDX) " | "
                           WS-TBL-COMPANY(WS-ENTRY-IDX) " | Inactive"
               END-IF
           END-PERFORM.

               DISPLAY "Department name cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Company Code: "
           ACCEPT WS-INPUT-COMPANY
           CALL "CompanyCheck" USING WS-INPUT-COMPANY
               WS-COMPANY-RESULT
           IF WS-COMPANY-RESULT NOT = "OK  "
               DISPLAY "Company is not an active company on the "
                       "company master."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-INPUT-CODE TO WS-TBL-CODE(WS-ENTRY-COUNT)
           MOVE WS-INPUT-NAME TO WS-TBL-NAME(WS-ENTRY-COUNT)
           MOVE "A" TO WS-TBL-ACTIVE(WS-ENTRY-COUNT)
           MOVE WS-INPUT-COMPANY TO WS-TBL-COMPANY(WS-ENTRY-COUNT)
           PERFORM SAVE-DEPT-TABLE
           DISPLAY "Department added.".

           DISPLAY "Department deactivated. New employees can no "
                   "longer be assigned to it.".

       ASSIGN-DEPT-COMPANY.
           DISPLAY "Enter Department Code: "
           ACCEPT WS-INPUT-CODE
           PERFORM FIND-DEPARTMENT
           IF WS-FOUND-IDX = ZERO
               DISPLAY "Department not found on the master."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current Company: " WS-TBL-COMPANY(WS-FOUND-IDX)
           DISPLAY "Enter new Company Code: "
           ACCEPT WS-INPUT-COMPANY
           CALL "CompanyCheck" USING WS-INPUT-COMPANY
               WS-COMPANY-RESULT
           IF WS-COMPANY-RESULT NOT = "OK  "
               DISPLAY "Company is not an active company on the "
                       "company master."
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-COMPANY = WS-TBL-COMPANY(WS-FOUND-IDX)
               DISPLAY "Department already belongs to that company."
               EXIT PARAGRAPH
           END-IF
           IF WS-TBL-COMPANY(WS-FOUND-IDX) NOT = SPACES
               PERFORM COUNT-DEPT-STAFF
               IF WS-ACTIVE-STAFF > ZERO
                   DISPLAY "Department has " WS-ACTIVE-STAFF
                           " active employee(s) in company "
                           WS-TBL-COMPANY(WS-FOUND-IDX) "."
                   DISPLAY "Move them with Department Merge before "
                           "changing the company."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-INPUT-COMPANY TO WS-TBL-COMPANY(WS-FOUND-IDX)
           PERFORM SAVE-DEPT-TABLE
           DISPLAY "Department " WS-INPUT-CODE " assigned to company "
                   WS-INPUT-COMPANY ".".

       COUNT-DEPT-STAFF.
           MOVE ZERO TO WS-ACTIVE-STAFF
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          DEPARTMENT = WS-INPUT-CODE
                           ADD 1 TO WS-ACTIVE-STAFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       LOAD-BUDGET-TABLE.
           MOVE ZERO TO WS-BGT-COUNT
           OPEN INPUT BUDGET-FILE
                           TO WS-POS-JOB(WS-POS-COUNT)
                       MOVE POS-AUTHORIZED
                           TO WS-POS-AUTH(WS-POS-COUNT)
                       MOVE POS-GRADE
                           TO WS-POS-GRADE(WS-POS-COUNT)
                       IF POS-AUTH-FTE IS NUMERIC
                           MOVE POS-AUTH-FTE
                               TO WS-POS-FTE(WS-POS-COUNT)
                       ELSE
                           MOVE POS-AUTHORIZED
                               TO WS-POS-FTE(WS-POS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE.
               MOVE WS-POS-DEPT(WS-POS-IDX) TO POS-DEPT
               MOVE WS-POS-JOB(WS-POS-IDX) TO POS-JOB-CODE
               MOVE WS-POS-AUTH(WS-POS-IDX) TO POS-AUTHORIZED
               MOVE WS-POS-GRADE(WS-POS-IDX) TO POS-GRADE
               MOVE WS-POS-FTE(WS-POS-IDX) TO POS-AUTH-FTE
               WRITE POSITION-RECORD
           END-PERFORM
           CLOSE POSITION-FILE.
               DISPLAY "Invalid headcount."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Authorized FTE, e.g. 2.5 (blank = same as "
                   "headcount): "
           ACCEPT WS-INPUT-AUTH-FTE
           IF WS-INPUT-AUTH-FTE IS NOT NUMERIC
               DISPLAY "Invalid FTE."
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-AUTH-FTE = ZERO
               MOVE WS-INPUT-AUTH TO WS-INPUT-AUTH-FTE
           END-IF
           DISPLAY "Enter Budgeted Salary Grade for open seats "
                   "(blank = none): "
           ACCEPT WS-INPUT-GRADE
           IF WS-INPUT-GRADE NOT = SPACES
               CALL "GradeCheck" USING WS-INPUT-GRADE WS-GRADE-SALARY
                   WS-GRADE-RESULT
               IF WS-GRADE-RESULT = "INV "
                   DISPLAY "Salary grade is not on the grade table."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZERO TO WS-POS-FOUND-IDX
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
                   TO WS-POS-JOB(WS-POS-FOUND-IDX)
           END-IF
           MOVE WS-INPUT-AUTH TO WS-POS-AUTH(WS-POS-FOUND-IDX)
           MOVE WS-INPUT-AUTH-FTE TO WS-POS-FTE(WS-POS-FOUND-IDX)
           MOVE WS-INPUT-GRADE TO WS-POS-GRADE(WS-POS-FOUND-IDX)
           PERFORM SAVE-POSITION-TABLE
           DISPLAY "Authorized headcount and FTE recorded for "
                   WS-INPUT-CODE ".".

       LOAD-DIST-TABLE.
           MOVE ZERO TO WS-DIST-COUNT
           OPEN INPUT DIST-FILE
           IF DIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-DIST-COUNT >= 100
               READ DIST-FILE INTO DIST-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-DIST-COUNT
                       MOVE RD-DEPT-CODE
                           TO WS-DIST-DEPT(WS-DIST-COUNT)
                       MOVE RD-HEAD-USER
                           TO WS-DIST-USER(WS-DIST-COUNT)
                       MOVE RD-SALARY-VISIBLE
                           TO WS-DIST-VISIBLE(WS-DIST-COUNT)
               END-READ
           END-PERFORM
           CLOSE DIST-FILE.

       SAVE-DIST-TABLE.
           OPEN OUTPUT DIST-FILE
           IF DIST-STATUS NOT = "00"
               DISPLAY "Error writing report-distribution.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               IF WS-DIST-USER(WS-DIST-IDX) NOT = SPACES
                   MOVE WS-DIST-DEPT(WS-DIST-IDX) TO RD-DEPT-CODE
                   MOVE WS-DIST-USER(WS-DIST-IDX) TO RD-HEAD-USER
                   MOVE WS-DIST-VISIBLE(WS-DIST-IDX)
                       TO RD-SALARY-VISIBLE
                   WRITE DIST-RECORD
               END-IF
           END-PERFORM
           CLOSE DIST-FILE.

       FIND-HEAD-USER.
           MOVE "N" TO WS-USER-FOUND
           MOVE SPACES TO WS-USER-ROLE
           OPEN INPUT USER-FILE
           IF USER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-USER-FOUND = "Y"
               READ USER-FILE INTO USER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF USER-NAME = WS-INPUT-USER AND
                          USER-ACTIVE = "A"
                           MOVE "Y" TO WS-USER-FOUND
                           MOVE USER-ROLE TO WS-USER-ROLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       SET-REPORT-DISTRIBUTION.
           DISPLAY "Enter Department Code: "
           ACCEPT WS-INPUT-CODE
           PERFORM FIND-DEPARTMENT
           IF WS-FOUND-IDX = ZERO
               DISPLAY "Department not found on the master."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DIST-FOUND-IDX
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               IF WS-DIST-DEPT(WS-DIST-IDX) = WS-INPUT-CODE
                   MOVE WS-DIST-IDX TO WS-DIST-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-DIST-FOUND-IDX NOT = ZERO
               DISPLAY "Current head: "
                       WS-DIST-USER(WS-DIST-FOUND-IDX)
                       "  Salary shown: "
                       WS-DIST-VISIBLE(WS-DIST-FOUND-IDX)
           END-IF
           DISPLAY "Enter head's User ID (blank = stop bursting "
                   "this department): "
           ACCEPT WS-INPUT-USER
           IF WS-INPUT-USER = SPACES
               IF WS-DIST-FOUND-IDX = ZERO
                   DISPLAY "No distribution entry to remove."
               ELSE
                   MOVE SPACES TO WS-DIST-USER(WS-DIST-FOUND-IDX)
                   PERFORM SAVE-DIST-TABLE
                   PERFORM LOAD-DIST-TABLE
                   DISPLAY "Distribution entry removed."
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HEAD-USER
           IF WS-USER-FOUND = "N"
               DISPLAY "User ID is not an active user."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "May salary columns be shown to this head? (Y/N): "
           ACCEPT WS-INPUT-VISIBLE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-VISIBLE)
               TO WS-INPUT-VISIBLE
           IF WS-INPUT-VISIBLE NOT = "Y" AND WS-INPUT-VISIBLE NOT = "N"
               DISPLAY "Answer Y or N."
               EXIT PARAGRAPH
           END-IF
           IF WS-DIST-FOUND-IDX = ZERO
               IF WS-DIST-COUNT >= 100
                   DISPLAY "Distribution table is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-DIST-COUNT TO WS-DIST-FOUND-IDX
               MOVE WS-INPUT-CODE TO WS-DIST-DEPT(WS-DIST-FOUND-IDX)
           END-IF
           MOVE WS-INPUT-USER TO WS-DIST-USER(WS-DIST-FOUND-IDX)
           MOVE WS-INPUT-VISIBLE TO WS-DIST-VISIBLE(WS-DIST-FOUND-IDX)
           PERFORM SAVE-DIST-TABLE
           DISPLAY "Reports for " WS-INPUT-CODE " will go to "
                   WS-INPUT-USER " (role " WS-USER-ROLE ")."
           IF WS-INPUT-VISIBLE = "Y"
               DISPLAY "Salary columns are still masked unless that "
                       "role has salary access."
           END-IF.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.
