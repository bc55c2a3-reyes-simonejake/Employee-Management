       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportBurst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-FILE ASSIGN TO "report-distribution.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-STATUS.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USER-STATUS.
           SELECT DEPT-FILE ASSIGN TO "departments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD DEPT-FILE.
       01 DEPT-RECORD.
           COPY "DEPTREC.CPY".

       FD MANIFEST-FILE.
       01 MANIFEST-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 DIST-STATUS           PIC XX.
       01 USER-STATUS           PIC XX.
       01 DEPT-STATUS           PIC XX.
       01 MANIFEST-STATUS       PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-SUB-MODE           PIC X(6) VALUE "BATCH ".
       01 WS-MANIFEST-NAME      PIC X(60).
       01 WS-EMPLOYEE-NAME      PIC X(60).
       01 WS-BUDGET-NAME        PIC X(60).
       01 WS-KEYDATES-NAME      PIC X(60).
       01 WS-DEPT-TOKEN         PIC X(15).
       01 WS-TRAILING           PIC 9(2).
       01 WS-TOKEN-LEN          PIC 9(2).
       01 WS-DEPT-RESULT        PIC X(4).
       01 WS-USER-FOUND         PIC X.
       01 WS-HEAD-ROLE          PIC X(2).
       01 WS-SALARY-ACCESS      PIC X(4).
       01 WS-SALARY-TEXT        PIC X(6).
       01 WS-STEP-RC            PIC 9(4).
       01 WS-WORST-RC           PIC 9(4) VALUE ZERO.
       01 WS-BURST-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SKIP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-UNCOVERED-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-FILE-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-DIST-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-DIST-IDX           PIC 9(3).
       01 WS-DIST-FOUND         PIC X.
       01 WS-DIST-FULL          PIC X VALUE "N".

       01 WS-DIST-TABLE.
           05 WS-DIST-ENTRY OCCURS 100 TIMES.
               10 WS-DIST-DEPT     PIC X(15).
               10 WS-DIST-USER     PIC X(10).
               10 WS-DIST-VISIBLE  PIC X(1).

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-WORST-RC
           MOVE ZERO TO WS-BURST-COUNT
           MOVE ZERO TO WS-SKIP-COUNT
           MOVE ZERO TO WS-UNCOVERED-COUNT
           MOVE ZERO TO WS-FILE-COUNT

           PERFORM LOAD-DIST-TABLE
           IF WS-DIST-COUNT = ZERO
               DISPLAY "No departments on report-distribution.dat; "
                       "nothing to burst."
               DISPLAY "Set department heads in Department Master "
                       "Maintenance."
               IF LS-MODE IS NOT OMITTED
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           IF WS-DIST-FULL = "Y"
               DISPLAY "report-distribution.dat holds more than 100 "
                       "departments; the rest are not burst."
               MOVE 4 TO WS-WORST-RC
           END-IF

           MOVE SPACES TO WS-MANIFEST-NAME
           STRING
               "report-distribution-" WS-TODAY ".txt"
                   DELIMITED BY SIZE
               INTO WS-MANIFEST-NAME
           END-STRING
           OPEN OUTPUT MANIFEST-FILE
           IF MANIFEST-STATUS NOT = "00"
               DISPLAY "Error creating " WS-MANIFEST-NAME
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           PERFORM WRITE-MANIFEST-HEADER

           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               PERFORM BURST-ONE-DEPARTMENT
           END-PERFORM

           PERFORM LIST-UNCOVERED-DEPARTMENTS
           PERFORM WRITE-MANIFEST-TOTALS
           CLOSE MANIFEST-FILE

           DISPLAY WS-BURST-COUNT " department(s) burst into "
                   WS-FILE-COUNT " file(s); " WS-SKIP-COUNT
                   " skipped."
           IF WS-UNCOVERED-COUNT > ZERO
               DISPLAY WS-UNCOVERED-COUNT " active department(s) "
                       "have no head on the distribution table."
           END-IF
           DISPLAY "Distribution list written to "
                   FUNCTION TRIM(WS-MANIFEST-NAME) "."
           IF LS-MODE IS NOT OMITTED
               MOVE WS-WORST-RC TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       LOAD-DIST-TABLE.
           MOVE ZERO TO WS-DIST-COUNT
           MOVE "N" TO WS-DIST-FULL
           OPEN INPUT DIST-FILE
           IF DIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DIST-FILE INTO DIST-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RD-DEPT-CODE NOT = SPACES AND
                          RD-HEAD-USER NOT = SPACES
                           IF WS-DIST-COUNT >= 100
                               MOVE "Y" TO WS-DIST-FULL
                           ELSE
                               ADD 1 TO WS-DIST-COUNT
                               MOVE RD-DEPT-CODE
                                   TO WS-DIST-DEPT(WS-DIST-COUNT)
                               MOVE RD-HEAD-USER
                                   TO WS-DIST-USER(WS-DIST-COUNT)
                               MOVE RD-SALARY-VISIBLE
                                   TO WS-DIST-VISIBLE(WS-DIST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-FILE.

       BURST-ONE-DEPARTMENT.
           CALL "DeptCheck" USING WS-DIST-DEPT(WS-DIST-IDX)
               WS-DEPT-RESULT
           IF WS-DEPT-RESULT NOT = "OK  "
               MOVE "department not active on the master"
                   TO WS-EMPLOYEE-NAME
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-HEAD-USER
           IF WS-USER-FOUND = "N"
               MOVE "head user ID not an active user"
                   TO WS-EMPLOYEE-NAME
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "DENY" TO WS-SALARY-ACCESS
           IF WS-DIST-VISIBLE(WS-DIST-IDX) = "Y"
               CALL "SalAccess" USING WS-SALARY-ACCESS WS-HEAD-ROLE
           END-IF
           IF WS-SALARY-ACCESS = "OK  "
               MOVE "SHOWN" TO WS-SALARY-TEXT
           ELSE
               MOVE "MASKED" TO WS-SALARY-TEXT
           END-IF

           PERFORM BUILD-DEPT-TOKEN
           MOVE SPACES TO WS-EMPLOYEE-NAME
           STRING
               WS-DEPT-TOKEN(1:WS-TOKEN-LEN) DELIMITED BY SIZE
               "-employee-report-" WS-TODAY ".txt"
                   DELIMITED BY SIZE
               INTO WS-EMPLOYEE-NAME
           END-STRING
           MOVE FUNCTION LOWER-CASE(WS-EMPLOYEE-NAME)
               TO WS-EMPLOYEE-NAME
           MOVE SPACES TO WS-BUDGET-NAME
           STRING
               WS-DEPT-TOKEN(1:WS-TOKEN-LEN) DELIMITED BY SIZE
               "-dept-budget-report-" WS-TODAY ".txt"
                   DELIMITED BY SIZE
               INTO WS-BUDGET-NAME
           END-STRING
           MOVE FUNCTION LOWER-CASE(WS-BUDGET-NAME) TO WS-BUDGET-NAME
           MOVE SPACES TO WS-KEYDATES-NAME
           STRING
               WS-DEPT-TOKEN(1:WS-TOKEN-LEN) DELIMITED BY SIZE
               "-hr-key-dates-" WS-TODAY ".txt" DELIMITED BY SIZE
               INTO WS-KEYDATES-NAME
           END-STRING
           MOVE FUNCTION LOWER-CASE(WS-KEYDATES-NAME)
               TO WS-KEYDATES-NAME

           MOVE ZERO TO RETURN-CODE
           CALL "PrintReport" USING WS-SUB-MODE
               WS-DIST-DEPT(WS-DIST-IDX) WS-EMPLOYEE-NAME
               WS-SALARY-ACCESS
           PERFORM NOTE-STEP-RC
           CALL "BudgetReport" USING WS-SUB-MODE
               WS-DIST-DEPT(WS-DIST-IDX) WS-BUDGET-NAME
               WS-SALARY-ACCESS
           PERFORM NOTE-STEP-RC
           CALL "KeyDatesReport" USING WS-SUB-MODE
               WS-DIST-DEPT(WS-DIST-IDX) WS-KEYDATES-NAME
           PERFORM NOTE-STEP-RC
           ADD 1 TO WS-BURST-COUNT

           MOVE SPACES TO MANIFEST-LINE
           STRING
               WS-DIST-DEPT(WS-DIST-IDX) DELIMITED BY SIZE
               " " WS-DIST-USER(WS-DIST-IDX) DELIMITED BY SIZE
               " " WS-HEAD-ROLE DELIMITED BY SIZE
               "   " WS-SALARY-TEXT " " DELIMITED BY SIZE
               WS-EMPLOYEE-NAME DELIMITED BY SPACE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING
               "                                          "
                   DELIMITED BY SIZE
               WS-BUDGET-NAME DELIMITED BY SPACE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING
               "                                          "
                   DELIMITED BY SIZE
               WS-KEYDATES-NAME DELIMITED BY SPACE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE.

       NOTE-STEP-RC.
           MOVE RETURN-CODE TO WS-STEP-RC
           IF WS-STEP-RC > WS-WORST-RC
               MOVE WS-STEP-RC TO WS-WORST-RC
           END-IF
           IF WS-STEP-RC = ZERO
               ADD 1 TO WS-FILE-COUNT
           END-IF
           MOVE ZERO TO RETURN-CODE.

       BUILD-DEPT-TOKEN.
           MOVE WS-DIST-DEPT(WS-DIST-IDX) TO WS-DEPT-TOKEN
           MOVE ZERO TO WS-TRAILING
           INSPECT FUNCTION REVERSE(WS-DEPT-TOKEN)
               TALLYING WS-TRAILING FOR LEADING SPACES
           COMPUTE WS-TOKEN-LEN = 15 - WS-TRAILING
           INSPECT WS-DEPT-TOKEN(1:WS-TOKEN-LEN)
               REPLACING ALL SPACE BY "-"
           INSPECT WS-DEPT-TOKEN(1:WS-TOKEN-LEN)
               REPLACING ALL "/" BY "-".

       FIND-HEAD-USER.
           MOVE "N" TO WS-USER-FOUND
           MOVE SPACES TO WS-HEAD-ROLE
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
                       IF USER-NAME = WS-DIST-USER(WS-DIST-IDX) AND
                          USER-ACTIVE = "A"
                           MOVE "Y" TO WS-USER-FOUND
                           MOVE USER-ROLE TO WS-HEAD-ROLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       WRITE-SKIP-LINE.
           ADD 1 TO WS-SKIP-COUNT
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF
           MOVE SPACES TO MANIFEST-LINE
           STRING
               WS-DIST-DEPT(WS-DIST-IDX) DELIMITED BY SIZE
               " " WS-DIST-USER(WS-DIST-IDX) DELIMITED BY SIZE
               "      NOT BURST - " DELIMITED BY SIZE
               WS-EMPLOYEE-NAME DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           DISPLAY "Department " WS-DIST-DEPT(WS-DIST-IDX)
                   " not burst: " WS-EMPLOYEE-NAME.

       LIST-UNCOVERED-DEPARTMENTS.
           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DEPT-FILE INTO DEPT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF DEPT-ACTIVE = "A"
                           PERFORM CHECK-DEPT-COVERED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

       CHECK-DEPT-COVERED.
           MOVE "N" TO WS-DIST-FOUND
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               IF WS-DIST-DEPT(WS-DIST-IDX) = DEPT-CODE
                   MOVE "Y" TO WS-DIST-FOUND
               END-IF
           END-PERFORM
           IF WS-DIST-FOUND = "N"
               ADD 1 TO WS-UNCOVERED-COUNT
               MOVE SPACES TO MANIFEST-LINE
               STRING
                   DEPT-CODE DELIMITED BY SIZE
                   " (none)          NOT BURST - no department head "
                       DELIMITED BY SIZE
                   "on the distribution table" DELIMITED BY SIZE
                   INTO MANIFEST-LINE
               END-STRING
               WRITE MANIFEST-LINE
           END-IF.

       WRITE-MANIFEST-HEADER.
           MOVE SPACES TO MANIFEST-LINE
           STRING
               "Employee Management System - Department Report "
                   DELIMITED BY SIZE
               "Distribution" DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING
               "Department      Head       Role Salary Files"
                   DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING
               "--------------- ---------- ---- ------ "
                   DELIMITED BY SIZE
               "------------------------------------------"
                   DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE.

       WRITE-MANIFEST-TOTALS.
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           STRING
               "Departments burst: " WS-BURST-COUNT DELIMITED BY SIZE
               "   Files written: " WS-FILE-COUNT DELIMITED BY SIZE
               "   Skipped: " WS-SKIP-COUNT DELIMITED BY SIZE
               "   No head: " WS-UNCOVERED-COUNT DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           WRITE MANIFEST-LINE.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
