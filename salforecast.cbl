       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalForecast.

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
           SELECT PENDING-FILE ASSIGN TO "pending-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "salary-approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-STATUS.
           SELECT POSITION-FILE ASSIGN TO "positions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-STATUS.
           SELECT GRADE-FILE ASSIGN TO "salary-grades.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-STATUS.
           SELECT PLAN-FILE ASSIGN TO "benefit-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "benefit-enroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "dept-budgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.
           SELECT RUNS-FILE ASSIGN TO "forecast-runs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNS-STATUS.
           SELECT RUNS-NEW-FILE ASSIGN TO "forecast-runs.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNS-NEW-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PT-EFFECTIVE-DATE  PIC 9(8).
           05 PT-ACTION          PIC X(1).
           05 PT-EMPLOYEE-ID     PIC 9(5).
           05 PT-FIELD           PIC X(1).
           05 FILLER             PIC X(47).
           05 PT-NEW-SALARY      PIC 9(7)V99.
           05 FILLER             PIC X(13).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY "APPROVAL.CPY".

       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 POS-DEPT          PIC X(15).
           05 POS-JOB-CODE      PIC X(4).
           05 POS-AUTHORIZED    PIC 9(4).
           05 POS-GRADE         PIC X(2).
           05 POS-AUTH-FTE      PIC 9(4)V99.

       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-CODE          PIC X(2).
           05 GRD-MIN           PIC 9(7)V99.
           05 GRD-MAX           PIC 9(7)V99.

       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY "BENPLAN.CPY".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           05 BE-EMPLOYEE-ID    PIC 9(5).
           05 BE-PLAN-CODE      PIC X(4).
           05 BE-START-DATE     PIC 9(8).

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           05 BGT-DEPT-CODE     PIC X(15).
           05 BGT-ANNUAL        PIC 9(11)V99.

       FD RUNS-FILE.
       01 RUNS-RECORD.
           05 FR-SCENARIO       PIC X(8).
           05 FR-RUN-DATE       PIC 9(8).
           05 FR-DEPT           PIC X(15).
           05 FR-ANNUAL         PIC 9(11)V99.
           05 FR-BUDGET         PIC 9(11)V99.
           05 FR-RAISE-PCT      PIC 9(2)V99.
           05 FR-FROZEN         PIC X(1).

       FD RUNS-NEW-FILE.
       01 RUNS-NEW-RECORD       PIC X(62).

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(250).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 PENDING-STATUS        PIC XX.
       01 APPROVAL-STATUS       PIC XX.
       01 POSITION-STATUS       PIC XX.
       01 GRADE-STATUS          PIC XX.
       01 PLAN-STATUS           PIC XX.
       01 ENROLL-STATUS         PIC XX.
       01 BUDGET-STATUS         PIC XX.
       01 RUNS-STATUS           PIC XX.
       01 RUNS-NEW-STATUS       PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 MENU-CHOICE           PIC 9.
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR     PIC 9(4).
           05 WS-TODAY-MM       PIC 9(2).
           05 WS-TODAY-DD       PIC 9(2).
       01 WS-REPORT-NAME        PIC X(40).
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-RUNS-FILENAME      PIC X(255) VALUE "forecast-runs.dat".
       01 WS-RUNS-TMP-NAME      PIC X(255) VALUE "forecast-runs.tmp".

       01 WS-SCENARIO           PIC X(8).
       01 WS-RAISE-PCT          PIC 9(2)V99 VALUE ZERO.
       01 WS-RAISE-MONTH        PIC 9(2) VALUE 1.
       01 WS-HIRE-MONTH         PIC 9(2) VALUE 1.
       01 WS-FREEZE-INPUT       PIC X(15).
       01 WS-FREEZE-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-FREEZE-IDX         PIC 9(2).
       01 WS-FREEZE-TABLE.
           05 WS-FREEZE-DEPT OCCURS 20 TIMES PIC X(15).
       01 WS-IS-FROZEN          PIC X.

       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 12 TIMES.
               10 WS-MON-YYYYMM    PIC 9(6).
               10 WS-MON-START     PIC 9(8).
       01 WS-M                  PIC 9(2).
       01 WS-WORK-YEAR          PIC 9(4).
       01 WS-WORK-MM            PIC 9(2).
       01 WS-WORK-YYYYMM        PIC 9(6).
       01 WS-EFF-YYYYMM         PIC 9(6).

       01 WS-GRADE-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-GRADE-IDX          PIC 9(3).
       01 WS-GRADE-TABLE.
           05 WS-GRADE-ENTRY OCCURS 100 TIMES.
               10 WS-GT-CODE       PIC X(2).
               10 WS-GT-MID        PIC 9(7)V99.

       01 WS-PLAN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-PLAN-IDX           PIC 9(3).
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
               10 WS-PL-CODE       PIC X(4).
               10 WS-PL-ER-RATE    PIC 9(2)V99.

       01 WS-ENROLL-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ENROLL-IDX         PIC 9(5).
       01 WS-ENROLL-TABLE.
           05 WS-ENROLL-ENTRY OCCURS 5000 TIMES.
               10 WS-EN-EMP-ID     PIC 9(5).
               10 WS-EN-ER-RATE    PIC 9(2)V99.

       01 WS-PEND-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-PEND-IDX           PIC 9(4).
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 2000 TIMES.
               10 WS-PD-EMP-ID     PIC 9(5).
               10 WS-PD-ACTION     PIC X(1).
               10 WS-PD-YYYYMM     PIC 9(6).
               10 WS-PD-SALARY     PIC 9(7)V99.

       01 WS-QUEUE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-QUEUE-IDX          PIC 9(4).
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 1000 TIMES.
               10 WS-QU-EMP-ID     PIC 9(5).
               10 WS-QU-SALARY     PIC 9(7)V99.

       01 WS-POS-USED           PIC 9(3) VALUE ZERO.
       01 WS-POS-IDX            PIC 9(3).
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 200 TIMES.
               10 WS-POS-DEPT      PIC X(15).
               10 WS-POS-JOB       PIC X(4).
               10 WS-POS-AUTH      PIC 9(4)V99.
               10 WS-POS-GRADE     PIC X(2).
               10 WS-POS-FILLED    PIC 9(5)V99.

       01 WS-DEPT-USED          PIC 9(3) VALUE ZERO.
       01 WS-DEPT-IDX           PIC 9(3).
       01 WS-DEPT-FOUND         PIC X.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DP-CODE       PIC X(15).
               10 WS-DP-MONTH OCCURS 12 TIMES PIC 9(11)V99.
               10 WS-DP-ANNUAL     PIC 9(11)V99.
               10 WS-DP-BUDGET     PIC 9(11)V99.
               10 WS-DP-HAS-BGT    PIC X(1).
               10 WS-DP-FROZEN     PIC X(1).
               10 WS-DP-SEATS      PIC 9(5)V99.
       01 WS-DEPT-FULL-WARNED   PIC X VALUE "N".
       01 WS-LOOKUP-DEPT        PIC X(15).

       01 WS-EMP-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-SEATS-COSTED       PIC 9(5)V99 VALUE ZERO.
       01 WS-SEATS-UNCOSTED     PIC 9(5)V99 VALUE ZERO.
       01 WS-SEATS-FROZEN       PIC 9(5)V99 VALUE ZERO.
       01 WS-CONTRACT-DROPS     PIC 9(5) VALUE ZERO.
       01 WS-PENDING-USED       PIC 9(5) VALUE ZERO.
       01 WS-QUEUE-USED         PIC 9(5) VALUE ZERO.
       01 WS-TABLE-FULL         PIC X VALUE "N".
       01 WS-ER-RATE            PIC 9(3)V99.
       01 WS-ER-RATE-SUM        PIC 9(7)V99 VALUE ZERO.
       01 WS-ER-RATE-AVG        PIC 9(3)V99 VALUE ZERO.
       01 WS-BASE-SALARY        PIC 9(7)V99.
       01 WS-MONTH-SALARY       PIC 9(9)V99.
       01 WS-FTE-PCT            PIC 9(3)V99.
       01 WS-WORK-DAYS          PIC X(7).
       01 WS-DAYS-PER-WEEK      PIC 9V99.
       01 WS-PATTERN-RESULT     PIC X(4).
       01 WS-PATTERN-TO         PIC 9(8).
       01 WS-MONTH-COST         PIC 9(9)V99.
       01 WS-TERM-YYYYMM        PIC 9(6).
       01 WS-CONTRACT-YYYYMM    PIC 9(6).
       01 WS-DROPPED-FLAG       PIC X.
       01 WS-OPEN-SEATS         PIC S9(5)V99.
       01 WS-SEAT-MID           PIC 9(7)V99.
       01 WS-SEAT-GRADE-FOUND   PIC X.
       01 WS-VARIANCE           PIC S9(11)V99.
       01 WS-GRAND-ANNUAL       PIC 9(13)V99 VALUE ZERO.
       01 WS-GRAND-BUDGET       PIC 9(13)V99 VALUE ZERO.
       01 WS-MONTH-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-ANNUAL-DISPLAY     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-BUDGET-DISPLAY     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-VARIANCE-DISPLAY   PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT-DISPLAY        PIC Z9.99.
       01 WS-COSTED-DISPLAY     PIC ZZZZ9.99.
       01 WS-UNCOSTED-DISPLAY   PIC ZZZZ9.99.
       01 WS-FROZEN-DISPLAY     PIC ZZZZ9.99.
       01 WS-LINE-PTR           PIC 9(3).

       01 WS-SCENARIO-A         PIC X(8).
       01 WS-SCENARIO-B         PIC X(8).
       01 WS-CMP-USED           PIC 9(3) VALUE ZERO.
       01 WS-CMP-IDX            PIC 9(3).
       01 WS-CMP-FOUND          PIC X.
       01 WS-CMP-A-DATE         PIC 9(8) VALUE ZERO.
       01 WS-CMP-B-DATE         PIC 9(8) VALUE ZERO.
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 100 TIMES.
               10 WS-CP-DEPT       PIC X(15).
               10 WS-CP-A          PIC 9(11)V99.
               10 WS-CP-B          PIC 9(11)V99.
               10 WS-CP-BUDGET     PIC 9(11)V99.
       01 WS-CMP-A-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-CMP-B-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-CMP-DIFF           PIC S9(11)V99.
       01 WS-CMP-DIFF-DISPLAY   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 3
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "   Salary Cost Forecast (next 12 months)"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. Run Forecast Scenario"
               DISPLAY "2. Compare Two Scenarios"
               DISPLAY "3. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM RUN-FORECAST
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM COMPARE-SCENARIOS
                       PERFORM PRESS-ENTER
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       RUN-FORECAST.
           PERFORM ACCEPT-SCENARIO
           IF WS-SCENARIO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-MONTH-TABLE
           PERFORM INIT-FORECAST-TABLES
           PERFORM LOAD-GRADE-TABLE
           PERFORM LOAD-PLAN-TABLE
           PERFORM LOAD-ENROLL-TABLE
           PERFORM LOAD-PENDING-TABLE
           PERFORM LOAD-QUEUE-TABLE
           PERFORM LOAD-POSITION-TABLE

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD INTO EMPLOYEE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T"
                           PERFORM FORECAST-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE

           IF WS-EMP-COUNT > ZERO
               COMPUTE WS-ER-RATE-AVG ROUNDED =
                   WS-ER-RATE-SUM / WS-EMP-COUNT
           END-IF
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-USED
               PERFORM FORECAST-OPEN-SEATS
           END-PERFORM
           PERFORM LOAD-BUDGETS

           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "forecast-" DELIMITED BY SIZE
               WS-SCENARIO DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-REPORT-NAME "."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-FORECAST-HEADER
           MOVE ZERO TO WS-GRAND-ANNUAL
           MOVE ZERO TO WS-GRAND-BUDGET
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-USED
               PERFORM WRITE-FORECAST-DEPT
           END-PERFORM
           PERFORM WRITE-FORECAST-TRAILER
           CLOSE REPORT-FILE
           PERFORM SAVE-SCENARIO-RUN

           DISPLAY "Scenario " WS-SCENARIO " forecast written to "
                   WS-REPORT-NAME
           DISPLAY "Employees projected:     " WS-EMP-COUNT
           DISPLAY "Open FTE costed:         " WS-COSTED-DISPLAY
           DISPLAY "Open FTE not costed:     " WS-UNCOSTED-DISPLAY
           DISPLAY "Open FTE frozen:         " WS-FROZEN-DISPLAY
           DISPLAY "Pending raises used:     " WS-PENDING-USED
           DISPLAY "Queued approvals used:   " WS-QUEUE-USED
           MOVE WS-GRAND-ANNUAL TO WS-ANNUAL-DISPLAY
           DISPLAY "Projected annual cost:   " WS-ANNUAL-DISPLAY
           IF WS-TABLE-FULL = "Y"
               DISPLAY "Warning: an input table was full; the "
                       "forecast is incomplete."
           END-IF.

       ACCEPT-SCENARIO.
           MOVE SPACES TO WS-SCENARIO
           DISPLAY "Enter Scenario ID (up to 8 characters): "
           ACCEPT WS-SCENARIO
           MOVE FUNCTION UPPER-CASE(WS-SCENARIO) TO WS-SCENARIO
           IF WS-SCENARIO = SPACES
               DISPLAY "Scenario ID cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "General raise % (e.g. 3.50, 0 = none): "
           MOVE ZERO TO WS-RAISE-PCT
           ACCEPT WS-RAISE-PCT
           IF WS-RAISE-PCT IS NOT NUMERIC
               DISPLAY "Invalid percentage."
               MOVE SPACES TO WS-SCENARIO
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RAISE-MONTH
           IF WS-RAISE-PCT > ZERO
               DISPLAY "Forecast month the raise takes effect "
                       "(1-12, 0 = 1): "
               PERFORM ACCEPT-FORECAST-MONTH
               MOVE WS-M TO WS-RAISE-MONTH
           END-IF
           DISPLAY "Forecast month open seats are filled "
                   "(1-12, 0 = 1): "
           PERFORM ACCEPT-FORECAST-MONTH
           MOVE WS-M TO WS-HIRE-MONTH
           MOVE ZERO TO WS-FREEZE-COUNT
           DISPLAY "Departments under hiring freeze, one per line "
                   "(blank line ends):"
           MOVE "X" TO WS-FREEZE-INPUT
           PERFORM UNTIL WS-FREEZE-INPUT = SPACES OR
                   WS-FREEZE-COUNT >= 20
               MOVE SPACES TO WS-FREEZE-INPUT
               ACCEPT WS-FREEZE-INPUT
               IF WS-FREEZE-INPUT NOT = SPACES
                   ADD 1 TO WS-FREEZE-COUNT
                   MOVE WS-FREEZE-INPUT
                       TO WS-FREEZE-DEPT(WS-FREEZE-COUNT)
               END-IF
           END-PERFORM.

       ACCEPT-FORECAST-MONTH.
           MOVE ZERO TO WS-M
           ACCEPT WS-M
           IF WS-M IS NOT NUMERIC OR WS-M < 1 OR WS-M > 12
               MOVE 1 TO WS-M
           END-IF.

       BUILD-MONTH-TABLE.
           MOVE WS-TODAY-YEAR TO WS-WORK-YEAR
           MOVE WS-TODAY-MM TO WS-WORK-MM
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF WS-WORK-MM = 12
                   ADD 1 TO WS-WORK-YEAR
                   MOVE 1 TO WS-WORK-MM
               ELSE
                   ADD 1 TO WS-WORK-MM
               END-IF
               COMPUTE WS-MON-YYYYMM(WS-M) =
                   WS-WORK-YEAR * 100 + WS-WORK-MM
               COMPUTE WS-MON-START(WS-M) =
                   WS-MON-YYYYMM(WS-M) * 100 + 1
           END-PERFORM.

       INIT-FORECAST-TABLES.
           MOVE ZERO TO WS-DEPT-USED
           MOVE "N" TO WS-DEPT-FULL-WARNED
           MOVE "N" TO WS-TABLE-FULL
           MOVE ZERO TO WS-EMP-COUNT
           MOVE ZERO TO WS-SEATS-COSTED
           MOVE ZERO TO WS-SEATS-UNCOSTED
           MOVE ZERO TO WS-SEATS-FROZEN
           MOVE ZERO TO WS-CONTRACT-DROPS
           MOVE ZERO TO WS-PENDING-USED
           MOVE ZERO TO WS-QUEUE-USED
           MOVE ZERO TO WS-ER-RATE-SUM
           MOVE ZERO TO WS-ER-RATE-AVG.

       LOAD-GRADE-TABLE.
           MOVE ZERO TO WS-GRADE-COUNT
           OPEN INPUT GRADE-FILE
           IF GRADE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GRADE-FILE INTO GRADE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-GRADE-COUNT >= 100
                           MOVE "Y" TO WS-TABLE-FULL
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-GRADE-COUNT
                           MOVE GRD-CODE TO WS-GT-CODE(WS-GRADE-COUNT)
                           COMPUTE WS-GT-MID(WS-GRADE-COUNT) ROUNDED =
                               (GRD-MIN + GRD-MAX) / 2
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE.

       LOAD-PLAN-TABLE.
           MOVE ZERO TO WS-PLAN-COUNT
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PLAN-FILE INTO PLAN-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BP-ACTIVE = "A" AND WS-PLAN-COUNT >= 100
                           MOVE "Y" TO WS-TABLE-FULL
                           MOVE "Y" TO END-OF-FILE
                       END-IF
                       IF BP-ACTIVE = "A" AND END-OF-FILE = "N"
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE BP-CODE TO WS-PL-CODE(WS-PLAN-COUNT)
                           MOVE BP-ER-RATE
                               TO WS-PL-ER-RATE(WS-PLAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

       LOAD-ENROLL-TABLE.
           MOVE ZERO TO WS-ENROLL-COUNT
           OPEN INPUT ENROLL-FILE
           IF ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ENROLL-FILE INTO ENROLL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ADD-ENROLLMENT
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

       ADD-ENROLLMENT.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PL-CODE(WS-PLAN-IDX) = BE-PLAN-CODE
                   IF WS-ENROLL-COUNT >= 5000
                       MOVE "Y" TO WS-TABLE-FULL
                   ELSE
                       ADD 1 TO WS-ENROLL-COUNT
                       MOVE BE-EMPLOYEE-ID
                           TO WS-EN-EMP-ID(WS-ENROLL-COUNT)
                       MOVE WS-PL-ER-RATE(WS-PLAN-IDX)
                           TO WS-EN-ER-RATE(WS-ENROLL-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-PENDING-TABLE.
           MOVE ZERO TO WS-PEND-COUNT
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PENDING-FILE INTO PENDING-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PT-EFFECTIVE-DATE IS NUMERIC AND
                          PT-EMPLOYEE-ID IS NUMERIC AND
                          ((PT-ACTION = "C" AND PT-FIELD = "S" AND
                            PT-NEW-SALARY IS NUMERIC) OR
                           PT-ACTION = "T")
                           PERFORM ADD-PENDING-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       ADD-PENDING-ENTRY.
           IF WS-PEND-COUNT >= 2000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PT-EMPLOYEE-ID TO WS-PD-EMP-ID(WS-PEND-COUNT)
           MOVE PT-ACTION TO WS-PD-ACTION(WS-PEND-COUNT)
           MOVE PT-EFFECTIVE-DATE(1:6) TO WS-PD-YYYYMM(WS-PEND-COUNT)
           IF PT-ACTION = "C"
               MOVE PT-NEW-SALARY TO WS-PD-SALARY(WS-PEND-COUNT)
           ELSE
               MOVE ZERO TO WS-PD-SALARY(WS-PEND-COUNT)
           END-IF.

       LOAD-QUEUE-TABLE.
           MOVE ZERO TO WS-QUEUE-COUNT
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ APPROVAL-FILE INTO APPROVAL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SA-STATUS = "P" AND SA-SOURCE NOT = "BONUS "
                           IF WS-QUEUE-COUNT >= 1000
                               MOVE "Y" TO WS-TABLE-FULL
                           ELSE
                               ADD 1 TO WS-QUEUE-COUNT
                               MOVE SA-EMPLOYEE-ID
                                   TO WS-QU-EMP-ID(WS-QUEUE-COUNT)
                               MOVE SA-NEW-SALARY
                                   TO WS-QU-SALARY(WS-QUEUE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       LOAD-POSITION-TABLE.
           MOVE ZERO TO WS-POS-USED
           OPEN INPUT POSITION-FILE
           IF POSITION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ POSITION-FILE INTO POSITION-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-POS-USED >= 200
                           MOVE "Y" TO WS-TABLE-FULL
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-POS-USED
                           MOVE POS-DEPT TO WS-POS-DEPT(WS-POS-USED)
                           MOVE POS-JOB-CODE TO WS-POS-JOB(WS-POS-USED)
                           IF POS-AUTH-FTE IS NUMERIC
                               MOVE POS-AUTH-FTE
                                   TO WS-POS-AUTH(WS-POS-USED)
                           ELSE
                               MOVE POS-AUTHORIZED
                                   TO WS-POS-AUTH(WS-POS-USED)
                           END-IF
                           MOVE POS-GRADE TO WS-POS-GRADE(WS-POS-USED)
                           MOVE ZERO TO WS-POS-FILLED(WS-POS-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE.

       FIND-FORECAST-DEPT.
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-USED OR
                         WS-DEPT-FOUND = "Y"
               IF WS-DP-CODE(WS-DEPT-IDX) = WS-LOOKUP-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = "Y"
               SUBTRACT 1 FROM WS-DEPT-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-USED >= 100
               IF WS-DEPT-FULL-WARNED = "N"
                   DISPLAY "Warning: more than 100 departments; "
                           "forecast truncated."
                   MOVE "Y" TO WS-DEPT-FULL-WARNED
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
               MOVE ZERO TO WS-DEPT-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-USED
           MOVE WS-DEPT-USED TO WS-DEPT-IDX
           MOVE WS-LOOKUP-DEPT TO WS-DP-CODE(WS-DEPT-IDX)
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               MOVE ZERO TO WS-DP-MONTH(WS-DEPT-IDX WS-M)
           END-PERFORM
           MOVE ZERO TO WS-DP-ANNUAL(WS-DEPT-IDX)
           MOVE ZERO TO WS-DP-BUDGET(WS-DEPT-IDX)
           MOVE "N" TO WS-DP-HAS-BGT(WS-DEPT-IDX)
           MOVE ZERO TO WS-DP-SEATS(WS-DEPT-IDX)
           PERFORM TEST-DEPT-FROZEN
           MOVE WS-IS-FROZEN TO WS-DP-FROZEN(WS-DEPT-IDX).

       TEST-DEPT-FROZEN.
           MOVE "N" TO WS-IS-FROZEN
           PERFORM VARYING WS-FREEZE-IDX FROM 1 BY 1
                   UNTIL WS-FREEZE-IDX > WS-FREEZE-COUNT
               IF WS-FREEZE-DEPT(WS-FREEZE-IDX) = WS-LOOKUP-DEPT
                   MOVE "Y" TO WS-IS-FROZEN
               END-IF
           END-PERFORM.

       FORECAST-ONE-EMPLOYEE.
           MOVE WS-TODAY TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " EMPLOYEE-ID WS-TODAY
               WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-USED
               IF WS-POS-DEPT(WS-POS-IDX) = DEPARTMENT AND
                  (WS-POS-JOB(WS-POS-IDX) = SPACES OR
                   WS-POS-JOB(WS-POS-IDX) = JOB-CODE)
                   COMPUTE WS-POS-FILLED(WS-POS-IDX) =
                       WS-POS-FILLED(WS-POS-IDX) + WS-FTE-PCT / 100
               END-IF
           END-PERFORM
           MOVE DEPARTMENT TO WS-LOOKUP-DEPT
           PERFORM FIND-FORECAST-DEPT
           IF WS-DEPT-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-COUNT

           MOVE ZERO TO WS-ER-RATE
           PERFORM VARYING WS-ENROLL-IDX FROM 1 BY 1
                   UNTIL WS-ENROLL-IDX > WS-ENROLL-COUNT
               IF WS-EN-EMP-ID(WS-ENROLL-IDX) = EMPLOYEE-ID
                   ADD WS-EN-ER-RATE(WS-ENROLL-IDX) TO WS-ER-RATE
               END-IF
           END-PERFORM
           ADD WS-ER-RATE TO WS-ER-RATE-SUM

           MOVE SALARY TO WS-BASE-SALARY
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                   UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               IF WS-QU-EMP-ID(WS-QUEUE-IDX) = EMPLOYEE-ID
                   MOVE WS-QU-SALARY(WS-QUEUE-IDX) TO WS-BASE-SALARY
                   ADD 1 TO WS-QUEUE-USED
               END-IF
           END-PERFORM

           MOVE 999999 TO WS-TERM-YYYYMM
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PD-EMP-ID(WS-PEND-IDX) = EMPLOYEE-ID AND
                  WS-PD-ACTION(WS-PEND-IDX) = "T" AND
                  WS-PD-YYYYMM(WS-PEND-IDX) < WS-TERM-YYYYMM
                   MOVE WS-PD-YYYYMM(WS-PEND-IDX) TO WS-TERM-YYYYMM
               END-IF
           END-PERFORM
           MOVE 999999 TO WS-CONTRACT-YYYYMM
           IF EMPLOYMENT-TYPE = "C" AND
              CONTRACT-END-DATE IS NUMERIC AND
              CONTRACT-END-DATE NOT = ZEROS
               MOVE CONTRACT-END-DATE(1:6) TO WS-CONTRACT-YYYYMM
           END-IF

           MOVE "N" TO WS-DROPPED-FLAG
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF WS-MON-YYYYMM(WS-M) > WS-TERM-YYYYMM OR
                  WS-MON-YYYYMM(WS-M) > WS-CONTRACT-YYYYMM
                   IF WS-MON-YYYYMM(WS-M) > WS-CONTRACT-YYYYMM
                       MOVE "Y" TO WS-DROPPED-FLAG
                   END-IF
               ELSE
                   PERFORM COST-ONE-MONTH
               END-IF
           END-PERFORM
           IF WS-DROPPED-FLAG = "Y"
               ADD 1 TO WS-CONTRACT-DROPS
           END-IF.

       COST-ONE-MONTH.
           MOVE WS-BASE-SALARY TO WS-MONTH-SALARY
           MOVE ZERO TO WS-EFF-YYYYMM
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               IF WS-PD-EMP-ID(WS-PEND-IDX) = EMPLOYEE-ID AND
                  WS-PD-ACTION(WS-PEND-IDX) = "C" AND
                  WS-PD-YYYYMM(WS-PEND-IDX) <= WS-MON-YYYYMM(WS-M) AND
                  WS-PD-YYYYMM(WS-PEND-IDX) >= WS-EFF-YYYYMM
                   MOVE WS-PD-SALARY(WS-PEND-IDX) TO WS-MONTH-SALARY
                   MOVE WS-PD-YYYYMM(WS-PEND-IDX) TO WS-EFF-YYYYMM
                   IF WS-M = 12
                       ADD 1 TO WS-PENDING-USED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RAISE-PCT > ZERO AND WS-M >= WS-RAISE-MONTH
               COMPUTE WS-MONTH-SALARY ROUNDED =
                   WS-MONTH-SALARY * (100 + WS-RAISE-PCT) / 100
           END-IF
           COMPUTE WS-MONTH-SALARY ROUNDED =
               WS-MONTH-SALARY * WS-FTE-PCT / 100
           COMPUTE WS-MONTH-COST ROUNDED =
               WS-MONTH-SALARY / 12 +
               WS-MONTH-SALARY / 12 * WS-ER-RATE / 100
           ADD WS-MONTH-COST TO WS-DP-MONTH(WS-DEPT-IDX WS-M)
           ADD WS-MONTH-COST TO WS-DP-ANNUAL(WS-DEPT-IDX).

       FORECAST-OPEN-SEATS.
           COMPUTE WS-OPEN-SEATS =
               WS-POS-AUTH(WS-POS-IDX) - WS-POS-FILLED(WS-POS-IDX)
           IF WS-OPEN-SEATS NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POS-DEPT(WS-POS-IDX) TO WS-LOOKUP-DEPT
           PERFORM FIND-FORECAST-DEPT
           IF WS-DEPT-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-DP-FROZEN(WS-DEPT-IDX) = "Y"
               ADD WS-OPEN-SEATS TO WS-SEATS-FROZEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SEAT-GRADE-FOUND
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > WS-GRADE-COUNT
               IF WS-POS-GRADE(WS-POS-IDX) NOT = SPACES AND
                  WS-GT-CODE(WS-GRADE-IDX) = WS-POS-GRADE(WS-POS-IDX)
                   MOVE WS-GT-MID(WS-GRADE-IDX) TO WS-SEAT-MID
                   MOVE "Y" TO WS-SEAT-GRADE-FOUND
               END-IF
           END-PERFORM
           IF WS-SEAT-GRADE-FOUND = "N"
               ADD WS-OPEN-SEATS TO WS-SEATS-UNCOSTED
               EXIT PARAGRAPH
           END-IF
           ADD WS-OPEN-SEATS TO WS-SEATS-COSTED
           ADD WS-OPEN-SEATS TO WS-DP-SEATS(WS-DEPT-IDX)
           PERFORM VARYING WS-M FROM WS-HIRE-MONTH BY 1
                   UNTIL WS-M > 12
               COMPUTE WS-MONTH-COST ROUNDED =
                   WS-OPEN-SEATS *
                   (WS-SEAT-MID / 12 +
                    WS-SEAT-MID / 12 * WS-ER-RATE-AVG / 100)
               ADD WS-MONTH-COST TO WS-DP-MONTH(WS-DEPT-IDX WS-M)
               ADD WS-MONTH-COST TO WS-DP-ANNUAL(WS-DEPT-IDX)
           END-PERFORM.

       LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF BUDGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BUDGET-FILE INTO BUDGET-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE BGT-DEPT-CODE TO WS-LOOKUP-DEPT
                       PERFORM FIND-FORECAST-DEPT
                       IF WS-DEPT-IDX NOT = ZERO
                           MOVE BGT-ANNUAL
                               TO WS-DP-BUDGET(WS-DEPT-IDX)
                           MOVE "Y" TO WS-DP-HAS-BGT(WS-DEPT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       WRITE-FORECAST-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING
               "Employee Management System - Salary Cost Forecast"
                   DELIMITED BY SIZE
               "   Scenario: " WS-SCENARIO DELIMITED BY SIZE
               "   Run Date: " WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RAISE-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "General raise: " WS-PCT-DISPLAY DELIMITED BY SIZE
               "% from month " WS-RAISE-MONTH DELIMITED BY SIZE
               "   Open seats filled from month " DELIMITED BY SIZE
               WS-HIRE-MONTH DELIMITED BY SIZE
               " at grade midpoint   Frozen depts: "
                   DELIMITED BY SIZE
               WS-FREEZE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ER-RATE-AVG TO WS-PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "Costs are monthly salary plus employer benefit "
                   DELIMITED BY SIZE
               "contributions (open seats at the staff average of "
                   DELIMITED BY SIZE
               WS-PCT-DISPLAY DELIMITED BY SIZE
               "%); pending-trans raises and queued approvals "
                   DELIMITED BY SIZE
               "included; contracts end after CONTRACT-END-DATE."
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Department     " TO REPORT-LINE(1:15)
           MOVE 17 TO WS-LINE-PTR
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               MOVE WS-MON-YYYYMM(WS-M) TO REPORT-LINE(WS-LINE-PTR:6)
               ADD 12 TO WS-LINE-PTR
           END-PERFORM
           MOVE "     Annual Total" TO REPORT-LINE(WS-LINE-PTR:17)
           ADD 18 TO WS-LINE-PTR
           MOVE "      Budget" TO REPORT-LINE(WS-LINE-PTR:12)
           ADD 18 TO WS-LINE-PTR
           MOVE "    Variance" TO REPORT-LINE(WS-LINE-PTR:12)
           WRITE REPORT-LINE.

       WRITE-FORECAST-DEPT.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DP-CODE(WS-DEPT-IDX) TO REPORT-LINE(1:15)
           MOVE 17 TO WS-LINE-PTR
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               MOVE WS-DP-MONTH(WS-DEPT-IDX WS-M) TO WS-MONTH-DISPLAY
               MOVE WS-MONTH-DISPLAY TO REPORT-LINE(WS-LINE-PTR:11)
               ADD 12 TO WS-LINE-PTR
           END-PERFORM
           MOVE WS-DP-ANNUAL(WS-DEPT-IDX) TO WS-ANNUAL-DISPLAY
           MOVE WS-ANNUAL-DISPLAY TO REPORT-LINE(WS-LINE-PTR:17)
           ADD 18 TO WS-LINE-PTR
           ADD WS-DP-ANNUAL(WS-DEPT-IDX) TO WS-GRAND-ANNUAL
           IF WS-DP-HAS-BGT(WS-DEPT-IDX) = "Y"
               ADD WS-DP-BUDGET(WS-DEPT-IDX) TO WS-GRAND-BUDGET
               MOVE WS-DP-BUDGET(WS-DEPT-IDX) TO WS-BUDGET-DISPLAY
               MOVE WS-BUDGET-DISPLAY TO REPORT-LINE(WS-LINE-PTR:17)
               ADD 18 TO WS-LINE-PTR
               COMPUTE WS-VARIANCE =
                   WS-DP-BUDGET(WS-DEPT-IDX) -
                   WS-DP-ANNUAL(WS-DEPT-IDX)
               MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY
               MOVE WS-VARIANCE-DISPLAY
                   TO REPORT-LINE(WS-LINE-PTR:18)
               IF WS-VARIANCE < ZERO
                   MOVE " ** OVER BUDGET **"
                       TO REPORT-LINE(WS-LINE-PTR + 18:18)
               END-IF
           ELSE
               MOVE "      (no budget)" TO REPORT-LINE(WS-LINE-PTR:17)
           END-IF
           IF WS-DP-FROZEN(WS-DEPT-IDX) = "Y"
               MOVE " FROZEN" TO REPORT-LINE(WS-LINE-PTR + 36:7)
           END-IF
           WRITE REPORT-LINE.

       WRITE-FORECAST-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-ANNUAL TO WS-ANNUAL-DISPLAY
           MOVE WS-GRAND-BUDGET TO WS-BUDGET-DISPLAY
           MOVE WS-SEATS-COSTED TO WS-COSTED-DISPLAY
           MOVE WS-SEATS-UNCOSTED TO WS-UNCOSTED-DISPLAY
           MOVE WS-SEATS-FROZEN TO WS-FROZEN-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "Total projected: " WS-ANNUAL-DISPLAY DELIMITED BY SIZE
               "   Total budget: " WS-BUDGET-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Employees: " WS-EMP-COUNT DELIMITED BY SIZE
               "  Contracts ending: " WS-CONTRACT-DROPS
                   DELIMITED BY SIZE
               "  FTE costed: " WS-COSTED-DISPLAY DELIMITED BY SIZE
               "  FTE with no grade: " WS-UNCOSTED-DISPLAY
                   DELIMITED BY SIZE
               "  FTE frozen: " WS-FROZEN-DISPLAY DELIMITED BY SIZE
               "  Pending raises: " WS-PENDING-USED
                   DELIMITED BY SIZE
               "  Queued approvals: " WS-QUEUE-USED
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-TABLE-FULL = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING
                   "Warning: an input table was full; this forecast "
                       DELIMITED BY SIZE
                   "is incomplete." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       SAVE-SCENARIO-RUN.
           OPEN OUTPUT RUNS-NEW-FILE
           IF RUNS-NEW-STATUS NOT = "00"
               DISPLAY "Error writing forecast-runs.tmp; scenario "
                       "not saved for comparison."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RUNS-FILE
           IF RUNS-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ RUNS-FILE INTO RUNS-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF FR-SCENARIO NOT = WS-SCENARIO
                               MOVE RUNS-RECORD TO RUNS-NEW-RECORD
                               WRITE RUNS-NEW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNS-FILE
           END-IF
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-USED
               MOVE SPACES TO RUNS-RECORD
               MOVE WS-SCENARIO TO FR-SCENARIO
               MOVE WS-TODAY TO FR-RUN-DATE
               MOVE WS-DP-CODE(WS-DEPT-IDX) TO FR-DEPT
               MOVE WS-DP-ANNUAL(WS-DEPT-IDX) TO FR-ANNUAL
               MOVE WS-DP-BUDGET(WS-DEPT-IDX) TO FR-BUDGET
               MOVE WS-RAISE-PCT TO FR-RAISE-PCT
               MOVE WS-DP-FROZEN(WS-DEPT-IDX) TO FR-FROZEN
               MOVE RUNS-RECORD TO RUNS-NEW-RECORD
               WRITE RUNS-NEW-RECORD
           END-PERFORM
           CLOSE RUNS-NEW-FILE
           CALL "CBL_DELETE_FILE" USING WS-RUNS-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING WS-RUNS-TMP-NAME
               WS-RUNS-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS NOT = 0
               DISPLAY "Error saving forecast-runs.dat."
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-RUNS-TMP-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF.

       COMPARE-SCENARIOS.
           DISPLAY "Enter first Scenario ID: "
           MOVE SPACES TO WS-SCENARIO-A
           ACCEPT WS-SCENARIO-A
           MOVE FUNCTION UPPER-CASE(WS-SCENARIO-A) TO WS-SCENARIO-A
           DISPLAY "Enter second Scenario ID: "
           MOVE SPACES TO WS-SCENARIO-B
           ACCEPT WS-SCENARIO-B
           MOVE FUNCTION UPPER-CASE(WS-SCENARIO-B) TO WS-SCENARIO-B
           IF WS-SCENARIO-A = SPACES OR WS-SCENARIO-B = SPACES
               DISPLAY "Both scenario IDs are required."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CMP-USED
           MOVE ZERO TO WS-CMP-A-DATE
           MOVE ZERO TO WS-CMP-B-DATE
           OPEN INPUT RUNS-FILE
           IF RUNS-STATUS NOT = "00"
               DISPLAY "No forecast scenarios have been run yet."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RUNS-FILE INTO RUNS-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF FR-SCENARIO = WS-SCENARIO-A OR
                          FR-SCENARIO = WS-SCENARIO-B
                           PERFORM ADD-COMPARE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNS-FILE
           IF WS-CMP-A-DATE = ZERO OR WS-CMP-B-DATE = ZERO
               DISPLAY "One or both scenarios are not on file."
               EXIT PARAGRAPH
           END-IF

           MOVE "forecast-compare.txt" TO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating forecast-compare.txt."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               "Employee Management System - Forecast Scenario "
                   DELIMITED BY SIZE
               "Comparison   Run Date: " WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "A = " WS-SCENARIO-A DELIMITED BY SIZE
               " (run " WS-CMP-A-DATE DELIMITED BY SIZE
               ")   B = " WS-SCENARIO-B DELIMITED BY SIZE
               " (run " WS-CMP-B-DATE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Department      |        Scenario A |"
                   DELIMITED BY SIZE
               "        Scenario B |            B - A |"
                   DELIMITED BY SIZE
               "            Budget" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY "Department      |        Scenario A |"
                   "        Scenario B |            B - A"
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-USED
               MOVE WS-CP-A(WS-CMP-IDX) TO WS-CMP-A-DISPLAY
               MOVE WS-CP-B(WS-CMP-IDX) TO WS-CMP-B-DISPLAY
               COMPUTE WS-CMP-DIFF =
                   WS-CP-B(WS-CMP-IDX) - WS-CP-A(WS-CMP-IDX)
               MOVE WS-CMP-DIFF TO WS-CMP-DIFF-DISPLAY
               MOVE WS-CP-BUDGET(WS-CMP-IDX) TO WS-BUDGET-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING
                   WS-CP-DEPT(WS-CMP-IDX) DELIMITED BY SIZE
                   " | " WS-CMP-A-DISPLAY DELIMITED BY SIZE
                   " | " WS-CMP-B-DISPLAY DELIMITED BY SIZE
                   " | " WS-CMP-DIFF-DISPLAY DELIMITED BY SIZE
                   " | " WS-BUDGET-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY WS-CP-DEPT(WS-CMP-IDX) " | "
                       WS-CMP-A-DISPLAY " | " WS-CMP-B-DISPLAY
                       " | " WS-CMP-DIFF-DISPLAY
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY "Comparison written to forecast-compare.txt".

       ADD-COMPARE-ROW.
           IF FR-SCENARIO = WS-SCENARIO-A
               MOVE FR-RUN-DATE TO WS-CMP-A-DATE
           END-IF
           IF FR-SCENARIO = WS-SCENARIO-B
               MOVE FR-RUN-DATE TO WS-CMP-B-DATE
           END-IF
           MOVE "N" TO WS-CMP-FOUND
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-USED OR
                         WS-CMP-FOUND = "Y"
               IF WS-CP-DEPT(WS-CMP-IDX) = FR-DEPT
                   MOVE "Y" TO WS-CMP-FOUND
               END-IF
           END-PERFORM
           IF WS-CMP-FOUND = "Y"
               SUBTRACT 1 FROM WS-CMP-IDX
           ELSE
               IF WS-CMP-USED >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CMP-USED
               MOVE WS-CMP-USED TO WS-CMP-IDX
               MOVE FR-DEPT TO WS-CP-DEPT(WS-CMP-IDX)
               MOVE ZERO TO WS-CP-A(WS-CMP-IDX)
               MOVE ZERO TO WS-CP-B(WS-CMP-IDX)
               MOVE ZERO TO WS-CP-BUDGET(WS-CMP-IDX)
           END-IF
           IF FR-SCENARIO = WS-SCENARIO-A
               MOVE FR-ANNUAL TO WS-CP-A(WS-CMP-IDX)
           END-IF
           IF FR-SCENARIO = WS-SCENARIO-B
               MOVE FR-ANNUAL TO WS-CP-B(WS-CMP-IDX)
           END-IF
           MOVE FR-BUDGET TO WS-CP-BUDGET(WS-CMP-IDX).

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
