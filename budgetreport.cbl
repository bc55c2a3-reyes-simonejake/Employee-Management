           SELECT BUDGET-FILE ASSIGN TO "dept-budgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       01 WS-DEPT-FOUND         PIC X.
       01 WS-OVER-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-AVG-SALARY         PIC 9(9)V99.
       01 WS-SALARY-COST        PIC 9(7)V99.
       01 WS-FTE-PCT            PIC 9(3)V99.
       01 WS-WORK-DAYS          PIC X(7).
       01 WS-DAYS-PER-WEEK      PIC 9V99.
       01 WS-PATTERN-RESULT     PIC X(4).
       01 WS-PATTERN-TO         PIC 9(8).
       01 WS-VARIANCE           PIC S9(11)V99.
       01 WS-MIN-DISPLAY        PIC Z,ZZZ,ZZ9.99.
       01 WS-MAX-DISPLAY        PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BUDGET-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-VARIANCE-DISPLAY   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COMPANY-FILTER     PIC X(4) VALUE SPACES.
       01 WS-COMPANY-LABEL      PIC X(4).
       01 WS-BGT-COMPANY        PIC X(4).
       01 WS-BGT-DEPT-RESULT    PIC X(4).
       01 WS-REPORT-NAME        PIC X(60)
           VALUE "dept-budget-report.txt".
       01 WS-DEPT-FILTER        PIC X(15) VALUE SPACES.
       01 WS-SALARY-ACCESS      PIC X(4).
       01 WS-MASKED-AMOUNT      PIC X(18) VALUE "          ********".
       01 WS-GRAND-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-GRAND-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 WS-PAGE-NUM           PIC 9(3) VALUE 1.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
               10 WS-DEPT-BUDGET   PIC 9(11)V99.
               10 WS-DEPT-HAS-BGT  PIC X(1).

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).
       01 LS-DEPT-FILTER        PIC X(15).
       01 LS-REPORT-NAME        PIC X(60).
       01 LS-SALARY-ACCESS      PIC X(4).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE
                                OPTIONAL LS-DEPT-FILTER
                                OPTIONAL LS-REPORT-NAME
                                OPTIONAL LS-SALARY-ACCESS.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-DEPT-USED
           MOVE ZERO TO WS-OVER-COUNT
           MOVE ZERO TO WS-GRAND-COUNT
           MOVE ZERO TO WS-GRAND-TOTAL
           MOVE 1 TO WS-PAGE-NUM
           MOVE "OK  " TO WS-SALARY-ACCESS
           IF LS-SALARY-ACCESS IS NOT OMITTED
               MOVE LS-SALARY-ACCESS TO WS-SALARY-ACCESS
           END-IF
           MOVE SPACES TO WS-DEPT-FILTER
           IF LS-DEPT-FILTER IS NOT OMITTED
               MOVE LS-DEPT-FILTER TO WS-DEPT-FILTER
           END-IF
           MOVE "dept-budget-report.txt" TO WS-REPORT-NAME
           IF LS-REPORT-NAME IS NOT OMITTED
               MOVE LS-REPORT-NAME TO WS-REPORT-NAME
           END-IF
           MOVE SPACES TO WS-COMPANY-FILTER
           IF LS-MODE IS OMITTED
               DISPLAY "Enter Company Code (blank = all companies): "
               ACCEPT WS-COMPANY-FILTER
               MOVE FUNCTION UPPER-CASE(WS-COMPANY-FILTER)
                   TO WS-COMPANY-FILTER
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF.
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          (WS-COMPANY-FILTER = SPACES OR
                           COMPANY-CODE = WS-COMPANY-FILTER) AND
                          (WS-DEPT-FILTER = SPACES OR
                           DEPARTMENT = WS-DEPT-FILTER)
                           PERFORM ADD-TO-DEPARTMENT
                       END-IF
               END-READ

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-REPORT-NAME
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "Budget vs actual report written to "
                   FUNCTION TRIM(WS-REPORT-NAME)
           DISPLAY WS-DEPT-USED " department(s) reported, "
                   WS-OVER-COUNT " over budget."
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       ADD-TO-DEPARTMENT.
           MOVE WS-TODAY TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " EMPLOYEE-ID WS-TODAY
               WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           COMPUTE WS-SALARY-COST ROUNDED =
               SALARY * WS-FTE-PCT / 100
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-USED
               IF WS-DEPT-CODE(DEPT-IDX) = DEPARTMENT
                   MOVE "Y" TO WS-DEPT-FOUND
                   ADD 1 TO WS-DEPT-COUNT(DEPT-IDX)
                   ADD WS-SALARY-COST TO WS-DEPT-TOTAL(DEPT-IDX)
                   IF WS-SALARY-COST < WS-DEPT-MIN(DEPT-IDX)
                       MOVE WS-SALARY-COST TO WS-DEPT-MIN(DEPT-IDX)
                   END-IF
                   IF WS-SALARY-COST > WS-DEPT-MAX(DEPT-IDX)
                       MOVE WS-SALARY-COST TO WS-DEPT-MAX(DEPT-IDX)
                   END-IF
               END-IF
           END-PERFORM
               SET DEPT-IDX TO WS-DEPT-USED
               MOVE DEPARTMENT TO WS-DEPT-CODE(DEPT-IDX)
               MOVE 1 TO WS-DEPT-COUNT(DEPT-IDX)
               MOVE WS-SALARY-COST TO WS-DEPT-TOTAL(DEPT-IDX)
               MOVE WS-SALARY-COST TO WS-DEPT-MIN(DEPT-IDX)
               MOVE WS-SALARY-COST TO WS-DEPT-MAX(DEPT-IDX)
               MOVE ZERO TO WS-DEPT-BUDGET(DEPT-IDX)
               MOVE "N" TO WS-DEPT-HAS-BGT(DEPT-IDX)
           END-IF.
           CLOSE BUDGET-FILE.

       ATTACH-BUDGET.
           IF WS-DEPT-FILTER NOT = SPACES AND
              BGT-DEPT-CODE NOT = WS-DEPT-FILTER
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-USED
                   MOVE "Y" TO WS-DEPT-HAS-BGT(DEPT-IDX)
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = "N" AND WS-COMPANY-FILTER NOT = SPACES
               MOVE SPACES TO WS-BGT-COMPANY
               CALL "DeptCheck" USING BGT-DEPT-CODE
                   WS-BGT-DEPT-RESULT WS-BGT-COMPANY
               IF WS-BGT-COMPANY NOT = WS-COMPANY-FILTER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DEPT-FOUND = "N" AND WS-DEPT-USED < 100
               ADD 1 TO WS-DEPT-USED
               SET DEPT-IDX TO WS-DEPT-USED
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-COMPANY-FILTER TO WS-COMPANY-LABEL
           IF WS-COMPANY-FILTER = SPACES
               MOVE "ALL" TO WS-COMPANY-LABEL
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               "Report Date: " WS-TODAY DELIMITED BY SIZE
               "   Company: " WS-COMPANY-LABEL DELIMITED BY SIZE
               "   Page: " WS-PAGE-NUM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-DEPT-FILTER NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING
                   "Department: " WS-DEPT-FILTER DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-USED
               PERFORM WRITE-DEPT-BLOCK
               ADD WS-DEPT-COUNT(DEPT-IDX) TO WS-GRAND-COUNT
               ADD WS-DEPT-TOTAL(DEPT-IDX) TO WS-GRAND-TOTAL
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           IF WS-SALARY-ACCESS = "OK  "
               MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISPLAY
               STRING
                   "Total: " WS-DEPT-USED " department(s)"
                       DELIMITED BY SIZE
                   "  Headcount: " WS-GRAND-COUNT DELIMITED BY SIZE
                   "  Actual: " WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "Total: " WS-DEPT-USED " department(s)"
                       DELIMITED BY SIZE
                   "  Headcount: " WS-GRAND-COUNT DELIMITED BY SIZE
                   "  Actual: " WS-MASKED-AMOUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       WRITE-DEPT-BLOCK.
           MOVE SPACES TO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-SALARY-ACCESS NOT = "OK  "
               MOVE SPACES TO REPORT-LINE
               MOVE "  Salary figures withheld for this recipient."
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-DEPT-COUNT(DEPT-IDX) > ZERO
               COMPUTE WS-AVG-SALARY ROUNDED =
                   WS-DEPT-TOTAL(DEPT-IDX) /
           WRITE REPORT-LINE.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
