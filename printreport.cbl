               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       01 WS-STATUS-DISPLAY     PIC X(10).
       01 WS-EMP-AGE            PIC 9(2).
       01 WS-FORM-FEED          PIC X(1) VALUE X"0C".
       01 WS-REPORT-NAME        PIC X(60) VALUE "EMPLOYEE-REPORT.TXT".
       01 WS-DEPT-FILTER        PIC X(15) VALUE SPACES.
       01 WS-ACTIVE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TERM-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-SALARY-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
           ELSE
               MOVE "OK  " TO WS-SALARY-ACCESS
           END-IF
           IF LS-SALARY-ACCESS IS NOT OMITTED
               MOVE LS-SALARY-ACCESS TO WS-SALARY-ACCESS
           END-IF
           MOVE SPACES TO WS-DEPT-FILTER
           IF LS-DEPT-FILTER IS NOT OMITTED
               MOVE LS-DEPT-FILTER TO WS-DEPT-FILTER
           END-IF
           MOVE "EMPLOYEE-REPORT.TXT" TO WS-REPORT-NAME
           IF LS-REPORT-NAME IS NOT OMITTED
               MOVE LS-REPORT-NAME TO WS-REPORT-NAME
           END-IF
           MOVE 1 TO WS-PAGE-NUM
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-ACTIVE-COUNT
           MOVE ZERO TO WS-TERM-COUNT
           MOVE ZERO TO WS-SALARY-TOTAL
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-REPORT-NAME
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-DEPT-FILTER = SPACES OR
                          DEPARTMENT = WS-DEPT-FILTER
                           PERFORM PRINT-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS
           CLOSE EMPLOYEE-FILE
           CLOSE REPORT-FILE

           DISPLAY WS-RECORD-COUNT " record(s) printed to"
           DISPLAY FUNCTION TRIM(WS-REPORT-NAME) " (" WS-PAGE-NUM
                   " page(s))."
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       PRINT-EMPLOYEE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE WS-FORM-FEED TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-PAGE-NUM
               PERFORM WRITE-PAGE-HEADER
           END-IF
           PERFORM WRITE-DETAIL-LINE
           ADD 1 TO WS-RECORD-COUNT
           IF EMPLOYEE-STATUS = "T"
               ADD 1 TO WS-TERM-COUNT
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
               ADD SALARY TO WS-SALARY-TOTAL
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING
               "Employees: " WS-RECORD-COUNT DELIMITED BY SIZE
               "   Active: " WS-ACTIVE-COUNT DELIMITED BY SIZE
               "   Terminated: " WS-TERM-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-SALARY-ACCESS = "OK  "
               MOVE WS-SALARY-TOTAL TO WS-TOTAL-DISPLAY
               STRING
                   "Active salary total: " WS-TOTAL-DISPLAY
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "Active salary total: ********" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       WRITE-PAGE-HEADER.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE "Employee Management System - Employee Report"
               TO REPORT-LINE
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
           STRING
               "Date: " WS-TODAY DELIMITED BY SIZE
               "   Page: " WS-PAGE-NUM DELIMITED BY SIZE
