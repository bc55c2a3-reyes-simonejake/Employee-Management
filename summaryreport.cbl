           SELECT DEPT-MASTER-FILE ASSIGN TO "departments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-MASTER-STATUS.
           SELECT DEPT-SORT-FILE ASSIGN TO "deptsort.tmp".
           SELECT DEPT-WORK-FILE ASSIGN TO "departments.srt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-WORK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "summsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       01 DEPT-MASTER-RECORD.
           COPY "DEPTREC.CPY".

       SD DEPT-SORT-FILE.
       01 DEPT-SORT-RECORD.
           05 DS-CODE               PIC X(15).
           05 DS-NAME               PIC X(30).
           05 FILLER                PIC X(5).

       FD DEPT-WORK-FILE.
       01 DEPT-WORK-RECORD.
           05 DW-CODE               PIC X(15).
           05 DW-NAME               PIC X(30).
           05 FILLER                PIC X(5).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-DEPARTMENT         PIC X(15).
           05 SR-AGE                PIC 9(2).
           05 SR-FTE                PIC 9V9999.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 WS-TERMINATED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-AGE-SUM       PIC 9(7) VALUE ZERO.
       01 WS-AVG-AGE             PIC ZZ9.9.
       01 WS-DEPT-NAME           PIC X(15).
       01 WS-DEPT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-DEPT-AGE-SUM        PIC 9(7) VALUE ZERO.
       01 END-OF-SORT            PIC X VALUE "N".
       01 WS-EMP-AGE             PIC 9(2).
       01 WS-COMPANY-FILTER      PIC X(4) VALUE SPACES.
       01 WS-TOTAL-FTE           PIC 9(7)V99 VALUE ZERO.
       01 WS-DEPT-FTE            PIC 9(7)V99 VALUE ZERO.
       01 WS-FTE-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       01 WS-FTE-PCT             PIC 9(3)V99.
       01 WS-WORK-DAYS           PIC X(7).
       01 WS-DAYS-PER-WEEK       PIC 9V99.
       01 WS-PATTERN-RESULT      PIC X(4).
       01 WS-PATTERN-TO          PIC 9(8).

       01 DEPT-MASTER-STATUS    PIC XX.
       01 DEPT-WORK-STATUS      PIC XX.
       01 WS-MASTER-EOF         PIC X VALUE "Y".
       01 WS-MASTER-SORTED      PIC X VALUE "N".
       01 WS-MASTER-OPEN        PIC X VALUE "N".
       01 WS-OFFICIAL-NAME      PIC X(30).

       01 WS-BRACKET-TABLE.
           05 WS-BRACKET-ENTRY OCCURS 6 TIMES INDEXED BY BR-IDX.
           MOVE ZERO TO WS-ACTIVE-COUNT
           MOVE ZERO TO WS-TERMINATED-COUNT
           MOVE ZERO TO WS-TOTAL-AGE-SUM
           MOVE ZERO TO WS-TOTAL-FTE
           PERFORM INIT-BRACKETS
           PERFORM SORT-DEPT-MASTER
           MOVE SPACES TO WS-COMPANY-FILTER
           IF LS-MODE IS OMITTED
               DISPLAY "Enter Company Code (blank = all companies): "
               ACCEPT WS-COMPANY-FILTER
               MOVE FUNCTION UPPER-CASE(WS-COMPANY-FILTER)
                   TO WS-COMPANY-FILTER
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPARTMENT
               INPUT PROCEDURE COUNT-ALL-EMPLOYEES
               OUTPUT PROCEDURE PRINT-REPORT
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       COUNT-ALL-EMPLOYEES.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD INTO EMPLOYEE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-COMPANY-FILTER = SPACES OR
                          COMPANY-CODE = WS-COMPANY-FILTER
                           PERFORM COUNT-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       COUNT-ONE-EMPLOYEE.
           IF EMPLOYEE-STATUS = "T"
               ADD 1 TO WS-TERMINATED-COUNT
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
               CALL "CalcAge" USING DATE-OF-BIRTH
                   WS-TODAY WS-EMP-AGE
               ADD WS-EMP-AGE TO WS-TOTAL-AGE-SUM
               PERFORM ADD-TO-DEPARTMENT
               PERFORM ADD-TO-BRACKET
           END-IF.

       INIT-BRACKETS.
           MOVE   18 TO WS-BRACKET-LOW(1)
           END-PERFORM.

       ADD-TO-DEPARTMENT.
           MOVE DEPARTMENT TO SR-DEPARTMENT
           MOVE WS-EMP-AGE TO SR-AGE
           MOVE WS-TODAY TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " EMPLOYEE-ID WS-TODAY
               WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           COMPUTE SR-FTE = WS-FTE-PCT / 100
           ADD SR-FTE TO WS-TOTAL-FTE
           RELEASE SORT-RECORD.

       SORT-DEPT-MASTER.
           MOVE "N" TO WS-MASTER-SORTED
           OPEN INPUT DEPT-MASTER-FILE
           IF DEPT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE DEPT-MASTER-FILE
           SORT DEPT-SORT-FILE
               ON ASCENDING KEY DS-CODE
               USING DEPT-MASTER-FILE
               GIVING DEPT-WORK-FILE
           MOVE "Y" TO WS-MASTER-SORTED.

       READ-DEPT-WORK.
           READ DEPT-WORK-FILE INTO DEPT-WORK-RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
           END-READ.

       LOOKUP-OFFICIAL-NAME.
           MOVE WS-DEPT-NAME TO WS-OFFICIAL-NAME
           PERFORM UNTIL WS-MASTER-EOF = "Y" OR
                   DW-CODE >= WS-DEPT-NAME
               PERFORM READ-DEPT-WORK
           END-PERFORM
           IF WS-MASTER-EOF = "N" AND DW-CODE = WS-DEPT-NAME
               MOVE DW-NAME TO WS-OFFICIAL-NAME
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO END-OF-SORT
           END-RETURN.

       ADD-TO-BRACKET.
           PERFORM VARYING BR-IDX FROM 1 BY 1 UNTIL BR-IDX > 6
           DISPLAY "============================================="
           DISPLAY "       Employee Headcount Summary Report"
           DISPLAY "       Report Date: " WS-TODAY
           IF WS-COMPANY-FILTER = SPACES
               DISPLAY "       Company: ALL"
           ELSE
               DISPLAY "       Company: " WS-COMPANY-FILTER
           END-IF
           DISPLAY "============================================="
           DISPLAY "Active Employees:     " WS-ACTIVE-COUNT
           DISPLAY "Terminated Employees: " WS-TERMINATED-COUNT
                   WS-TOTAL-AGE-SUM / WS-ACTIVE-COUNT
               DISPLAY "Overall Average Age: " WS-AVG-AGE
           END-IF
           MOVE WS-TOTAL-FTE TO WS-FTE-DISPLAY
           DISPLAY "Active FTE:           "
                   FUNCTION TRIM(WS-FTE-DISPLAY)
           DISPLAY "-------------------------------------------"
           DISPLAY "By Department:"
           DISPLAY "-------------------------------------------"
           MOVE "Y" TO WS-MASTER-EOF
           MOVE "N" TO WS-MASTER-OPEN
           IF WS-MASTER-SORTED = "Y"
               OPEN INPUT DEPT-WORK-FILE
               IF DEPT-WORK-STATUS = "00"
                   MOVE "Y" TO WS-MASTER-OPEN
                   MOVE "N" TO WS-MASTER-EOF
                   PERFORM READ-DEPT-WORK
               END-IF
           END-IF
           MOVE "N" TO END-OF-SORT
           PERFORM RETURN-SORT-RECORD
           PERFORM UNTIL END-OF-SORT = "Y"
               MOVE SR-DEPARTMENT TO WS-DEPT-NAME
               MOVE ZERO TO WS-DEPT-COUNT
               MOVE ZERO TO WS-DEPT-AGE-SUM
               MOVE ZERO TO WS-DEPT-FTE
               PERFORM UNTIL END-OF-SORT = "Y" OR
                       SR-DEPARTMENT NOT = WS-DEPT-NAME
                   ADD 1 TO WS-DEPT-COUNT
                   ADD SR-AGE TO WS-DEPT-AGE-SUM
                   ADD SR-FTE TO WS-DEPT-FTE
                   PERFORM RETURN-SORT-RECORD
               END-PERFORM
               COMPUTE WS-AVG-AGE =
                   WS-DEPT-AGE-SUM / WS-DEPT-COUNT
               PERFORM LOOKUP-OFFICIAL-NAME
               MOVE WS-DEPT-FTE TO WS-FTE-DISPLAY
               DISPLAY WS-OFFICIAL-NAME ": "
                       WS-DEPT-COUNT " employee(s), "
                       FUNCTION TRIM(WS-FTE-DISPLAY) " FTE, "
                       "avg age " WS-AVG-AGE
           END-PERFORM
           IF WS-MASTER-OPEN = "Y"
               CLOSE DEPT-WORK-FILE
           END-IF.
           DISPLAY "-------------------------------------------"
           DISPLAY "By Age Bracket:"
           DISPLAY "-------------------------------------------"
