               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT GL-FILE ASSIGN TO WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT ALLOC-FILE ASSIGN TO "salary-alloc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOC-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.
           SELECT ALLOC-SORT-FILE ASSIGN TO "allocsort.tmp".
           SELECT ALLOC-WORK-FILE ASSIGN TO "salary-alloc.srt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOC-WORK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "glsort.tmp".

       DATA DIVISION.
       FILE SECTION.
           05 GH-REC-TYPE           PIC X(1).
           05 GH-POSTING-PERIOD     PIC 9(6).
           05 GH-RUN-DATE           PIC 9(8).
           05 GH-COMPANY-CODE       PIC X(4).
           05 GH-EMPLOYER-ID        PIC X(12).
           05 FILLER                PIC X(49).
       01 GL-DETAIL-RECORD REDEFINES GL-RECORD.
           05 GD-REC-TYPE           PIC X(1).
           05 GD-ACCOUNT            PIC X(10).
           05 AL-COST-CENTER        PIC X(15).
           05 AL-PERCENT            PIC 9(3)V99.

       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       SD ALLOC-SORT-FILE.
       01 ALLOC-SORT-RECORD.
           05 AS-EMPLOYEE-ID        PIC 9(5).
           05 AS-COST-CENTER        PIC X(15).
           05 AS-PERCENT            PIC 9(3)V99.

       FD ALLOC-WORK-FILE.
       01 ALLOC-WORK-RECORD.
           05 AW-EMPLOYEE-ID        PIC 9(5).
           05 AW-COST-CENTER        PIC X(15).
           05 AW-PERCENT            PIC 9(3)V99.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SG-COST-CENTER        PIC X(15).
           05 SG-AMOUNT             PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 GL-STATUS             PIC XX.
       01 ALLOC-STATUS          PIC XX.
       01 ALLOC-WORK-STATUS     PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 END-OF-SORT           PIC X VALUE "N".
       01 END-OF-ALLOC          PIC X VALUE "Y".
       01 WS-ALLOC-SORTED       PIC X VALUE "N".
       01 WS-ALLOC-OPEN         PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-POSTING-PERIOD     PIC 9(6).
       01 WS-DEPT-USED          PIC 9(5) VALUE ZERO.
       01 WS-POST-TOTAL         PIC 9(11)V99.
       01 WS-DETAIL-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE ZERO.
       01 WS-SPLIT-AMOUNT       PIC 9(9)V99.
       01 WS-BAD-ALLOC-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-SPLIT-EMP-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-ALLOC-OVER-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CO-OVER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-POST-CC            PIC X(15).
       01 WS-POST-AMOUNT        PIC 9(9)V99.
       01 WS-EMP-COST           PIC 9(7)V99.
       01 WS-PERIOD-FROM        PIC 9(8).
       01 WS-PERIOD-TO          PIC 9(8).
       01 WS-FTE-PCT            PIC 9(3)V99.
       01 WS-WORK-DAYS          PIC X(7).
       01 WS-DAYS-PER-WEEK      PIC 9V99.
       01 WS-PATTERN-RESULT     PIC X(4).
       01 WS-GL-NAME            PIC X(40) VALUE "gl-posting.dat".
       01 COMPANY-STATUS        PIC XX.
       01 WS-COMPANY-FILTER     PIC X(4) VALUE SPACES.
       01 WS-EMPLOYER-ID        PIC X(12) VALUE SPACES.
       01 WS-PASS-FAILED        PIC X.
       01 WS-PASS-OVER          PIC X.
       01 WS-NO-COMPANY-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CO-USED            PIC 9(3) VALUE ZERO.
       01 WS-CO-IDX             PIC 9(3).

       01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-CO-CODE       PIC X(4).
               10 WS-CO-EMPLOYER   PIC X(12).

       01 WS-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 50 TIMES.
               10 WS-AL-ID         PIC 9(5).
               10 WS-AL-CC         PIC X(15).
               10 WS-AL-PCT        PIC 9(3)V99.
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-NO-COMPANY-COUNT
           PERFORM SORT-ALLOC-FILE

           IF LS-MODE IS OMITTED
               DISPLAY "Enter Posting Period (YYYYMM, blank for "
           ELSE
               MOVE WS-TODAY(1:6) TO WS-POSTING-PERIOD
           END-IF.
           PERFORM SET-PERIOD-DATES

           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE SPACES TO WS-EMPLOYER-ID
           MOVE "gl-posting.dat" TO WS-GL-NAME
           PERFORM RUN-GL-PASS
           IF WS-PASS-FAILED = "Y"
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           IF WS-DEPT-USED = ZERO
               DISPLAY "No active employees; no posting file "
                       "produced."
               PERFORM CHECK-CAPACITY
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY "GL posting feed written to gl-posting.dat"
           DISPLAY "Posting period: " WS-POSTING-PERIOD
           DISPLAY "Detail lines:   " WS-DETAIL-COUNT
           DISPLAY "Debits = Credits = " WS-TOTAL-DEBITS
           IF WS-SPLIT-EMP-COUNT > 0
               DISPLAY WS-SPLIT-EMP-COUNT " employee(s) split "
                       "across multiple cost centers."
           END-IF
           IF WS-BAD-ALLOC-COUNT > 0
               DISPLAY WS-BAD-ALLOC-COUNT " employee(s) with "
                       "allocations not totalling 100%; their "
                       "full salary was charged to the home "
                       "department."
           END-IF
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY WS-NO-COMPANY-COUNT " active employee(s) "
                       "have no company code and are on no "
                       "company posting file."
           END-IF
           PERFORM WRITE-COMPANY-POSTINGS
           PERFORM CHECK-CAPACITY
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       SET-PERIOD-DATES.
           COMPUTE WS-PERIOD-FROM = WS-POSTING-PERIOD * 100 + 1
           IF FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) = ZERO
               MOVE WS-TODAY(1:6) TO WS-POSTING-PERIOD
               COMPUTE WS-PERIOD-FROM = WS-POSTING-PERIOD * 100 + 1
           END-IF
           COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 31)
           MOVE 01 TO WS-PERIOD-TO(7:2)
           COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO) - 1).

       CHECK-CAPACITY.
           IF WS-ALLOC-OVER-COUNT > 0
               DISPLAY WS-ALLOC-OVER-COUNT " employee(s) have more "
                       "than 50 allocation lines in salary-alloc.dat;"
                       " their full salary was charged to the home "
                       "department."
           END-IF
           IF WS-CO-OVER-COUNT > 0
               DISPLAY WS-CO-OVER-COUNT " active company record(s) "
                       "beyond the first 100 in companies.dat have no "
                       "company posting file."
           END-IF
           IF WS-ALLOC-OVER-COUNT > 0 OR WS-CO-OVER-COUNT > 0
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       RUN-GL-PASS.
           MOVE "N" TO WS-PASS-FAILED
           MOVE ZERO TO WS-DEPT-USED
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-TOTAL-DEBITS
           MOVE ZERO TO WS-TOTAL-CREDITS
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE ZERO TO WS-BAD-ALLOC-COUNT
           MOVE ZERO TO WS-SPLIT-EMP-COUNT
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-PASS-FAILED
               EXIT PARAGRAPH
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SG-COST-CENTER
               INPUT PROCEDURE ALLOCATE-ALL-EMPLOYEES
               OUTPUT PROCEDURE WRITE-GL-FILE.

       ALLOCATE-ALL-EMPLOYEES.
           MOVE "Y" TO END-OF-ALLOC
           MOVE "N" TO WS-ALLOC-OPEN
           IF WS-ALLOC-SORTED = "Y"
               OPEN INPUT ALLOC-WORK-FILE
               IF ALLOC-WORK-STATUS = "00"
                   MOVE "Y" TO WS-ALLOC-OPEN
                   MOVE "N" TO END-OF-ALLOC
                   PERFORM READ-ALLOC-WORK
               END-IF
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD INTO EMPLOYEE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          (WS-COMPANY-FILTER = SPACES OR
                           COMPANY-CODE = WS-COMPANY-FILTER)
                           IF WS-COMPANY-FILTER = SPACES AND
                              COMPANY-CODE = SPACES
                               ADD 1 TO WS-NO-COMPANY-COUNT
                           END-IF
                           PERFORM ALLOCATE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           IF WS-ALLOC-OPEN = "Y"
               CLOSE ALLOC-WORK-FILE
           END-IF.

       WRITE-GL-FILE.
           MOVE "N" TO END-OF-SORT
           PERFORM RETURN-SORT-RECORD
           IF END-OF-SORT = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT GL-FILE
           IF GL-STATUS NOT = "00"
               DISPLAY "Error creating " WS-GL-NAME
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-PASS-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-GL-HEADER
           PERFORM UNTIL END-OF-SORT = "Y"
               MOVE SG-COST-CENTER TO WS-POST-CC
               MOVE ZERO TO WS-POST-TOTAL
               PERFORM UNTIL END-OF-SORT = "Y" OR
                       SG-COST-CENTER NOT = WS-POST-CC
                   ADD SG-AMOUNT TO WS-POST-TOTAL
                   PERFORM RETURN-SORT-RECORD
               END-PERFORM
               ADD 1 TO WS-DEPT-USED
               PERFORM WRITE-DEBIT-LINE
           END-PERFORM
           PERFORM WRITE-CREDIT-LINE
           PERFORM WRITE-GL-TRAILER
           CLOSE GL-FILE.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO END-OF-SORT
           END-RETURN.

       LOAD-COMPANY-TABLE.
           MOVE ZERO TO WS-CO-USED
           OPEN INPUT COMPANY-FILE
           IF COMPANY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           MOVE ZERO TO WS-CO-OVER-COUNT
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COMPANY-FILE INTO COMPANY-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CO-ACTIVE = "A" AND WS-CO-USED >= 100
                           ADD 1 TO WS-CO-OVER-COUNT
                       END-IF
                       IF CO-ACTIVE = "A" AND WS-CO-USED < 100
                           ADD 1 TO WS-CO-USED
                           MOVE CO-CODE TO WS-CO-CODE(WS-CO-USED)
                           MOVE CO-EMPLOYER-ID
                               TO WS-CO-EMPLOYER(WS-CO-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE
           MOVE "N" TO END-OF-FILE.

       WRITE-COMPANY-POSTINGS.
           PERFORM LOAD-COMPANY-TABLE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               MOVE WS-CO-CODE(WS-CO-IDX) TO WS-COMPANY-FILTER
               MOVE WS-CO-EMPLOYER(WS-CO-IDX) TO WS-EMPLOYER-ID
               MOVE SPACES TO WS-GL-NAME
               STRING
                   "gl-posting-" DELIMITED BY SIZE
                   WS-COMPANY-FILTER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-GL-NAME
               END-STRING
               PERFORM RUN-GL-PASS
               IF WS-PASS-FAILED = "N"
                   IF WS-DEPT-USED = ZERO
                       DISPLAY "Company " WS-COMPANY-FILTER
                               ": no active employees, no file."
                   ELSE
                       DISPLAY "Company " WS-COMPANY-FILTER ": "
                               WS-DETAIL-COUNT " line(s), debits "
                               WS-TOTAL-DEBITS " to " WS-GL-NAME
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "gl-posting.dat" TO WS-GL-NAME.

       SORT-ALLOC-FILE.
           MOVE "N" TO WS-ALLOC-SORTED
           OPEN INPUT ALLOC-FILE
           IF ALLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           CLOSE ALLOC-FILE
           SORT ALLOC-SORT-FILE
               ON ASCENDING KEY AS-EMPLOYEE-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE SELECT-ALLOC-LINES
               GIVING ALLOC-WORK-FILE
           MOVE "Y" TO WS-ALLOC-SORTED.

       SELECT-ALLOC-LINES.
           OPEN INPUT ALLOC-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ALLOC-FILE INTO ALLOC-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                       IF AL-EMPLOYEE-ID IS NUMERIC AND
                          AL-PERCENT IS NUMERIC AND
                          AL-COST-CENTER NOT = SPACES
                           MOVE ALLOC-RECORD TO ALLOC-SORT-RECORD
                           RELEASE ALLOC-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALLOC-FILE
           MOVE "N" TO END-OF-FILE.

       READ-ALLOC-WORK.
           READ ALLOC-WORK-FILE INTO ALLOC-WORK-RECORD
               AT END
                   MOVE "Y" TO END-OF-ALLOC
           END-READ.

       COLLECT-EMPLOYEE-ALLOCS.
           MOVE ZERO TO WS-ALLOC-USED
           MOVE "N" TO WS-PASS-OVER
           PERFORM UNTIL END-OF-ALLOC = "Y" OR
                   AW-EMPLOYEE-ID >= EMPLOYEE-ID
               PERFORM READ-ALLOC-WORK
           END-PERFORM
           PERFORM UNTIL END-OF-ALLOC = "Y" OR
                   AW-EMPLOYEE-ID NOT = EMPLOYEE-ID
               IF WS-ALLOC-USED < 50
                   ADD 1 TO WS-ALLOC-USED
                   MOVE AW-EMPLOYEE-ID TO WS-AL-ID(WS-ALLOC-USED)
                   MOVE AW-COST-CENTER TO WS-AL-CC(WS-ALLOC-USED)
                   MOVE AW-PERCENT TO WS-AL-PCT(WS-ALLOC-USED)
               ELSE
                   MOVE "Y" TO WS-PASS-OVER
               END-IF
               PERFORM READ-ALLOC-WORK
           END-PERFORM.

       ALLOCATE-EMPLOYEE.
           CALL "WorkPattern" USING "RANGE " EMPLOYEE-ID
               WS-PERIOD-FROM WS-PERIOD-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           COMPUTE WS-EMP-COST ROUNDED = SALARY * WS-FTE-PCT / 100
           PERFORM COLLECT-EMPLOYEE-ALLOCS
           IF WS-PASS-OVER = "Y"
               IF WS-COMPANY-FILTER = SPACES
                   ADD 1 TO WS-ALLOC-OVER-COUNT
               END-IF
               MOVE DEPARTMENT TO WS-POST-CC
               MOVE WS-EMP-COST TO WS-POST-AMOUNT
               PERFORM ADD-TO-COST-CENTER
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-PCT-TOTAL
           MOVE ZERO TO WS-LAST-ALLOC-IDX
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1

           IF WS-LAST-ALLOC-IDX = ZERO
               MOVE DEPARTMENT TO WS-POST-CC
               MOVE WS-EMP-COST TO WS-POST-AMOUNT
               PERFORM ADD-TO-COST-CENTER
               EXIT PARAGRAPH
           END-IF
           IF WS-PCT-TOTAL NOT = 100.00
               ADD 1 TO WS-BAD-ALLOC-COUNT
               MOVE DEPARTMENT TO WS-POST-CC
               MOVE WS-EMP-COST TO WS-POST-AMOUNT
               PERFORM ADD-TO-COST-CENTER
               EXIT PARAGRAPH
           END-IF
               IF WS-AL-ID(WS-ALLOC-IDX) = EMPLOYEE-ID
                   IF WS-ALLOC-IDX = WS-LAST-ALLOC-IDX
                       COMPUTE WS-SPLIT-AMOUNT =
                           WS-EMP-COST - WS-ALLOCATED
                   ELSE
                       COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                           WS-EMP-COST *
                           WS-AL-PCT(WS-ALLOC-IDX) / 100
                       ADD WS-SPLIT-AMOUNT TO WS-ALLOCATED
                   END-IF
           END-PERFORM.

       ADD-TO-COST-CENTER.
           MOVE WS-POST-CC TO SG-COST-CENTER
           MOVE WS-POST-AMOUNT TO SG-AMOUNT
           RELEASE SORT-RECORD.

       WRITE-GL-HEADER.
           MOVE SPACES TO GL-RECORD
           MOVE "H" TO GH-REC-TYPE
           MOVE WS-POSTING-PERIOD TO GH-POSTING-PERIOD
           MOVE WS-TODAY TO GH-RUN-DATE
           MOVE WS-COMPANY-FILTER TO GH-COMPANY-CODE
           MOVE WS-EMPLOYER-ID TO GH-EMPLOYER-ID
           WRITE GL-RECORD.

       WRITE-DEBIT-LINE.
           MOVE "D" TO GD-REC-TYPE
           MOVE "SALEXP" TO GD-ACCOUNT
           MOVE "DR" TO GD-DR-CR
           MOVE WS-POST-CC TO GD-COST-CENTER
           MOVE WS-POST-TOTAL TO GD-AMOUNT
           WRITE GL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-POST-TOTAL TO WS-TOTAL-DEBITS
           ADD WS-POST-TOTAL TO WS-HASH-TOTAL.

       WRITE-CREDIT-LINE.
           MOVE SPACES TO GL-RECORD
