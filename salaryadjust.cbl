           SELECT PROOF-FILE ASSIGN TO "salary-adjust-proof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-STATUS.
           SELECT APPRAISAL-FILE ASSIGN TO "appraisals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPRAISAL-STATUS.
           SELECT MATRIX-FILE ASSIGN TO "merit-matrix.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATRIX-STATUS.
           SELECT GRADE-FILE ASSIGN TO "salary-grades.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROOF-FILE.
       01 PROOF-LINE                PIC X(100).

       FD APPRAISAL-FILE.
       01 APPRAISAL-RECORD.
           COPY "APPRAIS.CPY".

       FD MATRIX-FILE.
       01 MATRIX-RECORD.
           COPY "MERITMTX.CPY".

       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-CODE              PIC X(2).
           05 GRD-MIN               PIC 9(7)V99.
           05 GRD-MAX               PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 ADJUST-STATUS         PIC XX.
       01 WS-RL-APPLIED         PIC 9(7).
       01 WS-RL-REJECTED        PIC 9(7).
       01 WS-RL-RC              PIC 9(4).
       01 APPRAISAL-STATUS      PIC XX.
       01 MATRIX-STATUS         PIC XX.
       01 GRADE-STATUS          PIC XX.
       01 END-OF-TABLE          PIC X VALUE "N".
       01 WS-MERIT-LOADED       PIC X VALUE "N".
       01 WS-LIMIT-HIT          PIC X VALUE "N".
       01 WS-NO-MERIT-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-MERIT-RATING       PIC X(1).
       01 WS-MERIT-QUARTILE     PIC 9(1).
       01 WS-MERIT-PERCENT      PIC 9(3)V99.
       01 WS-MERIT-FOUND        PIC X.
       01 WS-BAND-POSITION      PIC S9(3)V9(4).
       01 WS-APR-USED           PIC 9(5) VALUE ZERO.
       01 WS-APR-IDX            PIC 9(5).
       01 WS-APR-FOUND          PIC X.
       01 WS-MTX-USED           PIC 9(3) VALUE ZERO.
       01 WS-MTX-IDX            PIC 9(3).
       01 WS-GRD-USED           PIC 9(3) VALUE ZERO.
       01 WS-GRD-IDX            PIC 9(3).

       01 WS-APR-TABLE.
           05 WS-APR-ENTRY OCCURS 20000 TIMES.
               10 WS-APR-ID         PIC 9(5).
               10 WS-APR-LAST-END   PIC 9(8).
               10 WS-APR-RATING     PIC X(1).

       01 WS-MATRIX-TABLE.
           05 WS-MTX-ENTRY OCCURS 50 TIMES.
               10 WS-MTX-RATING     PIC X(1).
               10 WS-MTX-QUARTILE   PIC 9(1).
               10 WS-MTX-PERCENT    PIC 9(3)V99.

       01 WS-GRADE-TABLE.
           05 WS-GRD-ENTRY OCCURS 100 TIMES.
               10 WS-GRD-CODE       PIC X(2).
               10 WS-GRD-MIN        PIC 9(7)V99.
               10 WS-GRD-MAX        PIC 9(7)V99.

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-NO-MERIT-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           CALL "LockFile" USING "LOCK  " WS-LOCK-RESULT
           IF WS-HELD-COUNT > 0
               DISPLAY "Held for approval:  " WS-HELD-COUNT
           END-IF
           IF WS-NO-MERIT-COUNT > 0
               DISPLAY "No merit increase:  " WS-NO-MERIT-COUNT
           END-IF
           DISPLAY "See salary-adjust-proof.txt for the before/after "
                   "listing."
           IF WS-LIMIT-HIT = "Y"
               DISPLAY "appraisals.dat holds more than 20000 "
                       "employees, merit-matrix.dat more than 50 "
                       "cells or salary-grades.dat more than 100 "
                       "grades; merit transactions rejected."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           MOVE "SALADJUST" TO WS-RUN-PROGRAM
           MOVE WS-TRANS-COUNT TO WS-RL-READ
       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON

           IF ADJ-SCOPE = "MRIT"
               PERFORM APPLY-MERIT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           IF ADJ-TYPE NOT = "P" AND ADJ-TYPE NOT = "F"
               MOVE "Invalid adjustment type" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
                       MOVE "Y" TO END-OF-SCAN
                   NOT AT END
                       IF ADJ-SCOPE = "ALL " OR
                          ADJ-DEPARTMENT = SPACES OR
                          DEPARTMENT = ADJ-DEPARTMENT
                           PERFORM ADJUST-ONE-EMPLOYEE
                       END-IF

           MOVE SALARY TO WS-OLD-SALARY
           MOVE "N" TO WS-SIZE-ERROR-FLAG
           IF ADJ-SCOPE = "MRIT"
               PERFORM FIND-MERIT-PERCENT
               IF WS-MERIT-FOUND = "N" OR WS-MERIT-PERCENT = ZEROS
                   ADD 1 TO WS-NO-MERIT-COUNT
                   PERFORM WRITE-NO-MERIT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ADJ-SCOPE = "MRIT"
                   COMPUTE WS-NEW-SALARY ROUNDED =
                       WS-OLD-SALARY +
                       (WS-OLD-SALARY * WS-MERIT-PERCENT / 100)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-SIZE-ERROR-FLAG
                   END-COMPUTE
               WHEN ADJ-TYPE = "P"
                   COMPUTE WS-NEW-SALARY ROUNDED =
                       WS-OLD-SALARY +
                       (WS-OLD-SALARY * ADJ-PERCENT / 100)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-SIZE-ERROR-FLAG
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-NEW-SALARY =
                       WS-OLD-SALARY + ADJ-AMOUNT
                       ON SIZE ERROR
                           MOVE "Y" TO WS-SIZE-ERROR-FLAG
                   END-COMPUTE
           END-EVALUATE

           IF WS-SIZE-ERROR-FLAG = "Y"
               MOVE "New salary exceeds field size" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF ADJ-SCOPE = "MRIT"
               CALL "ApprovalQueue" USING EMPLOYEE-ID WS-OLD-SALARY
                   WS-NEW-SALARY "MERIT " WS-APPROVAL-RESULT
           ELSE
               CALL "ApprovalQueue" USING EMPLOYEE-ID WS-OLD-SALARY
                   WS-NEW-SALARY "ADJUST" WS-APPROVAL-RESULT
           END-IF
           IF WS-APPROVAL-RESULT = "HELD"
               ADD 1 TO WS-HELD-COUNT
               PERFORM WRITE-HELD-LINE
                       WS-OLD-SALARY WS-NEW-SALARY WS-OPERATOR
           END-REWRITE.

       APPLY-MERIT-TRANSACTION.
           IF ADJ-DEPARTMENT NOT = SPACES
               CALL "DeptCheck" USING ADJ-DEPARTMENT WS-DEPT-RESULT
               IF WS-DEPT-RESULT NOT = "OK  "
                   MOVE "Department not on master" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-MERIT-LOADED = "N"
               PERFORM LOAD-MERIT-TABLES
           END-IF
           IF WS-LIMIT-HIT = "Y"
               MOVE "Merit tables exceed program limits"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-MTX-USED = ZERO
               MOVE "Merit matrix not on file" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF ADJ-EMPLOYEE-ID IS NUMERIC AND
              ADJ-EMPLOYEE-ID NOT = ZEROS
               PERFORM ADJUST-SINGLE-ID
           ELSE
               PERFORM ADJUST-BY-SCAN
           END-IF.

       LOAD-MERIT-TABLES.
           MOVE "Y" TO WS-MERIT-LOADED
           MOVE ZERO TO WS-APR-USED
           OPEN INPUT APPRAISAL-FILE
           IF APPRAISAL-STATUS = "00"
               MOVE "N" TO END-OF-TABLE
               PERFORM UNTIL END-OF-TABLE = "Y"
                   READ APPRAISAL-FILE INTO APPRAISAL-RECORD
                       AT END
                           MOVE "Y" TO END-OF-TABLE
                       NOT AT END
                           PERFORM KEEP-LATEST-RATING
                   END-READ
               END-PERFORM
               CLOSE APPRAISAL-FILE
           END-IF

           MOVE ZERO TO WS-MTX-USED
           OPEN INPUT MATRIX-FILE
           IF MATRIX-STATUS = "00"
               MOVE "N" TO END-OF-TABLE
               PERFORM UNTIL END-OF-TABLE = "Y"
                   READ MATRIX-FILE INTO MATRIX-RECORD
                       AT END
                           MOVE "Y" TO END-OF-TABLE
                       NOT AT END
                           IF WS-MTX-USED >= 50
                               MOVE "Y" TO WS-LIMIT-HIT
                               MOVE "Y" TO END-OF-TABLE
                           ELSE
                               ADD 1 TO WS-MTX-USED
                               MOVE MM-RATING
                                   TO WS-MTX-RATING(WS-MTX-USED)
                               MOVE MM-QUARTILE
                                   TO WS-MTX-QUARTILE(WS-MTX-USED)
                               MOVE MM-PERCENT
                                   TO WS-MTX-PERCENT(WS-MTX-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATRIX-FILE
           END-IF

           MOVE ZERO TO WS-GRD-USED
           OPEN INPUT GRADE-FILE
           IF GRADE-STATUS = "00"
               MOVE "N" TO END-OF-TABLE
               PERFORM UNTIL END-OF-TABLE = "Y"
                   READ GRADE-FILE INTO GRADE-RECORD
                       AT END
                           MOVE "Y" TO END-OF-TABLE
                       NOT AT END
                           IF WS-GRD-USED >= 100
                               MOVE "Y" TO WS-LIMIT-HIT
                               MOVE "Y" TO END-OF-TABLE
                           ELSE
                               ADD 1 TO WS-GRD-USED
                               MOVE GRD-CODE
                                   TO WS-GRD-CODE(WS-GRD-USED)
                               MOVE GRD-MIN TO WS-GRD-MIN(WS-GRD-USED)
                               MOVE GRD-MAX TO WS-GRD-MAX(WS-GRD-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF.

       KEEP-LATEST-RATING.
           MOVE "N" TO WS-APR-FOUND
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-USED
               IF WS-APR-ID(WS-APR-IDX) = AP-EMPLOYEE-ID
                   MOVE "Y" TO WS-APR-FOUND
                   IF AP-PERIOD-END >= WS-APR-LAST-END(WS-APR-IDX)
                       MOVE AP-PERIOD-END
                           TO WS-APR-LAST-END(WS-APR-IDX)
                       MOVE AP-RATING TO WS-APR-RATING(WS-APR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-APR-FOUND = "N" AND WS-APR-USED >= 20000
               MOVE "Y" TO WS-LIMIT-HIT
               MOVE "Y" TO END-OF-TABLE
               EXIT PARAGRAPH
           END-IF
           IF WS-APR-FOUND = "N"
               ADD 1 TO WS-APR-USED
               MOVE AP-EMPLOYEE-ID TO WS-APR-ID(WS-APR-USED)
               MOVE AP-PERIOD-END TO WS-APR-LAST-END(WS-APR-USED)
               MOVE AP-RATING TO WS-APR-RATING(WS-APR-USED)
           END-IF.

       FIND-MERIT-PERCENT.
           MOVE "N" TO WS-MERIT-FOUND
           MOVE ZEROS TO WS-MERIT-PERCENT
           MOVE SPACES TO WS-MERIT-RATING
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-USED
               IF WS-APR-ID(WS-APR-IDX) = EMPLOYEE-ID
                   MOVE WS-APR-RATING(WS-APR-IDX) TO WS-MERIT-RATING
               END-IF
           END-PERFORM
           IF WS-MERIT-RATING = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO WS-MERIT-QUARTILE
           PERFORM VARYING WS-GRD-IDX FROM 1 BY 1
                   UNTIL WS-GRD-IDX > WS-GRD-USED
               IF WS-GRD-CODE(WS-GRD-IDX) = SALARY-GRADE AND
                  SALARY-GRADE NOT = SPACES
                   IF WS-GRD-MAX(WS-GRD-IDX) > WS-GRD-MIN(WS-GRD-IDX)
                       COMPUTE WS-BAND-POSITION =
                           (SALARY - WS-GRD-MIN(WS-GRD-IDX)) /
                           (WS-GRD-MAX(WS-GRD-IDX) -
                            WS-GRD-MIN(WS-GRD-IDX))
                       EVALUATE TRUE
                           WHEN WS-BAND-POSITION < 0.25
                               MOVE 1 TO WS-MERIT-QUARTILE
                           WHEN WS-BAND-POSITION < 0.50
                               MOVE 2 TO WS-MERIT-QUARTILE
                           WHEN WS-BAND-POSITION < 0.75
                               MOVE 3 TO WS-MERIT-QUARTILE
                           WHEN OTHER
                               MOVE 4 TO WS-MERIT-QUARTILE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MTX-IDX FROM 1 BY 1
                   UNTIL WS-MTX-IDX > WS-MTX-USED
               IF WS-MTX-RATING(WS-MTX-IDX) = WS-MERIT-RATING AND
                  WS-MTX-QUARTILE(WS-MTX-IDX) = WS-MERIT-QUARTILE
                   MOVE "Y" TO WS-MERIT-FOUND
                   MOVE WS-MTX-PERCENT(WS-MTX-IDX) TO WS-MERIT-PERCENT
               END-IF
           END-PERFORM.

       WRITE-NO-MERIT-LINE.
           MOVE SPACES TO PROOF-LINE
           IF WS-MERIT-RATING = SPACES
               STRING
                   "NO MERIT: ID=" EMPLOYEE-ID DELIMITED BY SIZE
                   " No appraisal rating on file" DELIMITED BY SIZE
                   INTO PROOF-LINE
               END-STRING
           ELSE
               STRING
                   "NO MERIT: ID=" EMPLOYEE-ID DELIMITED BY SIZE
                   " Rating=" WS-MERIT-RATING DELIMITED BY SIZE
                   " Quartile=" WS-MERIT-QUARTILE DELIMITED BY SIZE
                   " carries no increase" DELIMITED BY SIZE
                   INTO PROOF-LINE
               END-STRING
           END-IF
           WRITE PROOF-LINE.

       WRITE-PROOF-HEADER.
           MOVE "Employee Management System - Salary Adjustment Proof"
               TO PROOF-LINE
                   DELIMITED BY SIZE
               "  Rejected: " WS-REJECTED-COUNT DELIMITED BY SIZE
               "  Held: " WS-HELD-COUNT DELIMITED BY SIZE
               "  No merit: " WS-NO-MERIT-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE.
