       IDENTIFICATION DIVISION.
       PROGRAM-ID. AppraisalMaint.

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
           SELECT APPRAISAL-FILE ASSIGN TO "appraisals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPRAISAL-STATUS.
           SELECT MATRIX-FILE ASSIGN TO "merit-matrix.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATRIX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "overdue-reviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD APPRAISAL-FILE.
       01 APPRAISAL-RECORD.
           COPY "APPRAIS.CPY".

       FD MATRIX-FILE.
       01 MATRIX-RECORD.
           COPY "MERITMTX.CPY".

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 APPRAISAL-STATUS      PIC XX.
       01 MATRIX-STATUS         PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 MENU-CHOICE           PIC 9.
       01 SEARCH-ID             PIC 9(5).
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8).
       01 WS-DUE-INT            PIC 9(8).
       01 WS-EMP-FOUND          PIC X.
       01 WS-EMP-NAME           PIC X(30).
       01 WS-EMP-MANAGER        PIC 9(5).
       01 WS-EMP-STATUS         PIC X(1).
       01 WS-INPUT-START        PIC 9(8).
       01 WS-INPUT-END          PIC 9(8).
       01 WS-INPUT-REVIEWER     PIC 9(5).
       01 WS-INPUT-RATING       PIC X(1).
       01 WS-INPUT-COMMENTS     PIC X(60).
       01 WS-INPUT-QUARTILE     PIC 9(1).
       01 WS-INPUT-PERCENT      PIC 9(3)V99.
       01 WS-DATE-RESULT        PIC X(4).
       01 WS-AGE-DUMMY          PIC 9(2) VALUE ZERO.
       01 WS-OPERATOR           PIC X(10).
       01 WS-AUDIT-AFTER        PIC X(120).
       01 WS-HIST-COUNT         PIC 9(5).
       01 WS-OVERDUE-COUNT      PIC 9(5).
       01 WS-LAST-REVIEW        PIC 9(8).
       01 WS-RATING-DESC        PIC X(20).
       01 WS-PERCENT-DISPLAY    PIC ZZ9.99.
       01 WS-APR-USED           PIC 9(5) VALUE ZERO.
       01 WS-APR-IDX            PIC 9(5).
       01 WS-APR-FOUND          PIC X.
       01 WS-APR-OVERFLOW       PIC X.
       01 WS-MTX-USED           PIC 9(3) VALUE ZERO.
       01 WS-MTX-IDX            PIC 9(3).
       01 WS-MTX-FOUND-IDX      PIC 9(3).

       01 WS-APR-TABLE.
           05 WS-APR-ENTRY OCCURS 20000 TIMES.
               10 WS-APR-ID         PIC 9(5).
               10 WS-APR-LAST-END   PIC 9(8).

       01 WS-MATRIX-TABLE.
           05 WS-MTX-ENTRY OCCURS 50 TIMES.
               10 WS-MTX-RATING     PIC X(1).
               10 WS-MTX-QUARTILE   PIC 9(1).
               10 WS-MTX-PERCENT    PIC 9(3)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           CALL "AuditUser" USING "GET   " WS-OPERATOR
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 5
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Performance Appraisals"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. Record Appraisal"
               DISPLAY "2. Appraisal History for an Employee"
               DISPLAY "3. Overdue Reviews Listing"
               DISPLAY "4. Merit Increase Matrix"
               DISPLAY "5. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM RECORD-APPRAISAL
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM APPRAISAL-HISTORY
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM OVERDUE-LISTING
                       PERFORM PRESS-ENTER
                   WHEN 4
                       PERFORM MAINTAIN-MATRIX
                       PERFORM PRESS-ENTER
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LOOK-UP-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               EXIT PARAGRAPH
           END-IF
           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   MOVE EMPLOYEE-NAME TO WS-EMP-NAME
                   MOVE MANAGER-ID TO WS-EMP-MANAGER
                   MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS
           END-READ
           CLOSE EMPLOYEE-FILE.

       DESCRIBE-RATING.
           EVALUATE WS-INPUT-RATING
               WHEN "1"
                   MOVE "Unsatisfactory" TO WS-RATING-DESC
               WHEN "2"
                   MOVE "Needs Improvement" TO WS-RATING-DESC
               WHEN "3"
                   MOVE "Meets Expectations" TO WS-RATING-DESC
               WHEN "4"
                   MOVE "Exceeds Expectations" TO WS-RATING-DESC
               WHEN "5"
                   MOVE "Outstanding" TO WS-RATING-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-RATING-DESC
           END-EVALUATE.

       RECORD-APPRAISAL.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-EMPLOYEE
           IF WS-EMP-FOUND = "N"
               DISPLAY "Employee not found!"
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-STATUS = "T"
               DISPLAY "Employee is terminated; appraisal cannot "
                       "be recorded."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee: " WS-EMP-NAME
           DISPLAY "Enter Review Period Start (YYYYMMDD): "
           ACCEPT WS-INPUT-START
           CALL "ValidDate" USING "DATE  " WS-INPUT-START
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid period start date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Review Period End (YYYYMMDD): "
           ACCEPT WS-INPUT-END
           CALL "ValidDate" USING "DATE  " WS-INPUT-END
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  " OR
              WS-INPUT-END < WS-INPUT-START
               DISPLAY "Invalid period end date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Reviewer Employee ID (0 = manager "
                   WS-EMP-MANAGER "): "
           ACCEPT WS-INPUT-REVIEWER
           IF WS-INPUT-REVIEWER IS NOT NUMERIC OR
              WS-INPUT-REVIEWER = ZEROS
               MOVE WS-EMP-MANAGER TO WS-INPUT-REVIEWER
           END-IF
           IF WS-INPUT-REVIEWER = ZEROS
               DISPLAY "Employee has no manager on file; a "
                       "reviewer must be entered."
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-REVIEWER = SEARCH-ID
               DISPLAY "An employee cannot review themselves."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Rating: 1=Unsatisfactory 2=Needs Improvement "
                   "3=Meets 4=Exceeds 5=Outstanding"
           DISPLAY "Enter Rating Code: "
           ACCEPT WS-INPUT-RATING
           PERFORM DESCRIBE-RATING
           IF WS-RATING-DESC = SPACES
               DISPLAY "Invalid rating code."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Comments: "
           ACCEPT WS-INPUT-COMMENTS

           OPEN EXTEND APPRAISAL-FILE
           IF APPRAISAL-STATUS NOT = "00"
               OPEN OUTPUT APPRAISAL-FILE
           END-IF
           IF APPRAISAL-STATUS NOT = "00"
               DISPLAY "Error writing appraisals.dat; appraisal "
                       "not recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO APPRAISAL-RECORD
           MOVE SEARCH-ID TO AP-EMPLOYEE-ID
           MOVE WS-INPUT-START TO AP-PERIOD-START
           MOVE WS-INPUT-END TO AP-PERIOD-END
           MOVE WS-INPUT-REVIEWER TO AP-REVIEWER-ID
           MOVE WS-INPUT-RATING TO AP-RATING
           MOVE WS-INPUT-COMMENTS TO AP-COMMENTS
           MOVE WS-OPERATOR TO AP-ENTERED-BY
           MOVE WS-TODAY TO AP-ENTERED-DATE
           WRITE APPRAISAL-RECORD
           CLOSE APPRAISAL-FILE

           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Period=" WS-INPUT-START DELIMITED BY SIZE
               "-" WS-INPUT-END DELIMITED BY SIZE
               " Reviewer=" WS-INPUT-REVIEWER DELIMITED BY SIZE
               " Rating=" WS-INPUT-RATING DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "APPRSL" SEARCH-ID
               SPACES WS-AUDIT-AFTER
           DISPLAY "Appraisal recorded: " WS-RATING-DESC.

       APPRAISAL-HISTORY.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT APPRAISAL-FILE
           IF APPRAISAL-STATUS NOT = "00"
               DISPLAY "No appraisals on file yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Period Start | Period End | Reviewer | Rating "
                   "| Comments"
           DISPLAY "-------------|------------|----------|--------"
                   "|---------"
           MOVE ZERO TO WS-HIST-COUNT
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ APPRAISAL-FILE INTO APPRAISAL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AP-EMPLOYEE-ID = SEARCH-ID
                           ADD 1 TO WS-HIST-COUNT
                           DISPLAY AP-PERIOD-START "     | "
                                   AP-PERIOD-END "   | "
                                   AP-REVIEWER-ID "    | "
                                   AP-RATING "      | "
                                   AP-COMMENTS(1:40)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPRAISAL-FILE
           IF WS-HIST-COUNT = ZERO
               DISPLAY "No appraisals on file for " SEARCH-ID "."
           END-IF.

       OVERDUE-LISTING.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           PERFORM LOAD-LATEST-APPRAISALS
           IF WS-APR-OVERFLOW = "Y"
               DISPLAY "ERROR: more than 20000 employees with "
                       "appraisals; listing abandoned."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating overdue-reviews.txt."
               CLOSE EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Employee Management System - Overdue Performance "
               TO REPORT-LINE
           STRING
               FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
               " Reviews" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "   Active staff with no review period ending in "
                   DELIMITED BY SIZE
               "the last 12 months" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  ID  | Name                           | Department"
               TO REPORT-LINE
           STRING
               REPORT-LINE(1:52) DELIMITED BY SIZE
               "      | Manager | Last Review" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ZERO TO WS-OVERDUE-COUNT
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD INTO EMPLOYEE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T"
                           PERFORM CHECK-ONE-OVERDUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Reviews overdue: " WS-OVERDUE-COUNT
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY WS-OVERDUE-COUNT " overdue review(s) written to "
                   "overdue-reviews.txt".

       CHECK-ONE-OVERDUE.
           IF HIRE-DATE IS NOT NUMERIC OR HIRE-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(HIRE-DATE) + 365
           IF WS-DUE-INT > WS-TODAY-INT
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LAST-REVIEW
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-USED
               IF WS-APR-ID(WS-APR-IDX) = EMPLOYEE-ID
                   MOVE WS-APR-LAST-END(WS-APR-IDX) TO WS-LAST-REVIEW
               END-IF
           END-PERFORM
           IF WS-LAST-REVIEW NOT = ZEROS
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-REVIEW) + 365
               IF WS-DUE-INT > WS-TODAY-INT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-LAST-REVIEW = ZEROS
               STRING
                   EMPLOYEE-ID DELIMITED BY SIZE
                   " | " EMPLOYEE-NAME DELIMITED BY SIZE
                   " | " DEPARTMENT DELIMITED BY SIZE
                   " | " MANAGER-ID DELIMITED BY SIZE
                   "   | never" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING
                   EMPLOYEE-ID DELIMITED BY SIZE
                   " | " EMPLOYEE-NAME DELIMITED BY SIZE
                   " | " DEPARTMENT DELIMITED BY SIZE
                   " | " MANAGER-ID DELIMITED BY SIZE
                   "   | " WS-LAST-REVIEW DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       LOAD-LATEST-APPRAISALS.
           MOVE ZERO TO WS-APR-USED
           MOVE "N" TO WS-APR-OVERFLOW
           OPEN INPUT APPRAISAL-FILE
           IF APPRAISAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ APPRAISAL-FILE INTO APPRAISAL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM KEEP-LATEST-APPRAISAL
               END-READ
           END-PERFORM
           CLOSE APPRAISAL-FILE.

       KEEP-LATEST-APPRAISAL.
           MOVE "N" TO WS-APR-FOUND
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-USED
               IF WS-APR-ID(WS-APR-IDX) = AP-EMPLOYEE-ID
                   MOVE "Y" TO WS-APR-FOUND
                   IF AP-PERIOD-END > WS-APR-LAST-END(WS-APR-IDX)
                       MOVE AP-PERIOD-END
                           TO WS-APR-LAST-END(WS-APR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-APR-FOUND = "N"
               IF WS-APR-USED < 20000
                   ADD 1 TO WS-APR-USED
                   MOVE AP-EMPLOYEE-ID TO WS-APR-ID(WS-APR-USED)
                   MOVE AP-PERIOD-END TO WS-APR-LAST-END(WS-APR-USED)
               ELSE
                   MOVE "Y" TO WS-APR-OVERFLOW
               END-IF
           END-IF.

       MAINTAIN-MATRIX.
           PERFORM LOAD-MATRIX-TABLE
           DISPLAY "Merit increase % by rating and position in the "
                   "grade band"
           DISPLAY "(quartile 1 = bottom of band, 4 = top of band)"
           DISPLAY "Rating | Quartile | Increase %"
           DISPLAY "-------|----------|-----------"
           PERFORM VARYING WS-MTX-IDX FROM 1 BY 1
                   UNTIL WS-MTX-IDX > WS-MTX-USED
               MOVE WS-MTX-PERCENT(WS-MTX-IDX) TO WS-PERCENT-DISPLAY
               DISPLAY "   " WS-MTX-RATING(WS-MTX-IDX) "   |    "
                       WS-MTX-QUARTILE(WS-MTX-IDX) "     | "
                       WS-PERCENT-DISPLAY
           END-PERFORM
           DISPLAY "Change a cell? (Y/N): "
           ACCEPT CONTINUE-FLAG
           IF CONTINUE-FLAG NOT = "Y" AND CONTINUE-FLAG NOT = "y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Rating Code (1-5): "
           ACCEPT WS-INPUT-RATING
           PERFORM DESCRIBE-RATING
           IF WS-RATING-DESC = SPACES
               DISPLAY "Invalid rating code."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Quartile (1-4): "
           ACCEPT WS-INPUT-QUARTILE
           IF WS-INPUT-QUARTILE IS NOT NUMERIC OR
              WS-INPUT-QUARTILE < 1 OR WS-INPUT-QUARTILE > 4
               DISPLAY "Invalid quartile."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Increase Percentage: "
           ACCEPT WS-INPUT-PERCENT
           IF WS-INPUT-PERCENT IS NOT NUMERIC
               DISPLAY "Invalid percentage."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MTX-FOUND-IDX
           PERFORM VARYING WS-MTX-IDX FROM 1 BY 1
                   UNTIL WS-MTX-IDX > WS-MTX-USED
               IF WS-MTX-RATING(WS-MTX-IDX) = WS-INPUT-RATING AND
                  WS-MTX-QUARTILE(WS-MTX-IDX) = WS-INPUT-QUARTILE
                   MOVE WS-MTX-IDX TO WS-MTX-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-MTX-FOUND-IDX = ZERO
               IF WS-MTX-USED >= 50
                   DISPLAY "Merit matrix is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MTX-USED
               MOVE WS-MTX-USED TO WS-MTX-FOUND-IDX
               MOVE WS-INPUT-RATING TO WS-MTX-RATING(WS-MTX-FOUND-IDX)
               MOVE WS-INPUT-QUARTILE
                   TO WS-MTX-QUARTILE(WS-MTX-FOUND-IDX)
           END-IF
           MOVE WS-INPUT-PERCENT TO WS-MTX-PERCENT(WS-MTX-FOUND-IDX)
           PERFORM SAVE-MATRIX-TABLE
           DISPLAY "Merit matrix updated.".

       LOAD-MATRIX-TABLE.
           MOVE ZERO TO WS-MTX-USED
           OPEN INPUT MATRIX-FILE
           IF MATRIX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-MTX-USED >= 50
               READ MATRIX-FILE INTO MATRIX-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-MTX-USED
                       MOVE MM-RATING TO WS-MTX-RATING(WS-MTX-USED)
                       MOVE MM-QUARTILE
                           TO WS-MTX-QUARTILE(WS-MTX-USED)
                       MOVE MM-PERCENT TO WS-MTX-PERCENT(WS-MTX-USED)
               END-READ
           END-PERFORM
           CLOSE MATRIX-FILE.

       SAVE-MATRIX-TABLE.
           OPEN OUTPUT MATRIX-FILE
           IF MATRIX-STATUS NOT = "00"
               DISPLAY "Error writing merit-matrix.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MTX-IDX FROM 1 BY 1
                   UNTIL WS-MTX-IDX > WS-MTX-USED
               MOVE WS-MTX-RATING(WS-MTX-IDX) TO MM-RATING
               MOVE WS-MTX-QUARTILE(WS-MTX-IDX) TO MM-QUARTILE
               MOVE WS-MTX-PERCENT(WS-MTX-IDX) TO MM-PERCENT
               WRITE MATRIX-RECORD
           END-PERFORM
           CLOSE MATRIX-FILE.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
