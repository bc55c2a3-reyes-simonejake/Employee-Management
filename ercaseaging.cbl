       IDENTIFICATION DIVISION.
       PROGRAM-ID. ErCaseAging.

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
           SELECT CASE-FILE ASSIGN TO "er-cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "er-cases-aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "ercasesort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD CASE-FILE.
       01 CASE-RECORD.
           COPY "ERCASE.CPY".

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(120).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-DEPARTMENT      PIC X(15).
           05 SR-AGE-DAYS        PIC 9(5).
           05 SR-CASE-ID         PIC 9(6).
           05 SR-EMPLOYEE-ID     PIC 9(5).
           05 SR-NAME            PIC X(30).
           05 SR-CASE-TYPE       PIC X(2).
           05 SR-OPEN-DATE       PIC 9(8).
           05 SR-BAND            PIC X(10).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 CASE-STATUS           PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 END-OF-SORT           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-EMPLOYEES-OPEN     PIC X VALUE "N".
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8).
       01 WS-PREV-DEPARTMENT    PIC X(15).
       01 WS-CASE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-BAND-1-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BAND-2-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BAND-3-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BAND-4-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BAND-5-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-DEPT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-DEPT-BAND-1        PIC 9(5) VALUE ZERO.
       01 WS-DEPT-BAND-2        PIC 9(5) VALUE ZERO.
       01 WS-DEPT-BAND-3        PIC 9(5) VALUE ZERO.
       01 WS-DEPT-BAND-4        PIC 9(5) VALUE ZERO.
       01 WS-DEPT-BAND-5        PIC 9(5) VALUE ZERO.
       01 WS-OLDEST-DAYS        PIC 9(5) VALUE ZERO.
       01 WS-DEPT-GROUPS        PIC 9(5) VALUE ZERO.

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           MOVE ZERO TO WS-CASE-COUNT
           MOVE ZERO TO WS-BAND-1-COUNT
           MOVE ZERO TO WS-BAND-2-COUNT
           MOVE ZERO TO WS-BAND-3-COUNT
           MOVE ZERO TO WS-BAND-4-COUNT
           MOVE ZERO TO WS-BAND-5-COUNT
           MOVE ZERO TO WS-OLDEST-DAYS
           MOVE ZERO TO WS-DEPT-GROUPS

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating er-cases-aging.txt."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPARTMENT
               ON DESCENDING KEY SR-AGE-DAYS
               ON ASCENDING KEY SR-CASE-ID
               INPUT PROCEDURE SELECT-OPEN-CASES
               OUTPUT PROCEDURE PRINT-OPEN-CASES

           CLOSE REPORT-FILE

           DISPLAY "Open employee relations cases aging report "
                   "complete."
           DISPLAY "Open cases:        " WS-CASE-COUNT
           DISPLAY "0-30 days:         " WS-BAND-1-COUNT
           DISPLAY "31-60 days:        " WS-BAND-2-COUNT
           DISPLAY "61-90 days:        " WS-BAND-3-COUNT
           DISPLAY "91-180 days:       " WS-BAND-4-COUNT
           DISPLAY "Over 180 days:     " WS-BAND-5-COUNT
           DISPLAY "See er-cases-aging.txt for details."
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       SELECT-OPEN-CASES.
           MOVE "N" TO WS-EMPLOYEES-OPEN
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEES-OPEN
           END-IF
           OPEN INPUT CASE-FILE
           IF CASE-STATUS NOT = "00"
               IF WS-EMPLOYEES-OPEN = "Y"
                   CLOSE EMPLOYEE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CASE-FILE INTO CASE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EC-STATUS = "O" AND
                          EC-OPEN-DATE IS NUMERIC AND
                          EC-OPEN-DATE NOT = ZEROS
                           PERFORM RELEASE-OPEN-CASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           IF WS-EMPLOYEES-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF.

       RELEASE-OPEN-CASE.
           MOVE SPACES TO SORT-RECORD
           MOVE "(not on file)" TO SR-DEPARTMENT
           MOVE "(not on file)" TO SR-NAME
           IF WS-EMPLOYEES-OPEN = "Y"
               MOVE EC-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPARTMENT TO SR-DEPARTMENT
                       MOVE EMPLOYEE-NAME TO SR-NAME
               END-READ
           END-IF
           IF EC-OPEN-DATE > WS-TODAY
               MOVE ZERO TO SR-AGE-DAYS
           ELSE
               COMPUTE SR-AGE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(EC-OPEN-DATE)
           END-IF
           EVALUATE TRUE
               WHEN SR-AGE-DAYS <= 30
                   MOVE "0-30" TO SR-BAND
                   ADD 1 TO WS-BAND-1-COUNT
               WHEN SR-AGE-DAYS <= 60
                   MOVE "31-60" TO SR-BAND
                   ADD 1 TO WS-BAND-2-COUNT
               WHEN SR-AGE-DAYS <= 90
                   MOVE "61-90" TO SR-BAND
                   ADD 1 TO WS-BAND-3-COUNT
               WHEN SR-AGE-DAYS <= 180
                   MOVE "91-180" TO SR-BAND
                   ADD 1 TO WS-BAND-4-COUNT
               WHEN OTHER
                   MOVE "OVER 180" TO SR-BAND
                   ADD 1 TO WS-BAND-5-COUNT
           END-EVALUATE
           IF SR-AGE-DAYS > WS-OLDEST-DAYS
               MOVE SR-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF
           ADD 1 TO WS-CASE-COUNT
           MOVE EC-CASE-ID TO SR-CASE-ID
           MOVE EC-EMPLOYEE-ID TO SR-EMPLOYEE-ID
           MOVE EC-CASE-TYPE TO SR-CASE-TYPE
           MOVE EC-OPEN-DATE TO SR-OPEN-DATE
           RELEASE SORT-RECORD.

       PRINT-OPEN-CASES.
           MOVE "Employee Management System - Open Employee "
               TO REPORT-LINE
           STRING
               FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
               " Relations Cases Aging by Department" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "   Case notes are not printed on this report"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE HIGH-VALUES TO WS-PREV-DEPARTMENT
           MOVE "N" TO END-OF-SORT
           PERFORM UNTIL END-OF-SORT = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO END-OF-SORT
                   NOT AT END
                       PERFORM PRINT-ONE-CASE
               END-RETURN
           END-PERFORM
           IF WS-DEPT-GROUPS > ZERO
               PERFORM WRITE-DEPT-TOTAL
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Open cases: " WS-CASE-COUNT DELIMITED BY SIZE
               "  0-30: " WS-BAND-1-COUNT DELIMITED BY SIZE
               "  31-60: " WS-BAND-2-COUNT DELIMITED BY SIZE
               "  61-90: " WS-BAND-3-COUNT DELIMITED BY SIZE
               "  91-180: " WS-BAND-4-COUNT DELIMITED BY SIZE
               "  Over 180: " WS-BAND-5-COUNT DELIMITED BY SIZE
               "  Oldest (days): " WS-OLDEST-DAYS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-ONE-CASE.
           IF SR-DEPARTMENT NOT = WS-PREV-DEPARTMENT
               IF WS-DEPT-GROUPS > ZERO
                   PERFORM WRITE-DEPT-TOTAL
               END-IF
               PERFORM WRITE-DEPT-HEADER
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           EVALUATE SR-BAND
               WHEN "0-30"
                   ADD 1 TO WS-DEPT-BAND-1
               WHEN "31-60"
                   ADD 1 TO WS-DEPT-BAND-2
               WHEN "61-90"
                   ADD 1 TO WS-DEPT-BAND-3
               WHEN "91-180"
                   ADD 1 TO WS-DEPT-BAND-4
               WHEN OTHER
                   ADD 1 TO WS-DEPT-BAND-5
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING
               "  " SR-CASE-ID DELIMITED BY SIZE
               " | " SR-EMPLOYEE-ID DELIMITED BY SIZE
               " | " SR-NAME DELIMITED BY SIZE
               " | " SR-CASE-TYPE DELIMITED BY SIZE
               "   | " SR-OPEN-DATE DELIMITED BY SIZE
               " | " SR-AGE-DAYS DELIMITED BY SIZE
               " | " SR-BAND DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-DEPT-HEADER.
           MOVE SR-DEPARTMENT TO WS-PREV-DEPARTMENT
           ADD 1 TO WS-DEPT-GROUPS
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-BAND-1
           MOVE ZERO TO WS-DEPT-BAND-2
           MOVE ZERO TO WS-DEPT-BAND-3
           MOVE ZERO TO WS-DEPT-BAND-4
           MOVE ZERO TO WS-DEPT-BAND-5
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Department: " SR-DEPARTMENT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "  Case   | ID    | Name                           |"
                   DELIMITED BY SIZE
               " Type | Opened   | Days  | Age Band" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-DEPT-TOTAL.
           MOVE SPACES TO REPORT-LINE
           STRING
               "  Open in department: " WS-DEPT-COUNT
                   DELIMITED BY SIZE
               "  (0-30: " WS-DEPT-BAND-1 DELIMITED BY SIZE
               "  31-60: " WS-DEPT-BAND-2 DELIMITED BY SIZE
               "  61-90: " WS-DEPT-BAND-3 DELIMITED BY SIZE
               "  91-180: " WS-DEPT-BAND-4 DELIMITED BY SIZE
               "  Over 180: " WS-DEPT-BAND-5 DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
