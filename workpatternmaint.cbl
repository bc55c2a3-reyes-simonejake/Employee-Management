       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkPatternMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-FILE ASSIGN TO "work-patterns.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WP-KEY
               FILE STATUS IS PATTERN-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PATTERN-FILE.
       01 PATTERN-RECORD.
           COPY "WORKPAT.CPY".

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 PATTERN-STATUS       PIC XX.
       01 FILE-STATUS          PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 CONTINUE-FLAG        PIC X.
       01 MENU-CHOICE          PIC 9.
       01 SEARCH-ID            PIC 9(5).
       01 WS-EMP-FOUND         PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-INPUT-DATE        PIC 9(8).
       01 WS-INPUT-FTE         PIC 9(3)V99.
       01 WS-INPUT-DAYS        PIC X(7).
       01 WS-CONFIRM           PIC X.
       01 WS-DATE-RESULT       PIC X(4).
       01 WS-AGE-DUMMY         PIC 9(2) VALUE ZERO.
       01 WS-FTE-PCT           PIC 9(3)V99.
       01 WS-WORK-DAYS         PIC X(7).
       01 WS-DAYS-PER-WEEK     PIC 9V99.
       01 WS-PATTERN-RESULT    PIC X(4).
       01 WS-PATTERN-TO        PIC 9(8).
       01 WS-PERIOD-STATE      PIC X(1).
       01 WS-PERIOD-RESULT     PIC X(4).
       01 WS-POS-RESULT        PIC X(4).
       01 WS-FTE-DISPLAY       PIC ZZ9.99.
       01 WS-DPW-DISPLAY       PIC 9.99.
       01 WS-LISTED-COUNT      PIC 9(5).
       01 WS-TOTAL-FTE         PIC 9(7)V99.
       01 WS-TOTAL-DISPLAY     PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 4
               PERFORM CLEAR-SCREEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               DISPLAY "-------------------------------------------"
               DISPLAY "   Working Pattern and FTE Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. View an Employee's Pattern History"
               DISPLAY "2. Record a New Working Pattern"
               DISPLAY "3. List Part-Time Employees"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM VIEW-PATTERN-HISTORY
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM RECORD-NEW-PATTERN
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM LIST-PART-TIME
                       PERFORM PRESS-ENTER
                   WHEN 4
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
               EXIT PARAGRAPH
           END-IF
           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ
           CLOSE EMPLOYEE-FILE.

       VIEW-PATTERN-HISTORY.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           PERFORM LOOK-UP-EMPLOYEE
           IF WS-EMP-FOUND = "N"
               DISPLAY "Employee not found!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee: " EMPLOYEE-ID " "
                   FUNCTION TRIM(EMPLOYEE-NAME)
           MOVE WS-TODAY TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " SEARCH-ID WS-TODAY
               WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           MOVE WS-FTE-PCT TO WS-FTE-DISPLAY
           MOVE WS-DAYS-PER-WEEK TO WS-DPW-DISPLAY
           DISPLAY "Current: FTE " WS-FTE-DISPLAY "%  Days (Mon-Sun) "
                   WS-WORK-DAYS "  " WS-DPW-DISPLAY " day(s)/week"
           IF WS-PATTERN-RESULT = "DFLT"
               DISPLAY "No pattern on file; full-time Monday to "
                       "Friday is assumed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Effective | FTE %  | Days    | Changed By | On"
           DISPLAY "----------|--------|---------|------------|--------"
           OPEN INPUT PATTERN-FILE
           IF PATTERN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SEARCH-ID TO WP-EMPLOYEE-ID
           MOVE ZEROS TO WP-EFFECTIVE-DATE
           START PATTERN-FILE KEY NOT < WP-KEY
               INVALID KEY
                   CLOSE PATTERN-FILE
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PATTERN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WP-EMPLOYEE-ID NOT = SEARCH-ID
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           MOVE WP-FTE-PCT TO WS-FTE-DISPLAY
                           DISPLAY WP-EFFECTIVE-DATE "  | "
                                   WS-FTE-DISPLAY " | "
                                   WP-WORK-DAYS " | "
                                   WP-CHANGED-BY " | "
                                   WP-CHANGED-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATTERN-FILE.

       RECORD-NEW-PATTERN.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           PERFORM LOOK-UP-EMPLOYEE
           IF WS-EMP-FOUND = "N"
               DISPLAY "Employee not found!"
               EXIT PARAGRAPH
           END-IF
           IF EMPLOYEE-STATUS = "T"
               DISPLAY "Employee is terminated; pattern not changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee: " EMPLOYEE-ID " "
                   FUNCTION TRIM(EMPLOYEE-NAME)
           DISPLAY "Enter Effective Date (YYYYMMDD, blank = today): "
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE IS NOT NUMERIC OR WS-INPUT-DATE = ZEROS
               MOVE WS-TODAY TO WS-INPUT-DATE
           END-IF
           CALL "ValidDate" USING "DATE  " WS-INPUT-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid effective date."
               EXIT PARAGRAPH
           END-IF
           IF HIRE-DATE IS NUMERIC AND WS-INPUT-DATE < HIRE-DATE
               DISPLAY "Effective date is before the hire date "
                       HIRE-DATE "."
               EXIT PARAGRAPH
           END-IF
           CALL "PayPeriod" USING "CHECK " WS-INPUT-DATE
               WS-PERIOD-STATE WS-PERIOD-RESULT
           IF WS-PERIOD-STATE = "X"
               DISPLAY "Effective date falls in a closed pay period. "
                       "No change made."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter FTE percentage (e.g. 50 for half-time): "
           ACCEPT WS-INPUT-FTE
           IF WS-INPUT-FTE IS NOT NUMERIC OR WS-INPUT-FTE = ZERO OR
              WS-INPUT-FTE > 100
               DISPLAY "Invalid FTE. Must be above 0 and up to 100."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter working days Mon-Sun as Y/N, e.g. YYYNNNN "
                   "(blank = YYYYYNN): "
           ACCEPT WS-INPUT-DAYS
           MOVE FUNCTION UPPER-CASE(WS-INPUT-DAYS) TO WS-INPUT-DAYS
           IF WS-INPUT-DAYS = SPACES
               MOVE "YYYYYNN" TO WS-INPUT-DAYS
           END-IF
           MOVE WS-INPUT-DATE TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " SEARCH-ID WS-INPUT-DATE
               WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           IF WS-INPUT-FTE > WS-FTE-PCT
               CALL "PosCheck" USING DEPARTMENT JOB-CODE
                   WS-POS-RESULT SEARCH-ID WS-INPUT-FTE
               IF WS-POS-RESULT = "FULL"
                   DISPLAY "Department " FUNCTION TRIM(DEPARTMENT)
                           " is at its authorized FTE for job "
                           JOB-CODE "; FTE cannot be raised. No "
                           "change made."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-INPUT-FTE TO WS-FTE-DISPLAY
           DISPLAY "FTE " WS-FTE-DISPLAY "%, days " WS-INPUT-DAYS
                   ", effective " WS-INPUT-DATE
           DISPLAY "Record this pattern? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-DATE TO WS-PATTERN-TO
           CALL "WorkPattern" USING "SET   " SEARCH-ID WS-INPUT-DATE
               WS-PATTERN-TO WS-INPUT-FTE WS-INPUT-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           EVALUATE WS-PATTERN-RESULT
               WHEN "OK  "
                   DISPLAY "Working pattern recorded."
               WHEN "INV "
                   DISPLAY "Invalid working days. Enter Y or N for "
                           "each day Monday to Sunday, at least one Y."
               WHEN OTHER
                   DISPLAY "Working pattern not recorded."
           END-EVALUATE.

       LIST-PART-TIME.
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Empl. | Name                           | "
                   "Department      | FTE %  | Days"
           DISPLAY "------|--------------------------------|-"
                   "----------------|--------|--------"
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-TOTAL-FTE
           MOVE ZEROS TO EMPLOYEE-ID
           START EMPLOYEE-FILE KEY NOT < EMPLOYEE-ID
               INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   DISPLAY "No employees on file."
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T"
                           PERFORM LIST-ONE-IF-PART-TIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE WS-TOTAL-FTE TO WS-TOTAL-DISPLAY
           DISPLAY WS-LISTED-COUNT " part-time employee(s), "
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) " FTE in total.".

       LIST-ONE-IF-PART-TIME.
           MOVE WS-TODAY TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " EMPLOYEE-ID WS-TODAY
               WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           IF WS-FTE-PCT < 100 OR WS-WORK-DAYS NOT = "YYYYYNN"
               ADD 1 TO WS-LISTED-COUNT
               COMPUTE WS-TOTAL-FTE = WS-TOTAL-FTE + WS-FTE-PCT / 100
               MOVE WS-FTE-PCT TO WS-FTE-DISPLAY
               DISPLAY EMPLOYEE-ID " | " EMPLOYEE-NAME " | "
                       DEPARTMENT " | " WS-FTE-DISPLAY " | "
                       WS-WORK-DAYS
           END-IF.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
