       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "payperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           COPY "PAYPER.CPY".

       WORKING-STORAGE SECTION.
       01 PERIOD-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 MENU-CHOICE           PIC 9.
       01 WS-CONFIRM            PIC X.
       01 WS-PERIOD-DATE        PIC 9(8).
       01 WS-PERIOD-STATE       PIC X(1).
       01 WS-PERIOD-RESULT      PIC X(4).
       01 WS-STATE-TEXT         PIC X(10).
       01 WS-PERIOD-COUNT       PIC 9(4).
       01 WS-DATE-RESULT        PIC X(4).
       01 WS-AGE-DUMMY          PIC 9(2) VALUE ZERO.
       01 WS-NO-EMPLOYEE        PIC 9(5) VALUE ZERO.
       01 WS-AUDIT-BEFORE       PIC X(120).
       01 WS-AUDIT-AFTER        PIC X(120).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 3
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "   Pay Period Close"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Pay Periods and Status"
               DISPLAY "2. Close a Confirmed Pay Period"
               DISPLAY "3. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-PERIODS
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM CLOSE-PERIOD
                       PERFORM PRESS-ENTER
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LIST-PERIODS.
           OPEN INPUT PERIOD-FILE
           IF PERIOD-STATUS NOT = "00"
               DISPLAY "No pay periods on file (payperiods.dat)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Start    End      Status     Changed  By"
           DISPLAY "-------- -------- ---------- -------- ----------"
           MOVE ZERO TO WS-PERIOD-COUNT
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PERIOD-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PP-START IS NUMERIC
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE PP-STATUS TO WS-PERIOD-STATE
                           PERFORM SET-STATE-TEXT
                           IF PP-STATUS-DATE IS NOT NUMERIC
                               MOVE ZEROS TO PP-STATUS-DATE
                           END-IF
                           DISPLAY PP-START " " PP-END " "
                                   WS-STATE-TEXT " " PP-STATUS-DATE
                                   " " PP-STATUS-USER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           DISPLAY WS-PERIOD-COUNT " pay period(s) listed.".

       SET-STATE-TEXT.
           EVALUATE WS-PERIOD-STATE
               WHEN "E"
                   MOVE "EXTRACTED" TO WS-STATE-TEXT
               WHEN "C"
                   MOVE "CONFIRMED" TO WS-STATE-TEXT
               WHEN "X"
                   MOVE "CLOSED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "OPEN" TO WS-STATE-TEXT
           END-EVALUATE.

       CLOSE-PERIOD.
           DISPLAY "Enter any date inside the pay period to close "
                   "(YYYYMMDD): "
           ACCEPT WS-PERIOD-DATE
           CALL "ValidDate" USING "DATE  " WS-PERIOD-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF
           CALL "PayPeriod" USING "CHECK " WS-PERIOD-DATE
               WS-PERIOD-STATE WS-PERIOD-RESULT
           IF WS-PERIOD-RESULT NOT = "OK  "
               DISPLAY "No pay period in payperiods.dat covers "
                       WS-PERIOD-DATE "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-STATE-TEXT
           IF WS-PERIOD-STATE = "X"
               DISPLAY "That pay period is already closed."
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-STATE NOT = "C"
               DISPLAY "That pay period is " WS-STATE-TEXT
                       "; only a period the bureau has confirmed "
                       "(run Payroll"
               DISPLAY "Reconciliation after the confirmation file "
                       "arrives) can be closed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Once closed, back-dated salary and department "
                   "changes inside the period"
           DISPLAY "are rejected, or routed to retro pay when they "
                   "are salary increases."
           DISPLAY "Close this pay period? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Pay period not closed."
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO WS-PERIOD-STATE
           CALL "PayPeriod" USING "SET   " WS-PERIOD-DATE
               WS-PERIOD-STATE WS-PERIOD-RESULT
           IF WS-PERIOD-RESULT NOT = "OK  "
               DISPLAY "Error updating payperiods.dat; pay period "
                       "not closed."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Pay period containing " WS-PERIOD-DATE
                   DELIMITED BY SIZE
               " status CONFIRMED" DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Pay period containing " WS-PERIOD-DATE
                   DELIMITED BY SIZE
               " status CLOSED" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "PERCLS" WS-NO-EMPLOYEE
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Pay period closed.".

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
