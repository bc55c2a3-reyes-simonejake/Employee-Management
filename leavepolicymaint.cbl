       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeavePolicyMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO "leave-policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE.
       01 POLICY-RECORD.
           COPY "LVPOLICY.CPY".

       WORKING-STORAGE SECTION.
       01 POLICY-STATUS        PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 CONTINUE-FLAG        PIC X.
       01 MENU-CHOICE          PIC 9.
       01 WS-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-IDX         PIC 9(3).
       01 WS-FOUND-IDX         PIC 9(3).
       01 WS-INPUT-TYPE        PIC X(1).
       01 WS-INPUT-GRADE       PIC X(2).
       01 WS-INPUT-YEARS       PIC 9(2).
       01 WS-INPUT-VAC         PIC 9(2)V99.
       01 WS-INPUT-SICK        PIC 9(2)V99.
       01 WS-INPUT-CAP         PIC 9(3).
       01 WS-TYPE-DISPLAY      PIC X(3).
       01 WS-GRADE-DISPLAY     PIC X(3).
       01 WS-RATE-DISPLAY      PIC Z9.99.
       01 WS-SICK-DISPLAY      PIC Z9.99.

       01 WS-POLICY-TABLE.
           05 WS-POL-ENTRY OCCURS 100 TIMES.
               10 WS-TBL-TYPE       PIC X(1).
               10 WS-TBL-GRADE      PIC X(2).
               10 WS-TBL-YEARS      PIC 9(2).
               10 WS-TBL-VAC        PIC 9(2)V99.
               10 WS-TBL-SICK       PIC 9(2)V99.
               10 WS-TBL-CAP        PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-POLICY-TABLE
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 4
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Leave Entitlement Policy"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Policy Lines"
               DISPLAY "2. Add / Change Policy Line"
               DISPLAY "3. Remove Policy Line"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-POLICY-LINES
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM SET-POLICY-LINE
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM REMOVE-POLICY-LINE
                       PERFORM PRESS-ENTER
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LOAD-POLICY-TABLE.
           MOVE ZERO TO WS-ENTRY-COUNT
           OPEN INPUT POLICY-FILE
           IF POLICY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR
                   WS-ENTRY-COUNT >= 100
               READ POLICY-FILE INTO POLICY-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE LP-EMP-TYPE
                           TO WS-TBL-TYPE(WS-ENTRY-COUNT)
                       MOVE LP-GRADE
                           TO WS-TBL-GRADE(WS-ENTRY-COUNT)
                       MOVE LP-MIN-YEARS
                           TO WS-TBL-YEARS(WS-ENTRY-COUNT)
                       MOVE LP-VAC-ACCRUAL
                           TO WS-TBL-VAC(WS-ENTRY-COUNT)
                       MOVE LP-SICK-ACCRUAL
                           TO WS-TBL-SICK(WS-ENTRY-COUNT)
                       MOVE LP-CARRY-CAP
                           TO WS-TBL-CAP(WS-ENTRY-COUNT)
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       SAVE-POLICY-TABLE.
           OPEN OUTPUT POLICY-FILE
           IF POLICY-STATUS NOT = "00"
               DISPLAY "Error writing leave-policy.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               MOVE WS-TBL-TYPE(WS-ENTRY-IDX) TO LP-EMP-TYPE
               MOVE WS-TBL-GRADE(WS-ENTRY-IDX) TO LP-GRADE
               MOVE WS-TBL-YEARS(WS-ENTRY-IDX) TO LP-MIN-YEARS
               MOVE WS-TBL-VAC(WS-ENTRY-IDX) TO LP-VAC-ACCRUAL
               MOVE WS-TBL-SICK(WS-ENTRY-IDX) TO LP-SICK-ACCRUAL
               MOVE WS-TBL-CAP(WS-ENTRY-IDX) TO LP-CARRY-CAP
               WRITE POLICY-RECORD
           END-PERFORM
           CLOSE POLICY-FILE.

       LIST-POLICY-LINES.
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "No policy lines on file; the standard "
                       "20/25/30-day scale applies."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Type | Grade | From Yrs | Vac/Month | "
                   "Sick/Month | Carry Cap"
           DISPLAY "-----|-------|----------|-----------|-"
                   "-----------|----------"
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-TBL-TYPE(WS-ENTRY-IDX) = SPACES
                   MOVE "any" TO WS-TYPE-DISPLAY
               ELSE
                   MOVE WS-TBL-TYPE(WS-ENTRY-IDX) TO WS-TYPE-DISPLAY
               END-IF
               IF WS-TBL-GRADE(WS-ENTRY-IDX) = SPACES
                   MOVE "any" TO WS-GRADE-DISPLAY
               ELSE
                   MOVE WS-TBL-GRADE(WS-ENTRY-IDX)
                       TO WS-GRADE-DISPLAY
               END-IF
               MOVE WS-TBL-VAC(WS-ENTRY-IDX) TO WS-RATE-DISPLAY
               MOVE WS-TBL-SICK(WS-ENTRY-IDX) TO WS-SICK-DISPLAY
               DISPLAY WS-TYPE-DISPLAY "  | " WS-GRADE-DISPLAY
                       "   | " WS-TBL-YEARS(WS-ENTRY-IDX)
                       "       | " WS-RATE-DISPLAY
                       "     | " WS-SICK-DISPLAY
                       "      | " WS-TBL-CAP(WS-ENTRY-IDX)
           END-PERFORM.

       FIND-POLICY-LINE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-TBL-TYPE(WS-ENTRY-IDX) = WS-INPUT-TYPE AND
                  WS-TBL-GRADE(WS-ENTRY-IDX) = WS-INPUT-GRADE AND
                  WS-TBL-YEARS(WS-ENTRY-IDX) = WS-INPUT-YEARS
                   MOVE WS-ENTRY-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       ACCEPT-POLICY-KEY.
           DISPLAY "Enter Employment Type (P/C, blank = any): "
           ACCEPT WS-INPUT-TYPE
           IF WS-INPUT-TYPE NOT = "P" AND WS-INPUT-TYPE NOT = "C"
              AND WS-INPUT-TYPE NOT = SPACE
               DISPLAY "Invalid employment type."
               MOVE "X" TO WS-INPUT-TYPE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Salary Grade (blank = any): "
           ACCEPT WS-INPUT-GRADE
           DISPLAY "Enter Service Years this tier starts at: "
           ACCEPT WS-INPUT-YEARS
           IF WS-INPUT-YEARS IS NOT NUMERIC
               DISPLAY "Invalid service years."
               MOVE "X" TO WS-INPUT-TYPE
           END-IF.

       SET-POLICY-LINE.
           PERFORM ACCEPT-POLICY-KEY
           IF WS-INPUT-TYPE = "X"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Vacation Accrual per Month (days, "
                   "e.g. 1.67): "
           ACCEPT WS-INPUT-VAC
           IF WS-INPUT-VAC IS NOT NUMERIC
               DISPLAY "Invalid accrual rate."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Sick Leave Accrual per Month (days): "
           ACCEPT WS-INPUT-SICK
           IF WS-INPUT-SICK IS NOT NUMERIC
               DISPLAY "Invalid accrual rate."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Maximum Days Carried to Next Year: "
           ACCEPT WS-INPUT-CAP
           IF WS-INPUT-CAP IS NOT NUMERIC
               DISPLAY "Invalid carry-over cap."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POLICY-LINE
           IF WS-FOUND-IDX = ZERO
               IF WS-ENTRY-COUNT >= 100
                   DISPLAY "Leave policy table is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-ENTRY-COUNT TO WS-FOUND-IDX
               MOVE WS-INPUT-TYPE TO WS-TBL-TYPE(WS-FOUND-IDX)
               MOVE WS-INPUT-GRADE TO WS-TBL-GRADE(WS-FOUND-IDX)
               MOVE WS-INPUT-YEARS TO WS-TBL-YEARS(WS-FOUND-IDX)
           END-IF
           MOVE WS-INPUT-VAC TO WS-TBL-VAC(WS-FOUND-IDX)
           MOVE WS-INPUT-SICK TO WS-TBL-SICK(WS-FOUND-IDX)
           MOVE WS-INPUT-CAP TO WS-TBL-CAP(WS-FOUND-IDX)
           PERFORM SAVE-POLICY-TABLE
           DISPLAY "Policy line recorded.".

       REMOVE-POLICY-LINE.
           PERFORM ACCEPT-POLICY-KEY
           IF WS-INPUT-TYPE = "X"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POLICY-LINE
           IF WS-FOUND-IDX = ZERO
               DISPLAY "Policy line not found."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENTRY-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL WS-ENTRY-IDX >= WS-ENTRY-COUNT
               MOVE WS-POL-ENTRY(WS-ENTRY-IDX + 1)
                   TO WS-POL-ENTRY(WS-ENTRY-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-ENTRY-COUNT
           PERFORM SAVE-POLICY-TABLE
           DISPLAY "Policy line removed.".

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
