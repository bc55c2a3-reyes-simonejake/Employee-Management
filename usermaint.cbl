           05 USER-FORCE-CHANGE    PIC X(1).
           05 USER-PWD-DATE        PIC 9(8).
           05 USER-FAIL-COUNT      PIC 9(1).
           05 USER-EMPLOYEE-ID     PIC 9(5).

       WORKING-STORAGE SECTION.
       01 USER-STATUS             PIC XX.
       01 WS-INPUT-ROLE           PIC X(2).
       01 WS-NEW-HASH             PIC X(10).
       01 WS-TODAY                PIC 9(8).
       01 WS-INPUT-EMP-ID         PIC 9(5).

       01 WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 50 TIMES.
               10 WS-TBL-FORCE       PIC X(1).
               10 WS-TBL-PWD-DATE    PIC 9(8).
               10 WS-TBL-FAILS       PIC 9(1).
               10 WS-TBL-EMP-ID      PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-USER-TABLE
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 8
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       User Account Maintenance"
               DISPLAY "4. Reset Password"
               DISPLAY "5. Assign Role"
               DISPLAY "6. Unlock User"
               DISPLAY "7. Link User to Employee ID"
               DISPLAY "8. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                       PERFORM UNLOCK-USER
                       PERFORM PRESS-ENTER
                   WHEN 7
                       PERFORM LINK-EMPLOYEE
                       PERFORM PRESS-ENTER
                   WHEN 8
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                           MOVE ZERO
                               TO WS-TBL-FAILS(WS-USER-COUNT)
                       END-IF
                       IF USER-EMPLOYEE-ID IS NUMERIC
                           MOVE USER-EMPLOYEE-ID
                               TO WS-TBL-EMP-ID(WS-USER-COUNT)
                       ELSE
                           MOVE ZEROS
                               TO WS-TBL-EMP-ID(WS-USER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.
               MOVE WS-TBL-FORCE(WS-USER-IDX) TO USER-FORCE-CHANGE
               MOVE WS-TBL-PWD-DATE(WS-USER-IDX) TO USER-PWD-DATE
               MOVE WS-TBL-FAILS(WS-USER-IDX) TO USER-FAIL-COUNT
               MOVE WS-TBL-EMP-ID(WS-USER-IDX) TO USER-EMPLOYEE-ID
               WRITE USER-RECORD
           END-PERFORM
           CLOSE USER-FILE.
               DISPLAY "No users on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "User       | Emp   | Role | Status   | Password"
           DISPLAY "-----------|-------|------|----------|---------"
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
               DISPLAY WS-TBL-NAME(WS-USER-IDX) " | "
                   WS-TBL-EMP-ID(WS-USER-IDX) " | "
                   WS-TBL-ROLE(WS-USER-IDX) "   | "
                   WITH NO ADVANCING
               EVALUATE WS-TBL-ACTIVE(WS-USER-IDX)
               DISPLAY "Role cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter the user's own Employee ID (0 = none): "
           ACCEPT WS-INPUT-EMP-ID
           IF WS-INPUT-EMP-ID IS NOT NUMERIC
               MOVE ZEROS TO WS-INPUT-EMP-ID
           END-IF
           CALL "PassHash" USING WS-INPUT-PASSWORD WS-NEW-HASH
           ADD 1 TO WS-USER-COUNT
           MOVE WS-INPUT-NAME TO WS-TBL-NAME(WS-USER-COUNT)
           MOVE "Y" TO WS-TBL-FORCE(WS-USER-COUNT)
           MOVE WS-TODAY TO WS-TBL-PWD-DATE(WS-USER-COUNT)
           MOVE ZERO TO WS-TBL-FAILS(WS-USER-COUNT)
           MOVE WS-INPUT-EMP-ID TO WS-TBL-EMP-ID(WS-USER-COUNT)
           PERFORM SAVE-USER-TABLE
           DISPLAY "User added. They must change the password on "
                   "first login.".
           PERFORM SAVE-USER-TABLE
           DISPLAY "User unlocked and failure count reset.".

       LINK-EMPLOYEE.
           DISPLAY "Enter Username: "
           ACCEPT WS-INPUT-NAME
           PERFORM FIND-USER
           IF WS-FOUND-IDX = ZERO
               DISPLAY "User not found."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current Employee ID: " WS-TBL-EMP-ID(WS-FOUND-IDX)
           DISPLAY "Enter the user's own Employee ID (0 = none): "
           ACCEPT WS-INPUT-EMP-ID
           IF WS-INPUT-EMP-ID IS NOT NUMERIC
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-EMP-ID TO WS-TBL-EMP-ID(WS-FOUND-IDX)
           PERFORM SAVE-USER-TABLE
           DISPLAY "Employee link updated.".

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.
