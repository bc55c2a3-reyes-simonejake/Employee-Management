       IDENTIFICATION DIVISION.
       PROGRAM-ID. ErCaseMaint.

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
           SELECT CASE-TMP-FILE ASSIGN TO "er-cases.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD CASE-FILE.
       01 CASE-RECORD.
           COPY "ERCASE.CPY".

       FD CASE-TMP-FILE.
       01 CASE-TMP-RECORD        PIC X(198).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 CASE-STATUS           PIC XX.
       01 CASE-TMP-STATUS       PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 MENU-CHOICE           PIC 9.
       01 SEARCH-ID             PIC 9(5).
       01 WS-TODAY              PIC 9(8).
       01 WS-EMP-FOUND          PIC X.
       01 WS-EMP-NAME           PIC X(30).
       01 WS-EMP-DEPT           PIC X(15).
       01 WS-EMP-STATUS         PIC X(1).
       01 WS-OPERATOR           PIC X(10).
       01 WS-ROLE               PIC X(2).
       01 WS-NOTES-OPTION       PIC 9(2) VALUE 99.
       01 WS-NOTES-ACCESS       PIC X(4).
       01 WS-INPUT-CASE-ID      PIC 9(6).
       01 WS-INPUT-TYPE         PIC X(2).
       01 WS-INPUT-DATE         PIC 9(8).
       01 WS-INPUT-EXPIRY       PIC 9(8).
       01 WS-INPUT-STATUS       PIC X(1).
       01 WS-INPUT-OUTCOME      PIC X(30).
       01 WS-INPUT-NOTES        PIC X(120).
       01 WS-TYPE-DESC          PIC X(20).
       01 WS-STATUS-DESC        PIC X(10).
       01 WS-NEXT-CASE-ID       PIC 9(6).
       01 WS-CASE-FOUND         PIC X.
       01 WS-CASE-SAVE          PIC X(198).
       01 WS-HIST-COUNT         PIC 9(5).
       01 WS-LIVE-TEXT          PIC X(5).
       01 WS-DATE-RESULT        PIC X(4).
       01 WS-AGE-DUMMY          PIC 9(2) VALUE ZERO.
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-CASE-FILENAME      PIC X(255) VALUE "er-cases.dat".
       01 WS-CASE-TMP-NAME      PIC X(255) VALUE "er-cases.tmp".
       01 WS-AUDIT-BEFORE       PIC X(120).
       01 WS-AUDIT-AFTER        PIC X(120).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           CALL "AuditUser" USING "GET   " WS-OPERATOR
           CALL "UserRole" USING "GET   " WS-ROLE
           CALL "CheckAccess" USING WS-ROLE WS-NOTES-OPTION
               WS-NOTES-ACCESS
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 5
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "   Employee Relations Cases"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. Open a Case"
               DISPLAY "2. Update / Close a Case"
               DISPLAY "3. Case History for an Employee"
               DISPLAY "4. Open Cases Aging Report by Department"
               DISPLAY "5. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM OPEN-CASE
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM UPDATE-CASE
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM CASE-HISTORY
                       PERFORM PRESS-ENTER
                   WHEN 4
                       CALL "ErCaseAging"
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
                   MOVE DEPARTMENT TO WS-EMP-DEPT
                   MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS
           END-READ
           CLOSE EMPLOYEE-FILE.

       DESCRIBE-TYPE.
           EVALUATE WS-INPUT-TYPE
               WHEN "VW"
                   MOVE "Verbal Warning" TO WS-TYPE-DESC
               WHEN "WW"
                   MOVE "Written Warning" TO WS-TYPE-DESC
               WHEN "FW"
                   MOVE "Final Warning" TO WS-TYPE-DESC
               WHEN "IN"
                   MOVE "Investigation" TO WS-TYPE-DESC
               WHEN "GR"
                   MOVE "Grievance" TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-TYPE-DESC
           END-EVALUATE.

       DESCRIBE-STATUS.
           EVALUATE WS-INPUT-STATUS
               WHEN "O"
                   MOVE "Open" TO WS-STATUS-DESC
               WHEN "C"
                   MOVE "Closed" TO WS-STATUS-DESC
               WHEN "X"
                   MOVE "Rescinded" TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-DESC
           END-EVALUATE.

       OPEN-CASE.
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
           DISPLAY "Employee: " WS-EMP-NAME "  Dept: " WS-EMP-DEPT
           DISPLAY "Case type: VW=Verbal Warning WW=Written Warning "
                   "FW=Final Warning"
           DISPLAY "           IN=Investigation GR=Grievance"
           DISPLAY "Enter Case Type: "
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           PERFORM DESCRIBE-TYPE
           IF WS-TYPE-DESC = SPACES
               DISPLAY "Invalid case type."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Open Date (YYYYMMDD, 0 = today): "
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE IS NOT NUMERIC OR WS-INPUT-DATE = ZEROS
               MOVE WS-TODAY TO WS-INPUT-DATE
           END-IF
           CALL "ValidDate" USING "DATE  " WS-INPUT-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  " OR
              WS-INPUT-DATE > WS-TODAY
               DISPLAY "Invalid open date."
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-INPUT-EXPIRY
           IF WS-INPUT-TYPE = "VW" OR WS-INPUT-TYPE = "WW" OR
              WS-INPUT-TYPE = "FW"
               PERFORM ACCEPT-WARNING-EXPIRY
               IF WS-DATE-RESULT NOT = "OK  "
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-INPUT-NOTES
           IF WS-NOTES-ACCESS = "OK  "
               DISPLAY "Enter Case Notes (restricted): "
               ACCEPT WS-INPUT-NOTES
           END-IF

           PERFORM FIND-NEXT-CASE-ID
           OPEN EXTEND CASE-FILE
           IF CASE-STATUS NOT = "00"
               OPEN OUTPUT CASE-FILE
           END-IF
           IF CASE-STATUS NOT = "00"
               DISPLAY "Error writing er-cases.dat; case not opened."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CASE-RECORD
           MOVE WS-NEXT-CASE-ID TO EC-CASE-ID
           MOVE SEARCH-ID TO EC-EMPLOYEE-ID
           MOVE WS-INPUT-TYPE TO EC-CASE-TYPE
           MOVE WS-INPUT-DATE TO EC-OPEN-DATE
           MOVE "O" TO EC-STATUS
           MOVE ZEROS TO EC-CLOSE-DATE
           MOVE WS-INPUT-EXPIRY TO EC-WARN-EXPIRY
           MOVE WS-OPERATOR TO EC-OPENED-BY
           MOVE WS-INPUT-NOTES TO EC-NOTES
           WRITE CASE-RECORD
           CLOSE CASE-FILE

           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Case=" WS-NEXT-CASE-ID DELIMITED BY SIZE
               " Type=" WS-INPUT-TYPE DELIMITED BY SIZE
               " Opened=" WS-INPUT-DATE DELIMITED BY SIZE
               " WarnExpiry=" WS-INPUT-EXPIRY DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "ERCASE" SEARCH-ID
               SPACES WS-AUDIT-AFTER
           DISPLAY "Case " WS-NEXT-CASE-ID " opened: " WS-TYPE-DESC.

       ACCEPT-WARNING-EXPIRY.
           DISPLAY "Enter Warning Expiry Date (YYYYMMDD): "
           ACCEPT WS-INPUT-EXPIRY
           CALL "ValidDate" USING "DATE  " WS-INPUT-EXPIRY
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  " OR
              WS-INPUT-EXPIRY <= WS-INPUT-DATE
               DISPLAY "Invalid warning expiry date; it must fall "
                       "after the open date."
               MOVE "INV " TO WS-DATE-RESULT
           END-IF.

       FIND-NEXT-CASE-ID.
           MOVE ZERO TO WS-NEXT-CASE-ID
           OPEN INPUT CASE-FILE
           IF CASE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ CASE-FILE INTO CASE-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF EC-CASE-ID IS NUMERIC AND
                              EC-CASE-ID > WS-NEXT-CASE-ID
                               MOVE EC-CASE-ID TO WS-NEXT-CASE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           ADD 1 TO WS-NEXT-CASE-ID.

       UPDATE-CASE.
           DISPLAY "Enter Case Number: "
           ACCEPT WS-INPUT-CASE-ID
           IF WS-INPUT-CASE-ID IS NOT NUMERIC OR
              WS-INPUT-CASE-ID = ZEROS
               DISPLAY "Invalid case number."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CASE
           IF WS-CASE-FOUND = "N"
               DISPLAY "Case not found."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CASE
           MOVE EC-EMPLOYEE-ID TO SEARCH-ID
           MOVE EC-CASE-TYPE TO WS-INPUT-TYPE
           MOVE EC-OPEN-DATE TO WS-INPUT-DATE
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Case=" EC-CASE-ID DELIMITED BY SIZE
               " Status=" EC-STATUS DELIMITED BY SIZE
               " Outcome=" EC-OUTCOME DELIMITED BY SIZE
               " WarnExpiry=" EC-WARN-EXPIRY DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING

           DISPLAY "New Status O=Open C=Closed X=Rescinded "
                   "(blank = no change): "
           ACCEPT WS-INPUT-STATUS
           MOVE FUNCTION UPPER-CASE(WS-INPUT-STATUS)
               TO WS-INPUT-STATUS
           IF WS-INPUT-STATUS = SPACES
               MOVE EC-STATUS TO WS-INPUT-STATUS
           END-IF
           PERFORM DESCRIBE-STATUS
           IF WS-STATUS-DESC = SPACES
               DISPLAY "Invalid status."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Outcome (blank = no change): "
           ACCEPT WS-INPUT-OUTCOME
           IF WS-INPUT-OUTCOME = SPACES
               MOVE EC-OUTCOME TO WS-INPUT-OUTCOME
           END-IF
           MOVE EC-WARN-EXPIRY TO WS-INPUT-EXPIRY
           IF WS-INPUT-TYPE = "VW" OR WS-INPUT-TYPE = "WW" OR
              WS-INPUT-TYPE = "FW"
               DISPLAY "Change warning expiry date? (Y/N): "
               ACCEPT CONTINUE-FLAG
               IF CONTINUE-FLAG = "Y" OR CONTINUE-FLAG = "y"
                   PERFORM ACCEPT-WARNING-EXPIRY
                   IF WS-DATE-RESULT NOT = "OK  "
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           MOVE EC-NOTES TO WS-INPUT-NOTES
           IF WS-NOTES-ACCESS = "OK  "
               DISPLAY "Replace case notes? (Y/N): "
               ACCEPT CONTINUE-FLAG
               IF CONTINUE-FLAG = "Y" OR CONTINUE-FLAG = "y"
                   DISPLAY "Enter Case Notes (restricted): "
                   ACCEPT WS-INPUT-NOTES
               END-IF
           END-IF

           PERFORM REWRITE-CASE
           IF CASE-TMP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Case=" WS-INPUT-CASE-ID DELIMITED BY SIZE
               " Status=" WS-INPUT-STATUS DELIMITED BY SIZE
               " Outcome=" WS-INPUT-OUTCOME DELIMITED BY SIZE
               " WarnExpiry=" WS-INPUT-EXPIRY DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "ERCASE" SEARCH-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Case " WS-INPUT-CASE-ID " updated: "
                   WS-STATUS-DESC.

       READ-CASE.
           MOVE "N" TO WS-CASE-FOUND
           OPEN INPUT CASE-FILE
           IF CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-CASE-FOUND = "Y"
               READ CASE-FILE INTO CASE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EC-CASE-ID = WS-INPUT-CASE-ID
                           MOVE "Y" TO WS-CASE-FOUND
                           MOVE CASE-RECORD TO WS-CASE-SAVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           IF WS-CASE-FOUND = "Y"
               MOVE WS-CASE-SAVE TO CASE-RECORD
           END-IF.

       SHOW-CASE.
           MOVE EC-CASE-TYPE TO WS-INPUT-TYPE
           PERFORM DESCRIBE-TYPE
           MOVE EC-STATUS TO WS-INPUT-STATUS
           PERFORM DESCRIBE-STATUS
           DISPLAY "Case:       " EC-CASE-ID
           DISPLAY "Employee:   " EC-EMPLOYEE-ID
           DISPLAY "Type:       " EC-CASE-TYPE " " WS-TYPE-DESC
           DISPLAY "Opened:     " EC-OPEN-DATE " by " EC-OPENED-BY
           DISPLAY "Status:     " WS-STATUS-DESC
           IF EC-CLOSE-DATE IS NUMERIC AND EC-CLOSE-DATE NOT = ZEROS
               DISPLAY "Closed:     " EC-CLOSE-DATE
           END-IF
           DISPLAY "Outcome:    " EC-OUTCOME
           IF EC-WARN-EXPIRY IS NUMERIC AND EC-WARN-EXPIRY NOT = ZEROS
               DISPLAY "Warning expires: " EC-WARN-EXPIRY
           END-IF
           IF WS-NOTES-ACCESS = "OK  "
               DISPLAY "Notes:      " EC-NOTES
           ELSE
               DISPLAY "Notes:      (restricted)"
           END-IF.

       REWRITE-CASE.
           OPEN OUTPUT CASE-TMP-FILE
           IF CASE-TMP-STATUS NOT = "00"
               DISPLAY "Error creating er-cases.tmp; case not "
                       "updated."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CASE-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CASE-FILE INTO CASE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EC-CASE-ID = WS-INPUT-CASE-ID
                           PERFORM APPLY-CASE-CHANGES
                       END-IF
                       MOVE CASE-RECORD TO CASE-TMP-RECORD
                       WRITE CASE-TMP-RECORD
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           CLOSE CASE-TMP-FILE
           CALL "CBL_DELETE_FILE" USING WS-CASE-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING WS-CASE-TMP-NAME
               WS-CASE-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS NOT = 0
               DISPLAY "Error saving er-cases.dat; the updated file "
                       "is in er-cases.tmp."
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-CASE-TMP-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF.

       APPLY-CASE-CHANGES.
           IF WS-INPUT-STATUS NOT = EC-STATUS
               IF WS-INPUT-STATUS = "O"
                   MOVE ZEROS TO EC-CLOSE-DATE
               ELSE
                   MOVE WS-TODAY TO EC-CLOSE-DATE
               END-IF
           END-IF
           MOVE WS-INPUT-STATUS TO EC-STATUS
           MOVE WS-INPUT-OUTCOME TO EC-OUTCOME
           MOVE WS-INPUT-EXPIRY TO EC-WARN-EXPIRY
           MOVE WS-INPUT-NOTES TO EC-NOTES.

       CASE-HISTORY.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CASE-FILE
           IF CASE-STATUS NOT = "00"
               DISPLAY "No employee relations cases on file yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Case   | Type | Opened   | Status    | Closed   "
                   "| Warn Exp | Live  | Outcome"
           DISPLAY "-------|------|----------|-----------|----------"
                   "|----------|-------|--------"
           MOVE ZERO TO WS-HIST-COUNT
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CASE-FILE INTO CASE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EC-EMPLOYEE-ID = SEARCH-ID
                           PERFORM SHOW-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           IF WS-HIST-COUNT = ZERO
               DISPLAY "No cases on file for " SEARCH-ID "."
           END-IF.

       SHOW-HISTORY-LINE.
           ADD 1 TO WS-HIST-COUNT
           MOVE EC-STATUS TO WS-INPUT-STATUS
           PERFORM DESCRIBE-STATUS
           MOVE SPACES TO WS-LIVE-TEXT
           IF EC-CASE-TYPE = "VW" OR EC-CASE-TYPE = "WW" OR
              EC-CASE-TYPE = "FW"
               IF EC-STATUS NOT = "X" AND
                  EC-WARN-EXPIRY IS NUMERIC AND
                  EC-WARN-EXPIRY >= WS-TODAY
                   MOVE "Live" TO WS-LIVE-TEXT
               ELSE
                   MOVE "Spent" TO WS-LIVE-TEXT
               END-IF
           END-IF
           DISPLAY EC-CASE-ID " | " EC-CASE-TYPE "   | "
                   EC-OPEN-DATE " | " WS-STATUS-DESC " | "
                   EC-CLOSE-DATE " | " EC-WARN-EXPIRY " | "
                   WS-LIVE-TEXT " | " EC-OUTCOME
           IF WS-NOTES-ACCESS = "OK  " AND EC-NOTES NOT = SPACES
               DISPLAY "       Notes: " EC-NOTES
           END-IF.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
