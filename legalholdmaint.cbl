       IDENTIFICATION DIVISION.
       PROGRAM-ID. LegalHoldMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "legal-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT HOLD-NEW-FILE ASSIGN TO "legal-holds.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-NEW-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "employees-archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY "LEGHOLD.CPY".

       FD HOLD-NEW-FILE.
       01 HOLD-NEW-RECORD       PIC X(81).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           COPY "EMPREC.CPY"
               REPLACING EMPLOYEE-ID BY ARCH-ID
                         EMPLOYEE-NAME BY ARCH-NAME
                         DATE-OF-BIRTH BY ARCH-DATE-OF-BIRTH
                         DEPARTMENT BY ARCH-DEPARTMENT
                         SALARY BY ARCH-SALARY
                         HIRE-DATE BY ARCH-HIRE-DATE
                         EMPLOYEE-STATUS BY ARCH-REC-STATUS
                         TERMINATION-DATE BY ARCH-TERMINATION-DATE
                         SALARY-GRADE BY ARCH-SALARY-GRADE
                         JOB-CODE BY ARCH-JOB-CODE
                         MANAGER-ID BY ARCH-MANAGER-ID
                         TERM-REASON BY ARCH-TERM-REASON
                         EMPLOYMENT-TYPE BY ARCH-EMP-TYPE
                         CONTRACT-END-DATE BY ARCH-CONTRACT-END
                         COMPANY-CODE BY ARCH-COMPANY-CODE.

       WORKING-STORAGE SECTION.
       01 HOLD-STATUS          PIC XX.
       01 HOLD-NEW-STATUS      PIC XX.
       01 FILE-STATUS          PIC XX.
       01 ARCHIVE-STATUS       PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 CONTINUE-FLAG        PIC X.
       01 MENU-CHOICE          PIC 9.
       01 SEARCH-ID            PIC 9(5).
       01 WS-EMP-FOUND         PIC X.
       01 WS-HOLD-ACTIVE       PIC X.
       01 WS-RELEASED          PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-USER              PIC X(10).
       01 WS-INPUT-REASON      PIC X(40).
       01 WS-LISTED-COUNT      PIC 9(5).
       01 WS-ACTIVE-COUNT      PIC 9(5).
       01 WS-AUDIT-BEFORE      PIC X(120).
       01 WS-AUDIT-AFTER       PIC X(120).
       01 WS-COPY-STATUS       PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS     PIC S9(9) USAGE BINARY.
       01 WS-HOLD-FILENAME     PIC X(255) VALUE "legal-holds.dat".
       01 WS-HOLD-TMP-NAME     PIC X(255) VALUE "legal-holds.tmp".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 4
               PERFORM CLEAR-SCREEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               DISPLAY "-------------------------------------------"
               DISPLAY "   Legal Hold Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Legal Holds"
               DISPLAY "2. Place a Legal Hold"
               DISPLAY "3. Release a Legal Hold"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-HOLDS
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM PLACE-HOLD
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM RELEASE-HOLD
                       PERFORM PRESS-ENTER
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LIST-HOLDS.
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS NOT = "00"
               DISPLAY "No legal holds on file yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Empl. | Placed   | By         | Released | "
                   "Reason"
           DISPLAY "------|----------|------------|----------|-"
                   "-----------------------"
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-ACTIVE-COUNT
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HOLD-FILE INTO HOLD-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       IF LH-RELEASED-DATE = ZEROS OR
                          LH-RELEASED-DATE IS NOT NUMERIC
                           ADD 1 TO WS-ACTIVE-COUNT
                           DISPLAY LH-EMPLOYEE-ID " | "
                                   LH-PLACED-DATE " | "
                                   LH-PLACED-BY " | ACTIVE   | "
                                   LH-REASON
                       ELSE
                           DISPLAY LH-EMPLOYEE-ID " | "
                                   LH-PLACED-DATE " | "
                                   LH-PLACED-BY " | "
                                   LH-RELEASED-DATE " | "
                                   LH-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           DISPLAY WS-LISTED-COUNT " hold(s) on file, "
                   WS-ACTIVE-COUNT " active.".

       CHECK-EMPLOYEE-EXISTS.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS = "00"
               MOVE SEARCH-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-FOUND
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF
           IF WS-EMP-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-EMP-FOUND = "Y"
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ARCH-ID = SEARCH-ID
                           MOVE "Y" TO WS-EMP-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       CHECK-HOLD-ACTIVE.
           MOVE "N" TO WS-HOLD-ACTIVE
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-HOLD-ACTIVE = "Y"
               READ HOLD-FILE INTO HOLD-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LH-EMPLOYEE-ID = SEARCH-ID AND
                          (LH-RELEASED-DATE = ZEROS OR
                           LH-RELEASED-DATE IS NOT NUMERIC)
                           MOVE "Y" TO WS-HOLD-ACTIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       PLACE-HOLD.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-EMPLOYEE-EXISTS
           IF WS-EMP-FOUND = "N"
               DISPLAY "Employee not found on the master file or "
                       "the archive."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-HOLD-ACTIVE
           IF WS-HOLD-ACTIVE = "Y"
               DISPLAY "Employee " SEARCH-ID " is already on legal "
                       "hold."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Reason / Matter Reference: "
           ACCEPT WS-INPUT-REASON
           IF WS-INPUT-REASON = SPACES
               DISPLAY "Reason cannot be empty."
               EXIT PARAGRAPH
           END-IF
           CALL "AuditUser" USING "GET   " WS-USER

           OPEN EXTEND HOLD-FILE
           IF HOLD-STATUS NOT = "00"
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF HOLD-STATUS NOT = "00"
               DISPLAY "Error opening legal-holds.dat. No change "
                       "made."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HOLD-RECORD
           MOVE SEARCH-ID TO LH-EMPLOYEE-ID
           MOVE WS-TODAY TO LH-PLACED-DATE
           MOVE WS-USER TO LH-PLACED-BY
           MOVE ZEROS TO LH-RELEASED-DATE
           MOVE WS-INPUT-REASON TO LH-REASON
           WRITE HOLD-RECORD
           CLOSE HOLD-FILE

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Legal hold placed: " WS-INPUT-REASON
                   DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "LHOLD " SEARCH-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Legal hold placed on " SEARCH-ID ".".

       RELEASE-HOLD.
           DISPLAY "Enter Employee ID to release: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-HOLD-ACTIVE
           IF WS-HOLD-ACTIVE = "N"
               DISPLAY "No active legal hold on file for "
                       SEARCH-ID "."
               EXIT PARAGRAPH
           END-IF
           CALL "AuditUser" USING "GET   " WS-USER

           MOVE "N" TO WS-RELEASED
           OPEN OUTPUT HOLD-NEW-FILE
           IF HOLD-NEW-STATUS NOT = "00"
               DISPLAY "Error creating legal-holds.tmp. No "
                       "change made."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HOLD-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HOLD-FILE INTO HOLD-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LH-EMPLOYEE-ID = SEARCH-ID AND
                          (LH-RELEASED-DATE = ZEROS OR
                           LH-RELEASED-DATE IS NOT NUMERIC)
                           MOVE WS-TODAY TO LH-RELEASED-DATE
                           MOVE WS-USER TO LH-RELEASED-BY
                           MOVE LH-REASON TO WS-INPUT-REASON
                           MOVE "Y" TO WS-RELEASED
                       END-IF
                       MOVE HOLD-RECORD TO HOLD-NEW-RECORD
                       WRITE HOLD-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE HOLD-NEW-FILE

           CALL "CBL_DELETE_FILE" USING WS-HOLD-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING
               WS-HOLD-TMP-NAME WS-HOLD-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS = 0
               CALL "CBL_DELETE_FILE" USING WS-HOLD-TMP-NAME
                   RETURNING WS-DELETE-STATUS
           ELSE
               DISPLAY "Error replacing legal-holds.dat; new "
                       "file left in legal-holds.tmp."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Legal hold: " WS-INPUT-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "Legal hold released" TO WS-AUDIT-AFTER
           CALL "AuditLog" USING "LHREL " SEARCH-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Legal hold released for " SEARCH-ID ".".

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
