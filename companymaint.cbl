       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompanyMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 COMPANY-STATUS       PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 CONTINUE-FLAG        PIC X.
       01 MENU-CHOICE          PIC 9.
       01 WS-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-ENTRY-IDX         PIC 9(3).
       01 WS-FOUND-IDX         PIC 9(3).
       01 WS-INPUT-CODE        PIC X(4).
       01 WS-INPUT-NAME        PIC X(30).
       01 WS-INPUT-EMPLOYER    PIC X(12).
       01 WS-AUDIT-BEFORE      PIC X(120).
       01 WS-AUDIT-AFTER       PIC X(120).
       01 WS-NO-EMPLOYEE       PIC 9(5) VALUE ZERO.

       01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-TBL-CODE      PIC X(4).
               10 WS-TBL-NAME      PIC X(30).
               10 WS-TBL-EMPLOYER  PIC X(12).
               10 WS-TBL-ACTIVE    PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-COMPANY-TABLE
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 6
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "        Company Master Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Companies"
               DISPLAY "2. Add Company"
               DISPLAY "3. Rename Company"
               DISPLAY "4. Set Employer ID"
               DISPLAY "5. Deactivate Company"
               DISPLAY "6. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-COMPANIES
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM ADD-COMPANY
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM RENAME-COMPANY
                       PERFORM PRESS-ENTER
                   WHEN 4
                       PERFORM SET-EMPLOYER-ID
                       PERFORM PRESS-ENTER
                   WHEN 5
                       PERFORM DEACTIVATE-COMPANY
                       PERFORM PRESS-ENTER
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LOAD-COMPANY-TABLE.
           MOVE ZERO TO WS-ENTRY-COUNT
           OPEN INPUT COMPANY-FILE
           IF COMPANY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-ENTRY-COUNT >= 100
               READ COMPANY-FILE INTO COMPANY-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE CO-CODE
                           TO WS-TBL-CODE(WS-ENTRY-COUNT)
                       MOVE CO-NAME
                           TO WS-TBL-NAME(WS-ENTRY-COUNT)
                       MOVE CO-EMPLOYER-ID
                           TO WS-TBL-EMPLOYER(WS-ENTRY-COUNT)
                       MOVE CO-ACTIVE
                           TO WS-TBL-ACTIVE(WS-ENTRY-COUNT)
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       SAVE-COMPANY-TABLE.
           OPEN OUTPUT COMPANY-FILE
           IF COMPANY-STATUS NOT = "00"
               DISPLAY "Error writing companies.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               MOVE WS-TBL-CODE(WS-ENTRY-IDX) TO CO-CODE
               MOVE WS-TBL-NAME(WS-ENTRY-IDX) TO CO-NAME
               MOVE WS-TBL-EMPLOYER(WS-ENTRY-IDX) TO CO-EMPLOYER-ID
               MOVE WS-TBL-ACTIVE(WS-ENTRY-IDX) TO CO-ACTIVE
               WRITE COMPANY-RECORD
           END-PERFORM
           CLOSE COMPANY-FILE.

       LIST-COMPANIES.
           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "No companies on the master file yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code | Company Name                   | "
                   "Employer ID  | Status"
           DISPLAY "-----|--------------------------------|-"
                   "-------------|-------"
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-TBL-ACTIVE(WS-ENTRY-IDX) = "A"
                   DISPLAY WS-TBL-CODE(WS-ENTRY-IDX) " | "
                           WS-TBL-NAME(WS-ENTRY-IDX) " | "
                           WS-TBL-EMPLOYER(WS-ENTRY-IDX) " | Active"
               ELSE
                   DISPLAY WS-TBL-CODE(WS-ENTRY-IDX) " | "
                           WS-TBL-NAME(WS-ENTRY-IDX) " | "
                           WS-TBL-EMPLOYER(WS-ENTRY-IDX) " | Inactive"
               END-IF
           END-PERFORM.

       FIND-COMPANY.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-TBL-CODE(WS-ENTRY-IDX) = WS-INPUT-CODE
                   MOVE WS-ENTRY-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-COMPANY.
           IF WS-ENTRY-COUNT >= 100
               DISPLAY "Company master is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Company Code (4 characters): "
           ACCEPT WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               DISPLAY "Company code cannot be empty."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COMPANY
           IF WS-FOUND-IDX NOT = ZERO
               DISPLAY "Company code already on the master."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Legal Company Name: "
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-NAME = SPACES
               DISPLAY "Company name cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Employer ID (registration number): "
           ACCEPT WS-INPUT-EMPLOYER
           IF WS-INPUT-EMPLOYER = SPACES
               DISPLAY "Employer ID cannot be empty."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-INPUT-CODE TO WS-TBL-CODE(WS-ENTRY-COUNT)
           MOVE WS-INPUT-NAME TO WS-TBL-NAME(WS-ENTRY-COUNT)
           MOVE WS-INPUT-EMPLOYER TO WS-TBL-EMPLOYER(WS-ENTRY-COUNT)
           MOVE "A" TO WS-TBL-ACTIVE(WS-ENTRY-COUNT)
           PERFORM SAVE-COMPANY-TABLE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Company=" WS-INPUT-CODE DELIMITED BY SIZE
               " Name=" WS-INPUT-NAME DELIMITED BY SIZE
               " EmployerID=" WS-INPUT-EMPLOYER DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           MOVE SPACES TO WS-AUDIT-BEFORE
           CALL "AuditLog" USING "COMAST" WS-NO-EMPLOYEE
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Company added.".

       RENAME-COMPANY.
           DISPLAY "Enter Company Code to rename: "
           ACCEPT WS-INPUT-CODE
           PERFORM FIND-COMPANY
           IF WS-FOUND-IDX = ZERO
               DISPLAY "Company not found on the master."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current Name: " WS-TBL-NAME(WS-FOUND-IDX)
           DISPLAY "Enter new Legal Company Name: "
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-NAME = SPACES
               DISPLAY "Company name cannot be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Company=" WS-INPUT-CODE DELIMITED BY SIZE
               " Name=" WS-TBL-NAME(WS-FOUND-IDX) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-INPUT-NAME TO WS-TBL-NAME(WS-FOUND-IDX)
           PERFORM SAVE-COMPANY-TABLE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Company=" WS-INPUT-CODE DELIMITED BY SIZE
               " Name=" WS-INPUT-NAME DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "COMAST" WS-NO-EMPLOYEE
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Company renamed.".

       SET-EMPLOYER-ID.
           DISPLAY "Enter Company Code: "
           ACCEPT WS-INPUT-CODE
           PERFORM FIND-COMPANY
           IF WS-FOUND-IDX = ZERO
               DISPLAY "Company not found on the master."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Current Employer ID: "
                   WS-TBL-EMPLOYER(WS-FOUND-IDX)
           DISPLAY "Enter new Employer ID: "
           ACCEPT WS-INPUT-EMPLOYER
           IF WS-INPUT-EMPLOYER = SPACES
               DISPLAY "Employer ID cannot be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Company=" WS-INPUT-CODE DELIMITED BY SIZE
               " EmployerID=" WS-TBL-EMPLOYER(WS-FOUND-IDX)
                   DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-INPUT-EMPLOYER TO WS-TBL-EMPLOYER(WS-FOUND-IDX)
           PERFORM SAVE-COMPANY-TABLE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Company=" WS-INPUT-CODE DELIMITED BY SIZE
               " EmployerID=" WS-INPUT-EMPLOYER DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "COMAST" WS-NO-EMPLOYEE
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Employer ID recorded.".

       DEACTIVATE-COMPANY.
           DISPLAY "Enter Company Code to deactivate: "
           ACCEPT WS-INPUT-CODE
           PERFORM FIND-COMPANY
           IF WS-FOUND-IDX = ZERO
               DISPLAY "Company not found on the master."
               EXIT PARAGRAPH
           END-IF
           IF WS-TBL-ACTIVE(WS-FOUND-IDX) NOT = "A"
               DISPLAY "Company is already inactive."
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO WS-TBL-ACTIVE(WS-FOUND-IDX)
           PERFORM SAVE-COMPANY-TABLE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Company=" WS-INPUT-CODE DELIMITED BY SIZE
               " Deactivated" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           MOVE SPACES TO WS-AUDIT-BEFORE
           CALL "AuditLog" USING "COMAST" WS-NO-EMPLOYEE
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Company deactivated. Departments and employees "
                   "can no longer be assigned to it.".

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
