       IDENTIFICATION DIVISION.
       PROGRAM-ID. HrLetters.

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
           SELECT ARCHIVE-FILE ASSIGN TO "employees-archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "letter-templates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMPLATE-STATUS.
           SELECT JOB-FILE ASSIGN TO "jobtitles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-STATUS.
           SELECT DEPT-FILE ASSIGN TO "departments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.
           SELECT LETTER-LOG-FILE ASSIGN TO "letters-issued.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD          PIC X(110).

       FD TEMPLATE-FILE.
       01 TEMPLATE-RECORD.
           COPY "LETTMPL.CPY".

       FD JOB-FILE.
       01 JOB-RECORD.
           COPY "JOBREC.CPY".

       FD DEPT-FILE.
       01 DEPT-RECORD.
           COPY "DEPTREC.CPY".

       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       FD LETTER-LOG-FILE.
       01 LETTER-LOG-RECORD.
           05 LI-TIMESTAMP        PIC X(15).
           05 LI-EMPLOYEE-ID      PIC 9(5).
           05 LI-TYPE             PIC X(4).
           05 LI-SALARY-SHOWN     PIC X(1).
           05 LI-USER             PIC X(10).
           05 LI-FILE-NAME        PIC X(40).

       FD LETTER-FILE.
       01 LETTER-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 ARCHIVE-STATUS        PIC XX.
       01 TEMPLATE-STATUS       PIC XX.
       01 JOB-STATUS            PIC XX.
       01 DEPT-STATUS           PIC XX.
       01 COMPANY-STATUS        PIC XX.
       01 LOG-STATUS            PIC XX.
       01 LETTER-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 MENU-CHOICE           PIC 9.
       01 SEARCH-ID             PIC 9(5).
       01 WS-TODAY              PIC 9(8).
       01 WS-TIMESTAMP          PIC X(21).
       01 WS-USER               PIC X(10).
       01 WS-SALARY-ACCESS      PIC X(4).
       01 WS-LETTER-NAME        PIC X(40).
       01 WS-EMP-FOUND          PIC X.
       01 WS-FROM-ARCHIVE       PIC X.
       01 WS-AUD-ID             PIC 9(5).
       01 WS-AUD-BEFORE         PIC X(120).
       01 WS-AUD-AFTER          PIC X(120).

       01 WS-TPL-USED           PIC 9(3) VALUE ZERO.
       01 WS-TPL-IDX            PIC 9(3).
       01 WS-TPL-FOUND-IDX      PIC 9(3).
       01 WS-TPL-TABLE.
           05 WS-TPL-ENTRY OCCURS 500 TIMES.
               10 WS-TPL-TYPE      PIC X(4).
               10 WS-TPL-LINE-NO   PIC 9(3).
               10 WS-TPL-COND      PIC X(1).
               10 WS-TPL-TEXT      PIC X(70).
       01 WS-TPL-HOLD           PIC X(78).
       01 WS-LIMIT-HIT          PIC X VALUE "N".

       01 WS-INPUT-TYPE         PIC X(4).
       01 WS-INPUT-LINE-NO      PIC 9(3).
       01 WS-INPUT-COND         PIC X(1).
       01 WS-INPUT-TEXT         PIC X(70).
       01 WS-TYPE-FOUND         PIC X.
       01 WS-TYPE-DESC          PIC X(30).
       01 WS-TYPE-SALARY-OK     PIC X(1).
       01 WS-SALARY-SHOWN       PIC X(1).
       01 WS-LINES-WRITTEN      PIC 9(3).
       01 WS-SALARY-TOKENS      PIC 9(2).

       01 WS-JOB-TITLE          PIC X(30).
       01 WS-DEPT-NAME          PIC X(30).
       01 WS-COMPANY-NAME       PIC X(30).
       01 WS-HIRE-TEXT          PIC X(10).
       01 WS-TERM-TEXT          PIC X(10).
       01 WS-TODAY-TEXT         PIC X(10).
       01 WS-SERVICE-TEXT       PIC X(30).
       01 WS-SALARY-TEXT        PIC X(20).
       01 WS-SALARY-DISPLAY     PIC Z,ZZZ,ZZ9.99.
       01 WS-FMT-DATE           PIC 9(8).
       01 WS-FMT-TEXT           PIC X(10).
       01 WS-SERVICE-END        PIC 9(8).
       01 WS-SERVICE-END-PARTS REDEFINES WS-SERVICE-END.
           05 WS-END-YEAR       PIC 9(4).
           05 WS-END-MM         PIC 9(2).
           05 WS-END-DD         PIC 9(2).
       01 WS-START-DATE         PIC 9(8).
       01 WS-START-PARTS REDEFINES WS-START-DATE.
           05 WS-START-YEAR     PIC 9(4).
           05 WS-START-MM       PIC 9(2).
           05 WS-START-DD       PIC 9(2).
       01 WS-SERVICE-MONTHS     PIC S9(5).
       01 WS-SERVICE-YEARS      PIC 9(3).
       01 WS-SERVICE-REM        PIC 9(2).
       01 WS-YEARS-DISPLAY      PIC ZZ9.
       01 WS-MONTHS-DISPLAY     PIC Z9.

       01 WS-OUT-LINE           PIC X(100).
       01 WS-OUT-PTR            PIC 9(3).
       01 WS-POS                PIC 9(3).
       01 WS-TOKEN-END          PIC 9(3).
       01 WS-TOKEN-LEN          PIC 9(3).
       01 WS-TOKEN              PIC X(10).
       01 WS-TOKEN-VALUE        PIC X(30).
       01 WS-TOKEN-KNOWN        PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 6
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "    HR Letters and Employment Verification"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. Issue Letter"
               DISPLAY "2. List Letter Templates"
               DISPLAY "3. Add or Change Template Line"
               DISPLAY "4. Delete Template Line"
               DISPLAY "5. Letters Issued for an Employee"
               DISPLAY "6. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM ISSUE-LETTER
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM LIST-TEMPLATES
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM CHANGE-TEMPLATE-LINE
                       PERFORM PRESS-ENTER
                   WHEN 4
                       PERFORM DELETE-TEMPLATE-LINE
                       PERFORM PRESS-ENTER
                   WHEN 5
                       PERFORM LIST-LETTERS-ISSUED
                       PERFORM PRESS-ENTER
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       ISSUE-LETTER.
           PERFORM LOAD-TEMPLATES
           IF WS-LIMIT-HIT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-TPL-USED = ZERO
               DISPLAY "No letter templates on file "
                       "(letter-templates.dat)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EMPLOYEE
           IF WS-EMP-FOUND = "N"
               DISPLAY "Employee not found!"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LETTER-TYPES
           DISPLAY "Enter Letter Type: "
           MOVE SPACES TO WS-INPUT-TYPE
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           PERFORM FIND-LETTER-TYPE
           IF WS-TYPE-FOUND = "N"
               DISPLAY "Letter type " WS-INPUT-TYPE " is not on file."
               EXIT PARAGRAPH
           END-IF

           CALL "SalAccess" USING WS-SALARY-ACCESS
           CALL "AuditUser" USING "GET   " WS-USER
           MOVE "N" TO WS-SALARY-SHOWN
           IF WS-TYPE-SALARY-OK = "Y"
               IF WS-SALARY-ACCESS = "OK  "
                   MOVE "Y" TO WS-SALARY-SHOWN
               ELSE
                   DISPLAY "Your role may not see salaries; salary "
                           "lines are left out of this letter."
               END-IF
           END-IF
           PERFORM GATHER-LETTER-FIELDS

           MOVE SPACES TO WS-LETTER-NAME
           STRING
               "letter-" DELIMITED BY SIZE
               EMPLOYEE-ID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-INPUT-TYPE DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LETTER-NAME
           END-STRING
           MOVE FUNCTION LOWER-CASE(WS-LETTER-NAME) TO WS-LETTER-NAME
           OPEN OUTPUT LETTER-FILE
           IF LETTER-STATUS NOT = "00"
               DISPLAY "Error creating " WS-LETTER-NAME "."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINES-WRITTEN
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-USED
               IF WS-TPL-TYPE(WS-TPL-IDX) = WS-INPUT-TYPE AND
                  WS-TPL-LINE-NO(WS-TPL-IDX) NOT = ZERO
                   PERFORM WRITE-TEMPLATE-LINE
               END-IF
           END-PERFORM
           CLOSE LETTER-FILE

           PERFORM LOG-LETTER-ISSUED
           DISPLAY WS-TYPE-DESC " for " EMPLOYEE-NAME
           DISPLAY "written to " WS-LETTER-NAME " ("
                   WS-LINES-WRITTEN " line(s))."
           IF WS-FROM-ARCHIVE = "Y"
               DISPLAY "(details taken from the employee archive)"
           END-IF.

       FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           MOVE "N" TO WS-FROM-ARCHIVE
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
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ARCHIVE-RECORD(1:5) = SEARCH-ID
                           MOVE ARCHIVE-RECORD TO EMPLOYEE-RECORD
                           MOVE "Y" TO WS-EMP-FOUND
                           MOVE "Y" TO WS-FROM-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       GATHER-LETTER-FIELDS.
           MOVE JOB-CODE TO WS-JOB-TITLE
           OPEN INPUT JOB-FILE
           IF JOB-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ JOB-FILE INTO JOB-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF JT-CODE = JOB-CODE
                               MOVE JT-TITLE TO WS-JOB-TITLE
                               MOVE "Y" TO END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-FILE
           END-IF

           MOVE DEPARTMENT TO WS-DEPT-NAME
           OPEN INPUT DEPT-FILE
           IF DEPT-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ DEPT-FILE INTO DEPT-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF DEPT-CODE = DEPARTMENT AND
                              DEPT-NAME NOT = SPACES
                               MOVE DEPT-NAME TO WS-DEPT-NAME
                               MOVE "Y" TO END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF

           MOVE "the Company" TO WS-COMPANY-NAME
           OPEN INPUT COMPANY-FILE
           IF COMPANY-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ COMPANY-FILE INTO COMPANY-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF CO-CODE = COMPANY-CODE AND
                              COMPANY-CODE NOT = SPACES
                               MOVE CO-NAME TO WS-COMPANY-NAME
                               MOVE "Y" TO END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF

           MOVE HIRE-DATE TO WS-FMT-DATE
           PERFORM FORMAT-LETTER-DATE
           MOVE WS-FMT-TEXT TO WS-HIRE-TEXT
           MOVE WS-TODAY TO WS-FMT-DATE
           PERFORM FORMAT-LETTER-DATE
           MOVE WS-FMT-TEXT TO WS-TODAY-TEXT
           MOVE SPACES TO WS-TERM-TEXT
           MOVE WS-TODAY TO WS-SERVICE-END
           IF EMPLOYEE-STATUS = "T"
               MOVE TERMINATION-DATE TO WS-FMT-DATE
               PERFORM FORMAT-LETTER-DATE
               MOVE WS-FMT-TEXT TO WS-TERM-TEXT
               IF TERMINATION-DATE IS NUMERIC AND
                  TERMINATION-DATE NOT = ZEROS
                   MOVE TERMINATION-DATE TO WS-SERVICE-END
               END-IF
           END-IF
           PERFORM CALC-SERVICE-LENGTH

           MOVE SPACES TO WS-SALARY-TEXT
           IF WS-SALARY-SHOWN = "Y"
               MOVE SALARY TO WS-SALARY-DISPLAY
               MOVE FUNCTION TRIM(WS-SALARY-DISPLAY) TO WS-SALARY-TEXT
           END-IF.

       FORMAT-LETTER-DATE.
           MOVE SPACES TO WS-FMT-TEXT
           IF WS-FMT-DATE IS NOT NUMERIC OR WS-FMT-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           STRING
               WS-FMT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FMT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FMT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-FMT-TEXT
           END-STRING.

       CALC-SERVICE-LENGTH.
           MOVE SPACES TO WS-SERVICE-TEXT
           MOVE HIRE-DATE TO WS-START-DATE
           COMPUTE WS-SERVICE-MONTHS =
               (WS-END-YEAR - WS-START-YEAR) * 12 +
               WS-END-MM - WS-START-MM
           IF WS-END-DD < WS-START-DD
               SUBTRACT 1 FROM WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-MONTHS < ZERO
               MOVE ZERO TO WS-SERVICE-MONTHS
           END-IF
           DIVIDE WS-SERVICE-MONTHS BY 12 GIVING WS-SERVICE-YEARS
               REMAINDER WS-SERVICE-REM
           MOVE WS-SERVICE-YEARS TO WS-YEARS-DISPLAY
           MOVE WS-SERVICE-REM TO WS-MONTHS-DISPLAY
           STRING
               FUNCTION TRIM(WS-YEARS-DISPLAY) DELIMITED BY SIZE
               " year(s) " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MONTHS-DISPLAY) DELIMITED BY SIZE
               " month(s)" DELIMITED BY SIZE
               INTO WS-SERVICE-TEXT
           END-STRING.

       WRITE-TEMPLATE-LINE.
           EVALUATE WS-TPL-COND(WS-TPL-IDX)
               WHEN "A"
                   IF EMPLOYEE-STATUS = "T"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "T"
                   IF EMPLOYEE-STATUS NOT = "T"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "S"
                   IF WS-SALARY-SHOWN NOT = "Y"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE ZERO TO WS-SALARY-TOKENS
           INSPECT WS-TPL-TEXT(WS-TPL-IDX)
               TALLYING WS-SALARY-TOKENS FOR ALL "<SALARY>"
           IF WS-SALARY-TOKENS > ZERO AND WS-SALARY-SHOWN NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > 70
               IF WS-TPL-TEXT(WS-TPL-IDX)(WS-POS:1) = "<"
                   PERFORM EXPAND-TOKEN
               ELSE
                   STRING WS-TPL-TEXT(WS-TPL-IDX)(WS-POS:1)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM
           MOVE WS-OUT-LINE TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       EXPAND-TOKEN.
           MOVE "N" TO WS-TOKEN-KNOWN
           MOVE ZERO TO WS-TOKEN-END
           PERFORM VARYING WS-TOKEN-LEN FROM 1 BY 1
                   UNTIL WS-TOKEN-LEN > 11 OR
                         WS-POS + WS-TOKEN-LEN > 70 OR
                         WS-TOKEN-END NOT = ZERO
               IF WS-TPL-TEXT(WS-TPL-IDX)(WS-POS + WS-TOKEN-LEN:1)
                   = ">"
                   COMPUTE WS-TOKEN-END = WS-POS + WS-TOKEN-LEN
               END-IF
           END-PERFORM
           IF WS-TOKEN-END > WS-POS + 1
               MOVE SPACES TO WS-TOKEN
               MOVE WS-TPL-TEXT(WS-TPL-IDX)
                   (WS-POS + 1:WS-TOKEN-END - WS-POS - 1) TO WS-TOKEN
               MOVE "Y" TO WS-TOKEN-KNOWN
               EVALUATE WS-TOKEN
                   WHEN "NAME"
                       MOVE EMPLOYEE-NAME TO WS-TOKEN-VALUE
                   WHEN "ID"
                       MOVE EMPLOYEE-ID TO WS-TOKEN-VALUE
                   WHEN "TITLE"
                       MOVE WS-JOB-TITLE TO WS-TOKEN-VALUE
                   WHEN "DEPT"
                       MOVE DEPARTMENT TO WS-TOKEN-VALUE
                   WHEN "DEPTNAME"
                       MOVE WS-DEPT-NAME TO WS-TOKEN-VALUE
                   WHEN "HIRE"
                       MOVE WS-HIRE-TEXT TO WS-TOKEN-VALUE
                   WHEN "TERM"
                       MOVE WS-TERM-TEXT TO WS-TOKEN-VALUE
                   WHEN "SERVICE"
                       MOVE WS-SERVICE-TEXT TO WS-TOKEN-VALUE
                   WHEN "SALARY"
                       MOVE WS-SALARY-TEXT TO WS-TOKEN-VALUE
                   WHEN "TODAY"
                       MOVE WS-TODAY-TEXT TO WS-TOKEN-VALUE
                   WHEN "COMPANY"
                       MOVE WS-COMPANY-NAME TO WS-TOKEN-VALUE
                   WHEN "USER"
                       MOVE WS-USER TO WS-TOKEN-VALUE
                   WHEN OTHER
                       MOVE "N" TO WS-TOKEN-KNOWN
               END-EVALUATE
           END-IF
           IF WS-TOKEN-KNOWN = "Y"
               IF WS-TOKEN-VALUE NOT = SPACES
                   STRING FUNCTION TRIM(WS-TOKEN-VALUE)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
               COMPUTE WS-POS = WS-TOKEN-END + 1
           ELSE
               STRING "<" DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-STRING
               ADD 1 TO WS-POS
           END-IF.

       LOG-LETTER-ISSUED.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND LETTER-LOG-FILE
           IF LOG-STATUS NOT = "00"
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF
           IF LOG-STATUS = "00"
               MOVE SPACES TO LETTER-LOG-RECORD
               STRING
                   WS-TIMESTAMP(1:8) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TIMESTAMP(9:6) DELIMITED BY SIZE
                   INTO LI-TIMESTAMP
               END-STRING
               MOVE EMPLOYEE-ID TO LI-EMPLOYEE-ID
               MOVE WS-INPUT-TYPE TO LI-TYPE
               MOVE WS-SALARY-SHOWN TO LI-SALARY-SHOWN
               MOVE WS-USER TO LI-USER
               MOVE WS-LETTER-NAME TO LI-FILE-NAME
               WRITE LETTER-LOG-RECORD
               CLOSE LETTER-LOG-FILE
           END-IF
           MOVE EMPLOYEE-ID TO WS-AUD-ID
           MOVE SPACES TO WS-AUD-BEFORE
           MOVE SPACES TO WS-AUD-AFTER
           STRING
               "Letter=" DELIMITED BY SIZE
               WS-INPUT-TYPE DELIMITED BY SIZE
               " Salary=" DELIMITED BY SIZE
               WS-SALARY-SHOWN DELIMITED BY SIZE
               " File=" DELIMITED BY SIZE
               WS-LETTER-NAME DELIMITED BY SPACE
               INTO WS-AUD-AFTER
           END-STRING
           CALL "AuditLog" USING "LETTER" WS-AUD-ID
               WS-AUD-BEFORE WS-AUD-AFTER.

       LOAD-TEMPLATES.
           MOVE ZERO TO WS-TPL-USED
           MOVE "N" TO WS-LIMIT-HIT
           OPEN INPUT TEMPLATE-FILE
           IF TEMPLATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TEMPLATE-FILE INTO TEMPLATE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LT-LINE-NO IS NUMERIC AND WS-TPL-USED >= 500
                           MOVE "Y" TO WS-LIMIT-HIT
                           MOVE "Y" TO END-OF-FILE
                       END-IF
                       IF LT-LINE-NO IS NUMERIC AND WS-TPL-USED < 500
                           ADD 1 TO WS-TPL-USED
                           MOVE LT-TYPE TO WS-TPL-TYPE(WS-TPL-USED)
                           MOVE LT-LINE-NO
                               TO WS-TPL-LINE-NO(WS-TPL-USED)
                           MOVE LT-COND TO WS-TPL-COND(WS-TPL-USED)
                           MOVE LT-TEXT TO WS-TPL-TEXT(WS-TPL-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           IF WS-LIMIT-HIT = "Y"
               DISPLAY "letter-templates.dat holds more than 500 "
                       "lines; templates cannot be used or changed."
           END-IF.

       SAVE-TEMPLATES.
           OPEN OUTPUT TEMPLATE-FILE
           IF TEMPLATE-STATUS NOT = "00"
               DISPLAY "Error writing letter-templates.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-USED
               MOVE SPACES TO TEMPLATE-RECORD
               MOVE WS-TPL-TYPE(WS-TPL-IDX) TO LT-TYPE
               MOVE WS-TPL-LINE-NO(WS-TPL-IDX) TO LT-LINE-NO
               MOVE WS-TPL-COND(WS-TPL-IDX) TO LT-COND
               MOVE WS-TPL-TEXT(WS-TPL-IDX) TO LT-TEXT
               WRITE TEMPLATE-RECORD
           END-PERFORM
           CLOSE TEMPLATE-FILE.

       FIND-LETTER-TYPE.
           MOVE "N" TO WS-TYPE-FOUND
           MOVE SPACES TO WS-TYPE-DESC
           MOVE "N" TO WS-TYPE-SALARY-OK
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-USED
               IF WS-TPL-TYPE(WS-TPL-IDX) = WS-INPUT-TYPE AND
                  WS-TPL-LINE-NO(WS-TPL-IDX) = ZERO
                   MOVE "Y" TO WS-TYPE-FOUND
                   MOVE WS-TPL-TEXT(WS-TPL-IDX) TO TEMPLATE-RECORD(8:70)
                   MOVE LT-DESC TO WS-TYPE-DESC
                   MOVE LT-SALARY-OK TO WS-TYPE-SALARY-OK
               END-IF
           END-PERFORM.

       SHOW-LETTER-TYPES.
           DISPLAY "Type Description                    Salary"
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-USED
               IF WS-TPL-LINE-NO(WS-TPL-IDX) = ZERO
                   MOVE WS-TPL-TEXT(WS-TPL-IDX) TO TEMPLATE-RECORD(8:70)
                   DISPLAY WS-TPL-TYPE(WS-TPL-IDX) " " LT-DESC " "
                           LT-SALARY-OK
               END-IF
           END-PERFORM.

       LIST-TEMPLATES.
           PERFORM LOAD-TEMPLATES
           IF WS-TPL-USED = ZERO
               DISPLAY "No letter templates on file."
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-LETTER-TYPES
           DISPLAY "Enter Letter Type to list (blank = none): "
           MOVE SPACES TO WS-INPUT-TYPE
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           IF WS-INPUT-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Line C Text  (C: A=active only, T=terminated "
                   "only, S=salary permitted)"
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-USED
               IF WS-TPL-TYPE(WS-TPL-IDX) = WS-INPUT-TYPE AND
                  WS-TPL-LINE-NO(WS-TPL-IDX) NOT = ZERO
                   DISPLAY WS-TPL-LINE-NO(WS-TPL-IDX) "  "
                           WS-TPL-COND(WS-TPL-IDX) " "
                           WS-TPL-TEXT(WS-TPL-IDX)
               END-IF
           END-PERFORM.

       CHANGE-TEMPLATE-LINE.
           PERFORM LOAD-TEMPLATES
           IF WS-LIMIT-HIT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Letter Type (4 characters): "
           MOVE SPACES TO WS-INPUT-TYPE
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           IF WS-INPUT-TYPE = SPACES
               DISPLAY "Letter type cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Line Number (000 = type description): "
           ACCEPT WS-INPUT-LINE-NO
           IF WS-INPUT-LINE-NO IS NOT NUMERIC
               DISPLAY "Invalid line number."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INPUT-COND
           MOVE SPACES TO WS-INPUT-TEXT
           IF WS-INPUT-LINE-NO = ZERO
               DISPLAY "Enter Description: "
               ACCEPT LT-DESC
               DISPLAY "May this letter show salary (Y/N)? "
               ACCEPT LT-SALARY-OK
               MOVE FUNCTION UPPER-CASE(LT-SALARY-OK) TO LT-SALARY-OK
               IF LT-SALARY-OK NOT = "Y"
                   MOVE "N" TO LT-SALARY-OK
               END-IF
               MOVE SPACES TO WS-INPUT-TEXT
               MOVE LT-DESC TO WS-INPUT-TEXT(1:30)
               MOVE LT-SALARY-OK TO WS-INPUT-TEXT(31:1)
           ELSE
               DISPLAY "Print condition (blank=always, A=active, "
                       "T=terminated, S=salary): "
               ACCEPT WS-INPUT-COND
               MOVE FUNCTION UPPER-CASE(WS-INPUT-COND)
                   TO WS-INPUT-COND
               IF WS-INPUT-COND NOT = SPACE AND
                  WS-INPUT-COND NOT = "A" AND
                  WS-INPUT-COND NOT = "T" AND
                  WS-INPUT-COND NOT = "S"
                   DISPLAY "Invalid print condition."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter line text (fields: <NAME> <ID> <TITLE> "
                       "<DEPT> <DEPTNAME> <HIRE>"
               DISPLAY "  <TERM> <SERVICE> <SALARY> <TODAY> "
                       "<COMPANY> <USER>):"
               ACCEPT WS-INPUT-TEXT
           END-IF

           MOVE ZERO TO WS-TPL-FOUND-IDX
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-USED
               IF WS-TPL-TYPE(WS-TPL-IDX) = WS-INPUT-TYPE AND
                  WS-TPL-LINE-NO(WS-TPL-IDX) = WS-INPUT-LINE-NO
                   MOVE WS-TPL-IDX TO WS-TPL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-TPL-FOUND-IDX = ZERO
               IF WS-INPUT-LINE-NO NOT = ZERO
                   PERFORM FIND-LETTER-TYPE
                   IF WS-TYPE-FOUND = "N"
                       DISPLAY "Add line 000 for this letter type "
                               "first."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WS-TPL-USED >= 500
                   DISPLAY "Template table is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TPL-USED
               MOVE WS-TPL-USED TO WS-TPL-FOUND-IDX
               MOVE WS-INPUT-TYPE TO WS-TPL-TYPE(WS-TPL-FOUND-IDX)
               MOVE WS-INPUT-LINE-NO
                   TO WS-TPL-LINE-NO(WS-TPL-FOUND-IDX)
           END-IF
           MOVE WS-INPUT-COND TO WS-TPL-COND(WS-TPL-FOUND-IDX)
           MOVE WS-INPUT-TEXT TO WS-TPL-TEXT(WS-TPL-FOUND-IDX)
           PERFORM SORT-TEMPLATES
           PERFORM SAVE-TEMPLATES
           DISPLAY "Template line saved.".

       DELETE-TEMPLATE-LINE.
           PERFORM LOAD-TEMPLATES
           IF WS-LIMIT-HIT = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Letter Type: "
           MOVE SPACES TO WS-INPUT-TYPE
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           DISPLAY "Enter Line Number to delete: "
           ACCEPT WS-INPUT-LINE-NO
           IF WS-INPUT-LINE-NO IS NOT NUMERIC OR
              WS-INPUT-LINE-NO = ZERO
               DISPLAY "Invalid line number (line 000 is kept while "
                       "the type has text lines)."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TPL-FOUND-IDX
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-USED
               IF WS-TPL-TYPE(WS-TPL-IDX) = WS-INPUT-TYPE AND
                  WS-TPL-LINE-NO(WS-TPL-IDX) = WS-INPUT-LINE-NO
                   MOVE WS-TPL-IDX TO WS-TPL-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-TPL-FOUND-IDX = ZERO
               DISPLAY "Template line not found."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TPL-IDX FROM WS-TPL-FOUND-IDX BY 1
                   UNTIL WS-TPL-IDX >= WS-TPL-USED
               MOVE WS-TPL-ENTRY(WS-TPL-IDX + 1)
                   TO WS-TPL-ENTRY(WS-TPL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-TPL-USED
           PERFORM SAVE-TEMPLATES
           DISPLAY "Template line deleted.".

       SORT-TEMPLATES.
           PERFORM VARYING WS-TPL-IDX FROM WS-TPL-USED BY -1
                   UNTIL WS-TPL-IDX < 2
               IF WS-TPL-ENTRY(WS-TPL-IDX)(1:7) <
                  WS-TPL-ENTRY(WS-TPL-IDX - 1)(1:7)
                   MOVE WS-TPL-ENTRY(WS-TPL-IDX) TO WS-TPL-HOLD
                   MOVE WS-TPL-ENTRY(WS-TPL-IDX - 1)
                       TO WS-TPL-ENTRY(WS-TPL-IDX)
                   MOVE WS-TPL-HOLD TO WS-TPL-ENTRY(WS-TPL-IDX - 1)
               END-IF
           END-PERFORM.

       LIST-LETTERS-ISSUED.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LETTER-LOG-FILE
           IF LOG-STATUS NOT = "00"
               DISPLAY "No letters have been issued."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LINES-WRITTEN
           DISPLAY "Issued          Type Sal User       File"
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LETTER-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LI-EMPLOYEE-ID = SEARCH-ID
                           ADD 1 TO WS-LINES-WRITTEN
                           DISPLAY LI-TIMESTAMP " " LI-TYPE " "
                                   LI-SALARY-SHOWN "   " LI-USER " "
                                   LI-FILE-NAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-LOG-FILE
           DISPLAY WS-LINES-WRITTEN " letter(s) issued.".

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
