       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrainingMaint.

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
           SELECT COURSE-FILE ASSIGN TO "courses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-STATUS.
           SELECT JOBCERT-FILE ASSIGN TO "job-certs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBCERT-STATUS.
           SELECT TRAINING-FILE ASSIGN TO "training.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAINING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD COURSE-FILE.
       01 COURSE-RECORD.
           COPY "COURSE.CPY".

       FD JOBCERT-FILE.
       01 JOBCERT-RECORD.
           COPY "JOBCERT.CPY".

       FD TRAINING-FILE.
       01 TRAINING-RECORD.
           COPY "TRAINREC.CPY".

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 COURSE-STATUS         PIC XX.
       01 JOBCERT-STATUS        PIC XX.
       01 TRAINING-STATUS       PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 MENU-CHOICE           PIC 9.
       01 SEARCH-ID             PIC 9(5).
       01 WS-TODAY              PIC 9(8).
       01 WS-OPERATOR           PIC X(10).
       01 WS-AUDIT-AFTER        PIC X(120).
       01 WS-DATE-RESULT        PIC X(4).
       01 WS-AGE-DUMMY          PIC 9(2) VALUE ZERO.
       01 WS-JOB-RESULT         PIC X(4).
       01 WS-EMP-FOUND          PIC X.
       01 WS-EMP-NAME           PIC X(30).
       01 WS-EMP-JOB            PIC X(4).
       01 WS-EMP-STATUS         PIC X(1).
       01 WS-INPUT-CODE         PIC X(6).
       01 WS-INPUT-TITLE        PIC X(30).
       01 WS-INPUT-MONTHS       PIC 9(3).
       01 WS-INPUT-JOB          PIC X(4).
       01 WS-INPUT-DATE         PIC 9(8).
       01 WS-EXPIRY-DATE        PIC 9(8).
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
           05 WS-EXP-YEAR        PIC 9(4).
           05 WS-EXP-MONTH       PIC 9(2).
           05 WS-EXP-DAY         PIC 9(2).
       01 WS-MONTH-TOTAL        PIC 9(6).
       01 WS-HIST-COUNT         PIC 9(5).
       01 WS-CERT-STATE         PIC X(10).
       01 WS-MISSING-COUNT      PIC 9(2).
       01 WS-MISSING-LIST       PIC X(60).
       01 WS-CRS-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-CRS-IDX            PIC 9(3).
       01 WS-CRS-FOUND-IDX      PIC 9(3).
       01 WS-JC-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-JC-IDX             PIC 9(3).
       01 WS-JC-FOUND-IDX       PIC 9(3).

       01 WS-COURSE-TABLE.
           05 WS-CRS-ENTRY OCCURS 200 TIMES.
               10 WS-CRS-CODE       PIC X(6).
               10 WS-CRS-TITLE      PIC X(30).
               10 WS-CRS-MONTHS     PIC 9(3).
               10 WS-CRS-ACTIVE     PIC X(1).

       01 WS-JOBCERT-TABLE.
           05 WS-JC-ENTRY OCCURS 500 TIMES.
               10 WS-JC-JOB         PIC X(4).
               10 WS-JC-COURSE      PIC X(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           CALL "AuditUser" USING "GET   " WS-OPERATOR
           PERFORM LOAD-COURSE-TABLE
           PERFORM LOAD-JOBCERT-TABLE
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 8
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "     Training and Certification Tracking"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Courses and Certifications"
               DISPLAY "2. Add or Change Course"
               DISPLAY "3. List Job Certification Requirements"
               DISPLAY "4. Add Job Certification Requirement"
               DISPLAY "5. Remove Job Certification Requirement"
               DISPLAY "6. Record Course Completion"
               DISPLAY "7. Employee Training Record"
               DISPLAY "8. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-COURSES
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM ADD-CHANGE-COURSE
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM LIST-JOB-REQUIREMENTS
                       PERFORM PRESS-ENTER
                   WHEN 4
                       PERFORM ADD-JOB-REQUIREMENT
                       PERFORM PRESS-ENTER
                   WHEN 5
                       PERFORM REMOVE-JOB-REQUIREMENT
                       PERFORM PRESS-ENTER
                   WHEN 6
                       PERFORM RECORD-COMPLETION
                       PERFORM PRESS-ENTER
                   WHEN 7
                       PERFORM EMPLOYEE-TRAINING-RECORD
                       PERFORM PRESS-ENTER
                   WHEN 8
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LOAD-COURSE-TABLE.
           MOVE ZERO TO WS-CRS-COUNT
           OPEN INPUT COURSE-FILE
           IF COURSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-CRS-COUNT >= 200
               READ COURSE-FILE INTO COURSE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-CRS-COUNT
                       MOVE CR-CODE TO WS-CRS-CODE(WS-CRS-COUNT)
                       MOVE CR-TITLE TO WS-CRS-TITLE(WS-CRS-COUNT)
                       MOVE CR-VALID-MONTHS
                           TO WS-CRS-MONTHS(WS-CRS-COUNT)
                       MOVE CR-ACTIVE TO WS-CRS-ACTIVE(WS-CRS-COUNT)
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE.

       SAVE-COURSE-TABLE.
           OPEN OUTPUT COURSE-FILE
           IF COURSE-STATUS NOT = "00"
               DISPLAY "Error writing courses.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-CRS-COUNT
               MOVE WS-CRS-CODE(WS-CRS-IDX) TO CR-CODE
               MOVE WS-CRS-TITLE(WS-CRS-IDX) TO CR-TITLE
               MOVE WS-CRS-MONTHS(WS-CRS-IDX) TO CR-VALID-MONTHS
               MOVE WS-CRS-ACTIVE(WS-CRS-IDX) TO CR-ACTIVE
               WRITE COURSE-RECORD
           END-PERFORM
           CLOSE COURSE-FILE.

       LOAD-JOBCERT-TABLE.
           MOVE ZERO TO WS-JC-COUNT
           OPEN INPUT JOBCERT-FILE
           IF JOBCERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-JC-COUNT >= 500
               READ JOBCERT-FILE INTO JOBCERT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-JC-COUNT
                       MOVE JC-JOB-CODE TO WS-JC-JOB(WS-JC-COUNT)
                       MOVE JC-COURSE-CODE TO WS-JC-COURSE(WS-JC-COUNT)
               END-READ
           END-PERFORM
           CLOSE JOBCERT-FILE.

       SAVE-JOBCERT-TABLE.
           OPEN OUTPUT JOBCERT-FILE
           IF JOBCERT-STATUS NOT = "00"
               DISPLAY "Error writing job-certs.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
               MOVE WS-JC-JOB(WS-JC-IDX) TO JC-JOB-CODE
               MOVE WS-JC-COURSE(WS-JC-IDX) TO JC-COURSE-CODE
               WRITE JOBCERT-RECORD
           END-PERFORM
           CLOSE JOBCERT-FILE.

       FIND-COURSE.
           MOVE ZERO TO WS-CRS-FOUND-IDX
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-CRS-COUNT
               IF WS-CRS-CODE(WS-CRS-IDX) = WS-INPUT-CODE
                   MOVE WS-CRS-IDX TO WS-CRS-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-JOB-REQUIREMENT.
           MOVE ZERO TO WS-JC-FOUND-IDX
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
               IF WS-JC-JOB(WS-JC-IDX) = WS-INPUT-JOB AND
                  WS-JC-COURSE(WS-JC-IDX) = WS-INPUT-CODE
                   MOVE WS-JC-IDX TO WS-JC-FOUND-IDX
               END-IF
           END-PERFORM.

       LIST-COURSES.
           IF WS-CRS-COUNT = ZERO
               DISPLAY "No courses on the master file yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code   | Title                          | Valid "
                   "Months | Status"
           DISPLAY "-------|--------------------------------|-------"
                   "-------|-------"
           PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
                   UNTIL WS-CRS-IDX > WS-CRS-COUNT
               IF WS-CRS-ACTIVE(WS-CRS-IDX) = "A"
                   DISPLAY WS-CRS-CODE(WS-CRS-IDX) " | "
                           WS-CRS-TITLE(WS-CRS-IDX) " | "
                           WS-CRS-MONTHS(WS-CRS-IDX)
                           "          | Active"
               ELSE
                   DISPLAY WS-CRS-CODE(WS-CRS-IDX) " | "
                           WS-CRS-TITLE(WS-CRS-IDX) " | "
                           WS-CRS-MONTHS(WS-CRS-IDX)
                           "          | Inactive"
               END-IF
           END-PERFORM
           DISPLAY "(Valid months 000 = does not expire)".

       ADD-CHANGE-COURSE.
           DISPLAY "Enter Course Code (e.g. SAFE01): "
           ACCEPT WS-INPUT-CODE
           IF WS-INPUT-CODE = SPACES
               DISPLAY "Course code cannot be empty."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-COURSE
           IF WS-CRS-FOUND-IDX = ZERO
               IF WS-CRS-COUNT >= 200
                   DISPLAY "Course master is full."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Current Title: "
                       WS-CRS-TITLE(WS-CRS-FOUND-IDX)
               DISPLAY "Current Valid Months: "
                       WS-CRS-MONTHS(WS-CRS-FOUND-IDX)
           END-IF
           DISPLAY "Enter Course Title: "
           ACCEPT WS-INPUT-TITLE
           IF WS-INPUT-TITLE = SPACES
               DISPLAY "Course title cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Validity in Months (0 = never expires): "
           ACCEPT WS-INPUT-MONTHS
           IF WS-INPUT-MONTHS IS NOT NUMERIC
               DISPLAY "Invalid number of months."
               EXIT PARAGRAPH
           END-IF
           IF WS-CRS-FOUND-IDX = ZERO
               ADD 1 TO WS-CRS-COUNT
               MOVE WS-CRS-COUNT TO WS-CRS-FOUND-IDX
               MOVE WS-INPUT-CODE TO WS-CRS-CODE(WS-CRS-FOUND-IDX)
           END-IF
           MOVE WS-INPUT-TITLE TO WS-CRS-TITLE(WS-CRS-FOUND-IDX)
           MOVE WS-INPUT-MONTHS TO WS-CRS-MONTHS(WS-CRS-FOUND-IDX)
           DISPLAY "Active? (Y/N): "
           ACCEPT CONTINUE-FLAG
           IF CONTINUE-FLAG = "N" OR CONTINUE-FLAG = "n"
               MOVE "I" TO WS-CRS-ACTIVE(WS-CRS-FOUND-IDX)
           ELSE
               MOVE "A" TO WS-CRS-ACTIVE(WS-CRS-FOUND-IDX)
           END-IF
           PERFORM SAVE-COURSE-TABLE
           DISPLAY "Course master updated.".

       LIST-JOB-REQUIREMENTS.
           IF WS-JC-COUNT = ZERO
               DISPLAY "No job certification requirements on file."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Job  | Course | Title"
           DISPLAY "-----|--------|-------------------------------"
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
               MOVE WS-JC-COURSE(WS-JC-IDX) TO WS-INPUT-CODE
               PERFORM FIND-COURSE
               IF WS-CRS-FOUND-IDX = ZERO
                   DISPLAY WS-JC-JOB(WS-JC-IDX) " | "
                           WS-JC-COURSE(WS-JC-IDX) " | (not on master)"
               ELSE
                   DISPLAY WS-JC-JOB(WS-JC-IDX) " | "
                           WS-JC-COURSE(WS-JC-IDX) " | "
                           WS-CRS-TITLE(WS-CRS-FOUND-IDX)
               END-IF
           END-PERFORM.

       ADD-JOB-REQUIREMENT.
           IF WS-JC-COUNT >= 500
               DISPLAY "Job certification table is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Job Code: "
           ACCEPT WS-INPUT-JOB
           CALL "JobCheck" USING WS-INPUT-JOB WS-JOB-RESULT
           IF WS-INPUT-JOB = SPACES OR WS-JOB-RESULT NOT = "OK  "
               DISPLAY "Job code is not on the job title master."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Required Course Code: "
           ACCEPT WS-INPUT-CODE
           PERFORM FIND-COURSE
           IF WS-CRS-FOUND-IDX = ZERO
               DISPLAY "Course code is not on the course master."
               EXIT PARAGRAPH
           END-IF
           IF WS-CRS-ACTIVE(WS-CRS-FOUND-IDX) NOT = "A"
               DISPLAY "Course is inactive."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-JOB-REQUIREMENT
           IF WS-JC-FOUND-IDX NOT = ZERO
               DISPLAY "That requirement is already on file."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JC-COUNT
           MOVE WS-INPUT-JOB TO WS-JC-JOB(WS-JC-COUNT)
           MOVE WS-INPUT-CODE TO WS-JC-COURSE(WS-JC-COUNT)
           PERFORM SAVE-JOBCERT-TABLE
           DISPLAY "Requirement added.".

       REMOVE-JOB-REQUIREMENT.
           DISPLAY "Enter Job Code: "
           ACCEPT WS-INPUT-JOB
           DISPLAY "Enter Course Code: "
           ACCEPT WS-INPUT-CODE
           PERFORM FIND-JOB-REQUIREMENT
           IF WS-JC-FOUND-IDX = ZERO
               DISPLAY "Requirement not found."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JC-IDX FROM WS-JC-FOUND-IDX BY 1
                   UNTIL WS-JC-IDX >= WS-JC-COUNT
               MOVE WS-JC-ENTRY(WS-JC-IDX + 1)
                   TO WS-JC-ENTRY(WS-JC-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-JC-COUNT
           PERFORM SAVE-JOBCERT-TABLE
           DISPLAY "Requirement removed.".

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
                   MOVE JOB-CODE TO WS-EMP-JOB
                   MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS
           END-READ
           CLOSE EMPLOYEE-FILE.

       RECORD-COMPLETION.
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
           DISPLAY "Employee: " WS-EMP-NAME
           DISPLAY "Enter Course Code: "
           ACCEPT WS-INPUT-CODE
           PERFORM FIND-COURSE
           IF WS-CRS-FOUND-IDX = ZERO
               DISPLAY "Course code is not on the course master."
               EXIT PARAGRAPH
           END-IF
           IF WS-CRS-ACTIVE(WS-CRS-FOUND-IDX) NOT = "A"
               DISPLAY "Course is inactive."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Completion Date (YYYYMMDD): "
           ACCEPT WS-INPUT-DATE
           CALL "ValidDate" USING "DATE  " WS-INPUT-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  " OR WS-INPUT-DATE > WS-TODAY
               DISPLAY "Invalid completion date."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-EXPIRY-DATE
           IF WS-EXPIRY-DATE = ZEROS
               DISPLAY "This certification does not expire."
           ELSE
               DISPLAY "Expiry Date: " WS-EXPIRY-DATE
           END-IF

           OPEN EXTEND TRAINING-FILE
           IF TRAINING-STATUS NOT = "00"
               OPEN OUTPUT TRAINING-FILE
           END-IF
           IF TRAINING-STATUS NOT = "00"
               DISPLAY "Error writing training.dat; completion "
                       "not recorded."
               EXIT PARAGRAPH
           END-IF
           MOVE SEARCH-ID TO TN-EMPLOYEE-ID
           MOVE WS-INPUT-CODE TO TN-COURSE-CODE
           MOVE WS-INPUT-DATE TO TN-COMPLETED
           MOVE WS-EXPIRY-DATE TO TN-EXPIRY
           MOVE WS-OPERATOR TO TN-ENTERED-BY
           MOVE WS-TODAY TO TN-ENTERED-DATE
           WRITE TRAINING-RECORD
           CLOSE TRAINING-FILE

           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Course=" WS-INPUT-CODE DELIMITED BY SIZE
               " Completed=" WS-INPUT-DATE DELIMITED BY SIZE
               " Expires=" WS-EXPIRY-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "TRAIN " SEARCH-ID
               SPACES WS-AUDIT-AFTER
           DISPLAY "Completion recorded.".

       COMPUTE-EXPIRY-DATE.
           MOVE ZEROS TO WS-EXPIRY-DATE
           IF WS-CRS-MONTHS(WS-CRS-FOUND-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-DATE TO WS-EXPIRY-DATE
           COMPUTE WS-MONTH-TOTAL =
               (WS-EXP-YEAR * 12) + (WS-EXP-MONTH - 1) +
               WS-CRS-MONTHS(WS-CRS-FOUND-IDX)
           COMPUTE WS-EXP-YEAR = WS-MONTH-TOTAL / 12
           COMPUTE WS-EXP-MONTH =
               WS-MONTH-TOTAL - (WS-EXP-YEAR * 12) + 1
           CALL "ValidDate" USING "DATE  " WS-EXPIRY-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           PERFORM UNTIL WS-DATE-RESULT = "OK  " OR WS-EXP-DAY < 29
               SUBTRACT 1 FROM WS-EXP-DAY
               CALL "ValidDate" USING "DATE  " WS-EXPIRY-DATE
                   WS-AGE-DUMMY WS-DATE-RESULT
           END-PERFORM.

       EMPLOYEE-TRAINING-RECORD.
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
           DISPLAY "Employee: " WS-EMP-NAME "  Job Code: " WS-EMP-JOB
           DISPLAY "Course | Completed | Expires  | Status"
           DISPLAY "-------|-----------|----------|----------"
           MOVE ZERO TO WS-HIST-COUNT
           OPEN INPUT TRAINING-FILE
           IF TRAINING-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ TRAINING-FILE INTO TRAINING-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF TN-EMPLOYEE-ID = SEARCH-ID
                               PERFORM SHOW-TRAINING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINING-FILE
           END-IF
           IF WS-HIST-COUNT = ZERO
               DISPLAY "No course completions on file."
           END-IF
           CALL "CertCheck" USING SEARCH-ID WS-EMP-JOB
               WS-MISSING-COUNT WS-MISSING-LIST
           IF WS-MISSING-COUNT > ZERO
               DISPLAY " "
               DISPLAY "Missing or expired certifications required "
                       "for job " WS-EMP-JOB ": "
                       FUNCTION TRIM(WS-MISSING-LIST)
           ELSE
               DISPLAY " "
               DISPLAY "All certifications required for the current "
                       "job are held."
           END-IF.

       SHOW-TRAINING-LINE.
           ADD 1 TO WS-HIST-COUNT
           EVALUATE TRUE
               WHEN TN-EXPIRY = ZEROS
                   MOVE "No expiry" TO WS-CERT-STATE
               WHEN TN-EXPIRY < WS-TODAY
                   MOVE "Expired" TO WS-CERT-STATE
               WHEN OTHER
                   MOVE "Current" TO WS-CERT-STATE
           END-EVALUATE
           DISPLAY TN-COURSE-CODE " | " TN-COMPLETED "  | "
                   TN-EXPIRY " | " WS-CERT-STATE.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
