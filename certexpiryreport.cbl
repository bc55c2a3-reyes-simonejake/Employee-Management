       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertExpiryReport.

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
           SELECT JOBCERT-FILE ASSIGN TO "job-certs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBCERT-STATUS.
           SELECT TRAINING-FILE ASSIGN TO "training.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAINING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "cert-expiry-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "certsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD JOBCERT-FILE.
       01 JOBCERT-RECORD.
           COPY "JOBCERT.CPY".

       FD TRAINING-FILE.
       01 TRAINING-RECORD.
           COPY "TRAINREC.CPY".

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(120).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-DEPARTMENT      PIC X(15).
           05 SR-MANAGER-ID      PIC 9(5).
           05 SR-EMPLOYEE-ID     PIC 9(5).
           05 SR-COURSE-CODE     PIC X(6).
           05 SR-NAME            PIC X(30).
           05 SR-JOB-CODE        PIC X(4).
           05 SR-STATE           PIC X(10).
           05 SR-EXPIRY          PIC 9(8).
           05 SR-DAYS-LEFT       PIC S9(5).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 JOBCERT-STATUS        PIC XX.
       01 TRAINING-STATUS       PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 END-OF-SORT           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INT          PIC 9(8).
       01 WS-EMP-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-MISSING-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-EXPIRED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DUE30-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-DUE60-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-DUE90-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-GROUP-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-BEST-EXPIRY        PIC 9(8).
       01 WS-HELD-FLAG          PIC X.
       01 WS-DAYS-DISPLAY       PIC -ZZZZ9.
       01 WS-PREV-DEPARTMENT    PIC X(15).
       01 WS-PREV-MANAGER       PIC 9(5).
       01 WS-MANAGER-NAME       PIC X(30).
       01 WS-TBL-OVERFLOW       PIC X VALUE "N".
       01 WS-JC-OVERFLOW        PIC X VALUE "N".
       01 WS-JC-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-JC-IDX             PIC 9(3).
       01 WS-TN-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-TN-IDX             PIC 9(5).
       01 WS-TN-FOUND           PIC X.
       01 WS-TN-EXPIRY          PIC 9(8).

       01 WS-JOBCERT-TABLE.
           05 WS-JC-ENTRY OCCURS 500 TIMES.
               10 WS-JC-JOB         PIC X(4).
               10 WS-JC-COURSE      PIC X(6).

       01 WS-TRAINING-TABLE.
           05 WS-TN-ENTRY OCCURS 20000 TIMES.
               10 WS-TN-EMP-ID      PIC 9(5).
               10 WS-TN-COURSE      PIC X(6).
               10 WS-TN-BEST        PIC 9(8).

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           MOVE ZERO TO WS-EMP-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-EXPIRED-COUNT
           MOVE ZERO TO WS-DUE30-COUNT
           MOVE ZERO TO WS-DUE60-COUNT
           MOVE ZERO TO WS-DUE90-COUNT
           MOVE ZERO TO WS-LINE-COUNT

           PERFORM LOAD-JOBCERT-TABLE
           IF WS-JC-OVERFLOW = "Y"
               DISPLAY "ERROR: job-certs.dat holds more than 500 "
                       "job/course entries; report abandoned."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           PERFORM LOAD-TRAINING-TABLE
           IF WS-TBL-OVERFLOW = "Y"
               DISPLAY "ERROR: training.dat holds more than 20000 "
                       "employee/course entries; report abandoned."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           CLOSE EMPLOYEE-FILE

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating cert-expiry-report.txt."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DEPARTMENT SR-MANAGER-ID
                                SR-EMPLOYEE-ID SR-COURSE-CODE
               INPUT PROCEDURE SELECT-CERT-EXCEPTIONS
               OUTPUT PROCEDURE PRINT-CERT-EXCEPTIONS

           CLOSE REPORT-FILE

           DISPLAY "Certification expiry report complete."
           DISPLAY "Active employees checked: " WS-EMP-COUNT
           DISPLAY "Missing:                  " WS-MISSING-COUNT
           DISPLAY "Expired:                  " WS-EXPIRED-COUNT
           DISPLAY "Expiring within 30 days:  " WS-DUE30-COUNT
           DISPLAY "Expiring in 31-60 days:   " WS-DUE60-COUNT
           DISPLAY "Expiring in 61-90 days:   " WS-DUE90-COUNT
           DISPLAY "See cert-expiry-report.txt for details."
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       LOAD-JOBCERT-TABLE.
           MOVE ZERO TO WS-JC-COUNT
           OPEN INPUT JOBCERT-FILE
           IF JOBCERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ JOBCERT-FILE INTO JOBCERT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-JC-COUNT >= 500
                           MOVE "Y" TO WS-JC-OVERFLOW
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-JC-COUNT
                           MOVE JC-JOB-CODE TO WS-JC-JOB(WS-JC-COUNT)
                           MOVE JC-COURSE-CODE
                               TO WS-JC-COURSE(WS-JC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCERT-FILE.

       LOAD-TRAINING-TABLE.
           MOVE ZERO TO WS-TN-COUNT
           OPEN INPUT TRAINING-FILE
           IF TRAINING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TRAINING-FILE INTO TRAINING-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM KEEP-BEST-EXPIRY
               END-READ
           END-PERFORM
           CLOSE TRAINING-FILE.

       KEEP-BEST-EXPIRY.
           IF TN-EXPIRY = ZEROS
               MOVE 99999999 TO WS-TN-EXPIRY
           ELSE
               MOVE TN-EXPIRY TO WS-TN-EXPIRY
           END-IF
           MOVE "N" TO WS-TN-FOUND
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > WS-TN-COUNT
               IF WS-TN-EMP-ID(WS-TN-IDX) = TN-EMPLOYEE-ID AND
                  WS-TN-COURSE(WS-TN-IDX) = TN-COURSE-CODE
                   MOVE "Y" TO WS-TN-FOUND
                   IF WS-TN-EXPIRY > WS-TN-BEST(WS-TN-IDX)
                       MOVE WS-TN-EXPIRY TO WS-TN-BEST(WS-TN-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TN-FOUND = "N"
               IF WS-TN-COUNT < 20000
                   ADD 1 TO WS-TN-COUNT
                   MOVE TN-EMPLOYEE-ID TO WS-TN-EMP-ID(WS-TN-COUNT)
                   MOVE TN-COURSE-CODE TO WS-TN-COURSE(WS-TN-COUNT)
                   MOVE WS-TN-EXPIRY TO WS-TN-BEST(WS-TN-COUNT)
               ELSE
                   MOVE "Y" TO WS-TBL-OVERFLOW
               END-IF
           END-IF.

       SELECT-CERT-EXCEPTIONS.
           OPEN INPUT EMPLOYEE-FILE
           MOVE ZEROS TO EMPLOYEE-ID
           START EMPLOYEE-FILE KEY NOT < EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          JOB-CODE NOT = SPACES
                           ADD 1 TO WS-EMP-COUNT
                           PERFORM CHECK-EMPLOYEE-CERTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       CHECK-EMPLOYEE-CERTS.
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
                   UNTIL WS-JC-IDX > WS-JC-COUNT
               IF WS-JC-JOB(WS-JC-IDX) = JOB-CODE
                   PERFORM CHECK-ONE-REQUIREMENT
               END-IF
           END-PERFORM.

       CHECK-ONE-REQUIREMENT.
           MOVE "N" TO WS-HELD-FLAG
           MOVE ZEROS TO WS-BEST-EXPIRY
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > WS-TN-COUNT
               IF WS-TN-EMP-ID(WS-TN-IDX) = EMPLOYEE-ID AND
                  WS-TN-COURSE(WS-TN-IDX) = WS-JC-COURSE(WS-JC-IDX)
                   MOVE "Y" TO WS-HELD-FLAG
                   MOVE WS-TN-BEST(WS-TN-IDX) TO WS-BEST-EXPIRY
               END-IF
           END-PERFORM

           MOVE SPACES TO SORT-RECORD
           MOVE ZEROS TO SR-EXPIRY
           MOVE ZERO TO SR-DAYS-LEFT
           IF WS-HELD-FLAG = "N"
               MOVE "MISSING" TO SR-STATE
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               IF WS-BEST-EXPIRY = 99999999
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SR-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-BEST-EXPIRY) -
                   WS-TODAY-INT
               MOVE WS-BEST-EXPIRY TO SR-EXPIRY
               EVALUATE TRUE
                   WHEN SR-DAYS-LEFT < 0
                       MOVE "EXPIRED" TO SR-STATE
                       ADD 1 TO WS-EXPIRED-COUNT
                   WHEN SR-DAYS-LEFT <= 30
                       MOVE "DUE 30" TO SR-STATE
                       ADD 1 TO WS-DUE30-COUNT
                   WHEN SR-DAYS-LEFT <= 60
                       MOVE "DUE 60" TO SR-STATE
                       ADD 1 TO WS-DUE60-COUNT
                   WHEN SR-DAYS-LEFT <= 90
                       MOVE "DUE 90" TO SR-STATE
                       ADD 1 TO WS-DUE90-COUNT
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           MOVE DEPARTMENT TO SR-DEPARTMENT
           MOVE MANAGER-ID TO SR-MANAGER-ID
           MOVE EMPLOYEE-ID TO SR-EMPLOYEE-ID
           MOVE WS-JC-COURSE(WS-JC-IDX) TO SR-COURSE-CODE
           MOVE EMPLOYEE-NAME TO SR-NAME
           MOVE JOB-CODE TO SR-JOB-CODE
           RELEASE SORT-RECORD.

       PRINT-CERT-EXCEPTIONS.
           MOVE "Employee Management System - Certification Expiry "
               TO REPORT-LINE
           STRING
               FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
               " Report" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "   Required certifications missing, expired or "
                   DELIMITED BY SIZE
               "expiring within 90 days" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT EMPLOYEE-FILE
           MOVE HIGH-VALUES TO WS-PREV-DEPARTMENT
           MOVE 99999 TO WS-PREV-MANAGER
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE "N" TO END-OF-SORT
           PERFORM UNTIL END-OF-SORT = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO END-OF-SORT
                   NOT AT END
                       PERFORM PRINT-ONE-EXCEPTION
               END-RETURN
           END-PERFORM
           IF WS-LINE-COUNT > ZERO
               PERFORM WRITE-GROUP-TOTAL
           END-IF
           CLOSE EMPLOYEE-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Employees checked: " WS-EMP-COUNT DELIMITED BY SIZE
               "  Missing: " WS-MISSING-COUNT DELIMITED BY SIZE
               "  Expired: " WS-EXPIRED-COUNT DELIMITED BY SIZE
               "  Due 30: " WS-DUE30-COUNT DELIMITED BY SIZE
               "  Due 60: " WS-DUE60-COUNT DELIMITED BY SIZE
               "  Due 90: " WS-DUE90-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       PRINT-ONE-EXCEPTION.
           IF SR-DEPARTMENT NOT = WS-PREV-DEPARTMENT OR
              SR-MANAGER-ID NOT = WS-PREV-MANAGER
               IF WS-LINE-COUNT > ZERO
                   PERFORM WRITE-GROUP-TOTAL
               END-IF
               PERFORM WRITE-GROUP-HEADER
           END-IF
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-GROUP-COUNT
           MOVE SPACES TO REPORT-LINE
           IF SR-STATE = "MISSING"
               STRING
                   "  " SR-EMPLOYEE-ID DELIMITED BY SIZE
                   " | " SR-NAME DELIMITED BY SIZE
                   " | " SR-JOB-CODE DELIMITED BY SIZE
                   " | " SR-COURSE-CODE DELIMITED BY SIZE
                   " | " SR-STATE DELIMITED BY SIZE
                   " |" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE SR-DAYS-LEFT TO WS-DAYS-DISPLAY
               STRING
                   "  " SR-EMPLOYEE-ID DELIMITED BY SIZE
                   " | " SR-NAME DELIMITED BY SIZE
                   " | " SR-JOB-CODE DELIMITED BY SIZE
                   " | " SR-COURSE-CODE DELIMITED BY SIZE
                   " | " SR-STATE DELIMITED BY SIZE
                   " | " SR-EXPIRY DELIMITED BY SIZE
                   " (" WS-DAYS-DISPLAY DELIMITED BY SIZE
                   " days)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       WRITE-GROUP-HEADER.
           MOVE SR-DEPARTMENT TO WS-PREV-DEPARTMENT
           MOVE SR-MANAGER-ID TO WS-PREV-MANAGER
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE SPACES TO WS-MANAGER-NAME
           IF SR-MANAGER-ID = ZEROS
               MOVE "(no manager)" TO WS-MANAGER-NAME
           ELSE
               MOVE SR-MANAGER-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "(not on file)" TO WS-MANAGER-NAME
                   NOT INVALID KEY
                       MOVE EMPLOYEE-NAME TO WS-MANAGER-NAME
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Department: " SR-DEPARTMENT DELIMITED BY SIZE
               "   Manager: " SR-MANAGER-ID DELIMITED BY SIZE
               " " WS-MANAGER-NAME DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "    ID  | Name                           | Job  |"
                   DELIMITED BY SIZE
               " Course | Status     | Expiry" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-GROUP-TOTAL.
           MOVE SPACES TO REPORT-LINE
           STRING
               "  Items for this manager: " WS-GROUP-COUNT
                   DELIMITED BY SIZE
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
