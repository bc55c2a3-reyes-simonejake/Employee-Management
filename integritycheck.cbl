       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "employees-archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-STATUS.
           SELECT BANK-FILE ASSIGN TO "bank-details.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-STATUS.
           SELECT PLAN-FILE ASSIGN TO "benefit-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "benefit-enroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT XREF-FILE ASSIGN TO "payroll-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT ALLOC-FILE ASSIGN TO "salary-alloc.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOC-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "leave.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "salary-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "salary-approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "integrity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
                         EMPLOYEE-STATUS BY ARCH-STATUS
                         TERMINATION-DATE BY ARCH-TERMINATION-DATE
                         SALARY-GRADE BY ARCH-SALARY-GRADE
                         JOB-CODE BY ARCH-JOB-CODE
                         MANAGER-ID BY ARCH-MANAGER-ID
                         TERM-REASON BY ARCH-TERM-REASON
                         EMPLOYMENT-TYPE BY ARCH-EMP-TYPE
                         CONTRACT-END-DATE BY ARCH-CONTRACT-END
                         COMPANY-CODE BY ARCH-COMPANY-CODE.

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY "CONTREC.CPY".

       FD BANK-FILE.
       01 BANK-RECORD.
           COPY "BANKREC.CPY".

       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY "BENPLAN.CPY".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           05 BE-EMPLOYEE-ID    PIC 9(5).
           05 BE-PLAN-CODE      PIC X(4).
           05 BE-START-DATE     PIC 9(8).

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XR-EMPLOYEE-ID    PIC 9(5).
           05 XR-EXT-NUMBER     PIC X(8).

       FD ALLOC-FILE.
       01 ALLOC-RECORD.
           05 AL-EMPLOYEE-ID        PIC 9(5).
           05 AL-COST-CENTER        PIC X(15).
           05 AL-PERCENT            PIC 9(3)V99.

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           COPY "LEAVEREC.CPY".

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "SALHIST.CPY".

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY "APPROVAL.CPY".

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(120).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 ARCHIVE-STATUS        PIC XX.
       01 CONTACT-STATUS        PIC XX.
       01 BANK-STATUS           PIC XX.
       01 PLAN-STATUS           PIC XX.
       01 ENROLL-STATUS         PIC XX.
       01 XREF-STATUS           PIC XX.
       01 ALLOC-STATUS          PIC XX.
       01 LEAVE-STATUS          PIC XX.
       01 HISTORY-STATUS        PIC XX.
       01 APPROVAL-STATUS       PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-CHECK-ID           PIC 9(5).
       01 WS-ID                 PIC 9(6).
       01 WS-HISTORY-FILE       PIC X.
       01 WS-FILE-NO            PIC 9.
       01 WS-FILE-IDX           PIC 9.
       01 WS-PROBLEM            PIC X(50).
       01 WS-TOTAL-PROBLEMS     PIC 9(7) VALUE ZERO.
       01 WS-ACTIVE-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-EMP-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-ARCHIVE-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-PCT-DISPLAY        PIC ZZZZ9.99.
       01 WS-PLAN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-LIMIT-HIT          PIC X VALUE "N".
       01 WS-PLAN-IDX           PIC 9(3).
       01 WS-PLAN-FOUND         PIC X.
       01 WS-PLAN-ACTIVE        PIC X.

       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 200 TIMES.
               10 WS-PL-CODE        PIC X(4).
               10 WS-PL-ACTIVE      PIC X(1).

       01 WS-ID-TABLE.
           05 WS-ID-ENTRY OCCURS 99999 TIMES.
               10 WS-ID-STATE       PIC X(1).
               10 WS-ID-HAS-BANK    PIC X(1).
               10 WS-ID-HAS-XREF    PIC X(1).
               10 WS-ID-ALLOC-LINES PIC 9(3).
               10 WS-ID-ALLOC-PCT   PIC 9(5)V99.

       01 WS-FILE-TABLE.
           05 WS-FT-ENTRY OCCURS 8 TIMES.
               10 WS-FT-NAME        PIC X(22).
               10 WS-FT-READ        PIC 9(7).
               10 WS-FT-ORPHAN      PIC 9(7).
               10 WS-FT-OTHER       PIC 9(7).

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-TOTAL-PROBLEMS
           MOVE ZERO TO WS-ACTIVE-COUNT
           MOVE ZERO TO WS-EMP-COUNT
           MOVE ZERO TO WS-ARCHIVE-COUNT
           INITIALIZE WS-ID-TABLE
           INITIALIZE WS-FILE-TABLE
           MOVE "contacts.dat"         TO WS-FT-NAME(1)
           MOVE "bank-details.dat"     TO WS-FT-NAME(2)
           MOVE "benefit-enroll.dat"   TO WS-FT-NAME(3)
           MOVE "payroll-xref.dat"     TO WS-FT-NAME(4)
           MOVE "salary-alloc.dat"     TO WS-FT-NAME(5)
           MOVE "leave.dat"            TO WS-FT-NAME(6)
           MOVE "salary-history.dat"   TO WS-FT-NAME(7)
           MOVE "salary-approvals.dat" TO WS-FT-NAME(8)

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-ID IS NUMERIC AND
                          EMPLOYEE-ID NOT = ZEROS
                           ADD 1 TO WS-EMP-COUNT
                           IF EMPLOYEE-STATUS = "T"
                               MOVE "T" TO WS-ID-STATE(EMPLOYEE-ID)
                           ELSE
                               MOVE "A" TO WS-ID-STATE(EMPLOYEE-ID)
                               ADD 1 TO WS-ACTIVE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           PERFORM LOAD-ARCHIVE-IDS
           PERFORM LOAD-PLAN-TABLE
           IF WS-LIMIT-HIT = "Y"
               DISPLAY "benefit-plans.dat holds more than 200 plans; "
                       "integrity check not run."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating integrity-report.txt."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           PERFORM WRITE-REPORT-HEADER

           PERFORM CHECK-CONTACTS
           PERFORM CHECK-BANK-DETAILS
           PERFORM CHECK-ENROLLMENTS
           PERFORM CHECK-XREF
           PERFORM CHECK-ALLOCATIONS
           PERFORM CHECK-LEAVE
           PERFORM CHECK-SALARY-HISTORY
           PERFORM CHECK-APPROVALS

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "Referential integrity check complete."
           DISPLAY "Employees on file:  " WS-EMP-COUNT
           DISPLAY "Problems found:     " WS-TOTAL-PROBLEMS
           DISPLAY "See integrity-report.txt for details."
           IF WS-TOTAL-PROBLEMS > ZERO AND
              LS-MODE IS NOT OMITTED
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       LOAD-ARCHIVE-IDS.
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
                       IF ARCH-ID IS NUMERIC AND ARCH-ID NOT = ZEROS
                           IF WS-ID-STATE(ARCH-ID) = SPACE
                               MOVE "R" TO WS-ID-STATE(ARCH-ID)
                               ADD 1 TO WS-ARCHIVE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       LOAD-PLAN-TABLE.
           MOVE ZERO TO WS-PLAN-COUNT
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PLAN-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-PLAN-COUNT >= 200
                           MOVE "Y" TO WS-LIMIT-HIT
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE BP-CODE TO WS-PL-CODE(WS-PLAN-COUNT)
                           MOVE BP-ACTIVE
                               TO WS-PL-ACTIVE(WS-PLAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

       CHECK-CONTACTS.
           MOVE 1 TO WS-FILE-NO
           MOVE "N" TO WS-HISTORY-FILE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CONTACT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FT-READ(WS-FILE-NO)
                       MOVE CT-EMPLOYEE-ID TO WS-CHECK-ID
                       PERFORM CHECK-OWNER
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE.

       CHECK-BANK-DETAILS.
           MOVE 2 TO WS-FILE-NO
           MOVE "N" TO WS-HISTORY-FILE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT BANK-FILE
           IF BANK-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ BANK-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FT-READ(WS-FILE-NO)
                           MOVE BK-EMPLOYEE-ID TO WS-CHECK-ID
                           PERFORM CHECK-OWNER
                           IF WS-PROBLEM = SPACES
                               MOVE "Y"
                                   TO WS-ID-HAS-BANK(WS-CHECK-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF
           PERFORM VARYING WS-ID FROM 1 BY 1 UNTIL WS-ID > 99999
               IF WS-ID-STATE(WS-ID) = "A" AND
                  WS-ID-HAS-BANK(WS-ID) NOT = "Y"
                   MOVE WS-ID TO WS-CHECK-ID
                   MOVE "ACTIVE EMPLOYEE HAS NO BANK DETAILS"
                       TO WS-PROBLEM
                   PERFORM WRITE-OTHER-PROBLEM
               END-IF
           END-PERFORM.

       CHECK-ENROLLMENTS.
           MOVE 3 TO WS-FILE-NO
           MOVE "N" TO WS-HISTORY-FILE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT ENROLL-FILE
           IF ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ENROLL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FT-READ(WS-FILE-NO)
                       MOVE BE-EMPLOYEE-ID TO WS-CHECK-ID
                       PERFORM CHECK-OWNER
                       IF WS-PROBLEM = SPACES
                           PERFORM CHECK-ENROLLED-PLAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

       CHECK-ENROLLED-PLAN.
           MOVE "N" TO WS-PLAN-FOUND
           MOVE SPACE TO WS-PLAN-ACTIVE
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT OR
                         WS-PLAN-FOUND = "Y"
               IF WS-PL-CODE(WS-PLAN-IDX) = BE-PLAN-CODE
                   MOVE "Y" TO WS-PLAN-FOUND
                   MOVE WS-PL-ACTIVE(WS-PLAN-IDX) TO WS-PLAN-ACTIVE
               END-IF
           END-PERFORM
           IF WS-PLAN-FOUND = "N"
               MOVE SPACES TO WS-PROBLEM
               STRING
                   "PLAN " BE-PLAN-CODE DELIMITED BY SIZE
                   " NOT ON BENEFIT-PLANS.DAT" DELIMITED BY SIZE
                   INTO WS-PROBLEM
               END-STRING
               PERFORM WRITE-OTHER-PROBLEM
           ELSE
               IF WS-PLAN-ACTIVE NOT = "A"
                   MOVE SPACES TO WS-PROBLEM
                   STRING
                       "ENROLLED IN INACTIVE PLAN " DELIMITED BY SIZE
                       BE-PLAN-CODE DELIMITED BY SIZE
                       INTO WS-PROBLEM
                   END-STRING
                   PERFORM WRITE-OTHER-PROBLEM
               END-IF
           END-IF.

       CHECK-XREF.
           MOVE 4 TO WS-FILE-NO
           MOVE "N" TO WS-HISTORY-FILE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT XREF-FILE
           IF XREF-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ XREF-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-FT-READ(WS-FILE-NO)
                           MOVE XR-EMPLOYEE-ID TO WS-CHECK-ID
                           PERFORM CHECK-OWNER
                           IF WS-PROBLEM = SPACES
                               MOVE "Y"
                                   TO WS-ID-HAS-XREF(WS-CHECK-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF
           PERFORM VARYING WS-ID FROM 1 BY 1 UNTIL WS-ID > 99999
               IF WS-ID-STATE(WS-ID) = "A" AND
                  WS-ID-HAS-XREF(WS-ID) NOT = "Y"
                   MOVE WS-ID TO WS-CHECK-ID
                   MOVE "ACTIVE EMPLOYEE HAS NO PAYROLL XREF"
                       TO WS-PROBLEM
                   PERFORM WRITE-OTHER-PROBLEM
               END-IF
           END-PERFORM.

       CHECK-ALLOCATIONS.
           MOVE 5 TO WS-FILE-NO
           MOVE "N" TO WS-HISTORY-FILE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT ALLOC-FILE
           IF ALLOC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ALLOC-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FT-READ(WS-FILE-NO)
                       MOVE AL-EMPLOYEE-ID TO WS-CHECK-ID
                       PERFORM CHECK-OWNER
                       IF WS-PROBLEM = SPACES
                           IF AL-PERCENT IS NUMERIC
                               ADD 1
                                   TO WS-ID-ALLOC-LINES(WS-CHECK-ID)
                               ADD AL-PERCENT
                                   TO WS-ID-ALLOC-PCT(WS-CHECK-ID)
                           ELSE
                               MOVE "ALLOCATION PERCENT NOT NUMERIC"
                                   TO WS-PROBLEM
                               PERFORM WRITE-OTHER-PROBLEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALLOC-FILE
           PERFORM VARYING WS-ID FROM 1 BY 1 UNTIL WS-ID > 99999
               IF WS-ID-ALLOC-LINES(WS-ID) > ZERO AND
                  WS-ID-ALLOC-PCT(WS-ID) NOT = 100
                   MOVE WS-ID TO WS-CHECK-ID
                   MOVE WS-ID-ALLOC-PCT(WS-ID) TO WS-PCT-DISPLAY
                   MOVE SPACES TO WS-PROBLEM
                   STRING
                       "ALLOCATIONS TOTAL " DELIMITED BY SIZE
                       WS-PCT-DISPLAY DELIMITED BY SIZE
                       " PERCENT, NOT 100" DELIMITED BY SIZE
                       INTO WS-PROBLEM
                   END-STRING
                   PERFORM WRITE-OTHER-PROBLEM
               END-IF
           END-PERFORM.

       CHECK-LEAVE.
           MOVE 6 TO WS-FILE-NO
           MOVE "Y" TO WS-HISTORY-FILE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT LEAVE-FILE
           IF LEAVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEAVE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FT-READ(WS-FILE-NO)
                       MOVE LV-EMPLOYEE-ID TO WS-CHECK-ID
                       PERFORM CHECK-OWNER
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.

       CHECK-SALARY-HISTORY.
           MOVE 7 TO WS-FILE-NO
           MOVE "Y" TO WS-HISTORY-FILE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FT-READ(WS-FILE-NO)
                       MOVE SH-EMPLOYEE-ID TO WS-CHECK-ID
                       PERFORM CHECK-OWNER
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       CHECK-APPROVALS.
           MOVE 8 TO WS-FILE-NO
           MOVE "Y" TO WS-HISTORY-FILE
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ APPROVAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FT-READ(WS-FILE-NO)
                       MOVE SA-EMPLOYEE-ID TO WS-CHECK-ID
                       PERFORM CHECK-OWNER
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       CHECK-OWNER.
           MOVE SPACES TO WS-PROBLEM
           IF WS-CHECK-ID IS NOT NUMERIC OR WS-CHECK-ID = ZEROS
               MOVE "INVALID EMPLOYEE ID" TO WS-PROBLEM
           ELSE
               EVALUATE WS-ID-STATE(WS-CHECK-ID)
                   WHEN SPACE
                       MOVE "NO MATCHING EMPLOYEE" TO WS-PROBLEM
                   WHEN "R"
                       IF WS-HISTORY-FILE = "N"
                           MOVE "EMPLOYEE ARCHIVED, RECORD NOT REMOVED"
                               TO WS-PROBLEM
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-PROBLEM NOT = SPACES
               ADD 1 TO WS-FT-ORPHAN(WS-FILE-NO)
               ADD 1 TO WS-TOTAL-PROBLEMS
               PERFORM WRITE-PROBLEM-LINE
           END-IF.

       WRITE-OTHER-PROBLEM.
           ADD 1 TO WS-FT-OTHER(WS-FILE-NO)
           ADD 1 TO WS-TOTAL-PROBLEMS
           PERFORM WRITE-PROBLEM-LINE.

       WRITE-PROBLEM-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING
               "  " WS-FT-NAME(WS-FILE-NO) DELIMITED BY SIZE
               " | " WS-CHECK-ID DELIMITED BY SIZE
               " | " WS-PROBLEM DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "Employee Management System - Referential Integrity "
               TO REPORT-LINE
           STRING
               FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
               " Check" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "   Employees: " WS-EMP-COUNT DELIMITED BY SIZE
               "   Active: " WS-ACTIVE-COUNT DELIMITED BY SIZE
               "   Archived: " WS-ARCHIVE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "File: " WS-FT-NAME(WS-FILE-NO) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Summary by file" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "  File                   |    Read |  Orphan |"
                   DELIMITED BY SIZE
               "   Other" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 8
               MOVE SPACES TO REPORT-LINE
               STRING
                   "  " WS-FT-NAME(WS-FILE-IDX) DELIMITED BY SIZE
                   " | " WS-FT-READ(WS-FILE-IDX) DELIMITED BY SIZE
                   " | " WS-FT-ORPHAN(WS-FILE-IDX) DELIMITED BY SIZE
                   " | " WS-FT-OTHER(WS-FILE-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING
               "Total problems: " WS-TOTAL-PROBLEMS DELIMITED BY SIZE
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
