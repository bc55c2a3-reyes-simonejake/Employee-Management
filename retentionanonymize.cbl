       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionAnonymize.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "employees-archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT ARCHIVE-NEW-FILE ASSIGN TO "employees-archive.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-NEW-STATUS.
           SELECT HOLD-FILE ASSIGN TO "legal-holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT ROW-FILE ASSIGN TO WS-ROW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROW-STATUS.
           SELECT ROW-NEW-FILE ASSIGN TO WS-ROW-TMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROW-NEW-STATUS.
           SELECT LISTING-FILE ASSIGN TO
               "anonymization-certificate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARCHIVE-NEW-FILE.
       01 ARCHIVE-NEW-RECORD    PIC X(110).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY "LEGHOLD.CPY".

       FD ROW-FILE.
       01 ROW-RECORD.
           05 RW-EMPLOYEE-ID    PIC 9(5).
           05 FILLER            PIC X(205).
       01 ROW-EVENT-RECORD.
           COPY "HREVENT.CPY".

       FD ROW-NEW-FILE.
       01 ROW-NEW-RECORD        PIC X(210).

       FD LISTING-FILE.
       01 LISTING-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01 ARCHIVE-STATUS        PIC XX.
       01 ARCHIVE-NEW-STATUS    PIC XX.
       01 HOLD-STATUS           PIC XX.
       01 ROW-STATUS            PIC XX.
       01 ROW-NEW-STATUS        PIC XX.
       01 LISTING-STATUS        PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 CONFIRM-FLAG          PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-USER               PIC X(10).
       01 WS-DEFAULT-CUTOFF     PIC 9(8).
       01 WS-CUTOFF-DATE        PIC 9(8).
       01 WS-DATE-RESULT        PIC X(4).
       01 WS-AGE-DUMMY          PIC 9(2) VALUE ZERO.
       01 WS-LOCK-RESULT        PIC X(4).
       01 WS-SCANNED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-DONE-BEFORE-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-CONTACT-TOTAL      PIC 9(5) VALUE ZERO.
       01 WS-BANK-TOTAL         PIC 9(5) VALUE ZERO.
       01 WS-XREF-TOTAL         PIC 9(5) VALUE ZERO.
       01 WS-EVENT-TOTAL        PIC 9(5) VALUE ZERO.
       01 WS-DEFER-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-RUN-RC             PIC 9(4) VALUE ZERO.
       01 WS-FAILED-IDX         PIC 9(2).
       01 WS-FAILED-USED        PIC 9(2) VALUE ZERO.
       01 WS-ON-HOLD            PIC X.
       01 WS-HOLD-IDX           PIC 9(5).
       01 WS-HOLD-USED          PIC 9(5) VALUE ZERO.
       01 WS-HOLD-FULL-SHOWN    PIC X.
       01 WS-SEL-IDX            PIC 9(5).
       01 WS-SEL-USED           PIC 9(5) VALUE ZERO.
       01 WS-SEL-FOUND          PIC 9(5).
       01 WS-ROW-KIND           PIC X.
       01 WS-ROW-REMOVED        PIC 9(5).
       01 WS-ARCHIVE-REPLACED   PIC X.
       01 WS-ANON-NAME          PIC X(30).
       01 WS-AUDIT-BEFORE       PIC X(120).
       01 WS-AUDIT-AFTER        PIC X(120).
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-ARCHIVE-FILENAME   PIC X(255)
           VALUE "employees-archive.dat".
       01 WS-ARCHIVE-TMP-NAME   PIC X(255)
           VALUE "employees-archive.tmp".
       01 WS-ROW-FILENAME       PIC X(255).
       01 WS-ROW-TMP-NAME       PIC X(255).
       01 WS-RUN-PROGRAM        PIC X(12).
       01 WS-RL-READ            PIC 9(7).
       01 WS-RL-APPLIED         PIC 9(7).
       01 WS-RL-REJECTED        PIC 9(7).
       01 WS-RL-RC              PIC 9(4).

       01 WS-HOLD-TABLE.
           05 WS-HOLD-ID OCCURS 5000 TIMES PIC 9(5).

       01 WS-SELECTED-TABLE.
           05 WS-SEL-ENTRY OCCURS 20000 TIMES.
               10 WS-SEL-ID          PIC 9(5).
               10 WS-SEL-TERM-DATE   PIC 9(8).
               10 WS-SEL-DEPT        PIC X(15).
               10 WS-SEL-CONTACTS    PIC 9(3).
               10 WS-SEL-BANK        PIC 9(3).
               10 WS-SEL-XREF        PIC 9(3).
               10 WS-SEL-EVENTS      PIC 9(3).

       01 WS-FAILED-TABLE.
           05 WS-FAILED-NAME OCCURS 10 TIMES PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CLEAR-SCREEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-DONE-BEFORE-COUNT
           MOVE ZERO TO WS-CONTACT-TOTAL
           MOVE ZERO TO WS-BANK-TOTAL
           MOVE ZERO TO WS-XREF-TOTAL
           MOVE ZERO TO WS-EVENT-TOTAL
           MOVE ZERO TO WS-DEFER-COUNT
           MOVE ZERO TO WS-RUN-RC
           MOVE ZERO TO WS-FAILED-USED
           MOVE ZERO TO WS-SEL-USED
           COMPUTE WS-DEFAULT-CUTOFF = WS-TODAY - 70000
           IF WS-DEFAULT-CUTOFF(5:4) = "0229"
               MOVE "0228" TO WS-DEFAULT-CUTOFF(5:4)
           END-IF
           DISPLAY "-------------------------------------------"
           DISPLAY "   Retention Run - Anonymize Archived Staff"
           DISPLAY "-------------------------------------------"
           DISPLAY "Archived employees terminated on or before the "
                   "cutoff will have their"
           DISPLAY "name and date of birth removed, and their "
                   "contact, bank and payroll"
           DISPLAY "cross-reference rows deleted, and their name "
                   "blanked on the HR event"
           DISPLAY "queue. Employees on legal hold are excluded."
           DISPLAY "Enter Cutoff Date (YYYYMMDD, blank = "
                   WS-DEFAULT-CUTOFF "): "
           ACCEPT WS-CUTOFF-DATE
           IF WS-CUTOFF-DATE IS NOT NUMERIC OR
              WS-CUTOFF-DATE = ZEROS
               MOVE WS-DEFAULT-CUTOFF TO WS-CUTOFF-DATE
           END-IF
           CALL "ValidDate" USING "DATE  " WS-CUTOFF-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid cutoff date."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           IF WS-CUTOFF-DATE > WS-DEFAULT-CUTOFF
               DISPLAY "Cutoff " WS-CUTOFF-DATE " is inside the "
                       "seven-year retention period; the latest "
                       "allowed is " WS-DEFAULT-CUTOFF "."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY "Proceed with anonymization? (Y/N): "
           ACCEPT CONFIRM-FLAG
           IF CONFIRM-FLAG NOT = "Y" AND CONFIRM-FLAG NOT = "y"
               DISPLAY "Retention run cancelled."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           CALL "LockFile" USING "LOCK  " WS-LOCK-RESULT
           IF WS-LOCK-RESULT = "BUSY"
               DISPLAY "Employee file is in use by another user. "
                       "Try again shortly."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           CALL "AuditUser" USING "GET   " WS-USER

           PERFORM LOAD-LEGAL-HOLDS
           IF WS-HOLD-FULL-SHOWN = "Y"
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               PERFORM PRESS-ENTER
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           PERFORM SELECT-EXPIRED-EMPLOYEES
           IF WS-SEL-USED = ZERO
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               DISPLAY "No archived employees are due for "
                       "anonymization."
               IF WS-HELD-COUNT > ZERO
                   DISPLAY WS-HELD-COUNT " employee(s) past the "
                           "cutoff are on legal hold."
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM REWRITE-ARCHIVE
           IF WS-ARCHIVE-REPLACED = "N"
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               DISPLAY "Archive not changed; no personal data "
                       "rows deleted."
               PERFORM PRESS-ENTER
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           MOVE "C" TO WS-ROW-KIND
           MOVE "contacts.dat" TO WS-ROW-FILENAME
           MOVE "contacts.tmp" TO WS-ROW-TMP-NAME
           PERFORM REMOVE-PERSONAL-ROWS
           MOVE "contacts-archive.dat" TO WS-ROW-FILENAME
           MOVE "contacts-archive.tmp" TO WS-ROW-TMP-NAME
           PERFORM REMOVE-PERSONAL-ROWS
           MOVE "B" TO WS-ROW-KIND
           MOVE "bank-details.dat" TO WS-ROW-FILENAME
           MOVE "bank-details.tmp" TO WS-ROW-TMP-NAME
           PERFORM REMOVE-PERSONAL-ROWS
           MOVE "X" TO WS-ROW-KIND
           MOVE "payroll-xref.dat" TO WS-ROW-FILENAME
           MOVE "payroll-xref.tmp" TO WS-ROW-TMP-NAME
           PERFORM REMOVE-PERSONAL-ROWS
           MOVE "E" TO WS-ROW-KIND
           MOVE "hr-events-queue.dat" TO WS-ROW-FILENAME
           MOVE "hr-events-queue.tmp" TO WS-ROW-TMP-NAME
           PERFORM REMOVE-PERSONAL-ROWS
           CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
           IF WS-DEFER-COUNT > ZERO AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF

           PERFORM WRITE-CERTIFICATE

           DISPLAY "Retention run complete."
           DISPLAY "Archive records scanned: " WS-SCANNED-COUNT
           DISPLAY "Employees anonymized:    " WS-SEL-USED
           DISPLAY "Excluded, legal hold:    " WS-HELD-COUNT
           DISPLAY "Anonymized previously:   " WS-DONE-BEFORE-COUNT
           DISPLAY "Contact rows deleted:    " WS-CONTACT-TOTAL
           DISPLAY "Bank rows deleted:       " WS-BANK-TOTAL
           DISPLAY "Payroll xref rows deleted: " WS-XREF-TOTAL
           DISPLAY "HR event names blanked:  " WS-EVENT-TOTAL
           IF WS-DEFER-COUNT > ZERO
               DISPLAY "Left for the next run:   " WS-DEFER-COUNT
           END-IF
           IF WS-FAILED-USED > ZERO
               DISPLAY "WARNING: " WS-FAILED-USED " file(s) could not "
                       "be updated; see the certificate."
           END-IF
           DISPLAY "Certificate written to anonymization-"
                   "certificate.txt for the data protection officer."
           MOVE "RETENTION" TO WS-RUN-PROGRAM
           MOVE WS-SCANNED-COUNT TO WS-RL-READ
           MOVE WS-SEL-USED TO WS-RL-APPLIED
           MOVE WS-HELD-COUNT TO WS-RL-REJECTED
           MOVE WS-RUN-RC TO WS-RL-RC
           CALL "RunLog" USING WS-RUN-PROGRAM WS-RL-READ
               WS-RL-APPLIED WS-RL-REJECTED WS-RL-RC
           PERFORM PRESS-ENTER
           MOVE WS-RUN-RC TO RETURN-CODE
           EXIT PROGRAM.

       LOAD-LEGAL-HOLDS.
           MOVE ZERO TO WS-HOLD-USED
           MOVE "N" TO WS-HOLD-FULL-SHOWN
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HOLD-FILE INTO HOLD-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LH-RELEASED-DATE = ZEROS OR
                          LH-RELEASED-DATE IS NOT NUMERIC
                           PERFORM ADD-HOLD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       ADD-HOLD-ENTRY.
           IF WS-HOLD-USED < 5000
               ADD 1 TO WS-HOLD-USED
               MOVE LH-EMPLOYEE-ID TO WS-HOLD-ID(WS-HOLD-USED)
           ELSE
               IF WS-HOLD-FULL-SHOWN = "N"
                   DISPLAY "More than 5000 active legal holds; run "
                           "stopped so no held employee is "
                           "anonymized."
                   MOVE "Y" TO WS-HOLD-FULL-SHOWN
               END-IF
           END-IF.

       CHECK-ON-HOLD.
           MOVE "N" TO WS-ON-HOLD
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-USED
               IF WS-HOLD-ID(WS-HOLD-IDX) = ARCH-ID
                   MOVE "Y" TO WS-ON-HOLD
               END-IF
           END-PERFORM.

       SELECT-EXPIRED-EMPLOYEES.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "No archive on file yet."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       IF ARCH-TERMINATION-DATE IS NUMERIC AND
                          ARCH-TERMINATION-DATE NOT = ZEROS AND
                          ARCH-TERMINATION-DATE <= WS-CUTOFF-DATE
                           PERFORM SELECT-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       SELECT-ONE-EMPLOYEE.
           IF ARCH-NAME(1:11) = "ANONYMIZED " AND
              ARCH-DATE-OF-BIRTH = ZEROS
               ADD 1 TO WS-DONE-BEFORE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ON-HOLD
           IF WS-ON-HOLD = "Y"
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SELECTED
           IF WS-SEL-FOUND NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-USED >= 20000
               DISPLAY "WARNING: more than 20000 employees due; "
                       ARCH-ID " left for the next retention run."
               ADD 1 TO WS-DEFER-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEL-USED
           MOVE ARCH-ID TO WS-SEL-ID(WS-SEL-USED)
           MOVE ARCH-TERMINATION-DATE
               TO WS-SEL-TERM-DATE(WS-SEL-USED)
           MOVE ARCH-DEPARTMENT TO WS-SEL-DEPT(WS-SEL-USED)
           MOVE ZERO TO WS-SEL-CONTACTS(WS-SEL-USED)
           MOVE ZERO TO WS-SEL-BANK(WS-SEL-USED)
           MOVE ZERO TO WS-SEL-XREF(WS-SEL-USED)
           MOVE ZERO TO WS-SEL-EVENTS(WS-SEL-USED).

       FIND-SELECTED.
           MOVE ZERO TO WS-SEL-FOUND
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-USED OR
                         WS-SEL-FOUND NOT = ZERO
               IF WS-SEL-ID(WS-SEL-IDX) = ARCH-ID
                   MOVE WS-SEL-IDX TO WS-SEL-FOUND
               END-IF
           END-PERFORM.

       REWRITE-ARCHIVE.
           MOVE "N" TO WS-ARCHIVE-REPLACED
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "Error opening employees-archive.dat."
               MOVE 8 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVE-NEW-FILE
           IF ARCHIVE-NEW-STATUS NOT = "00"
               DISPLAY "Error creating employees-archive.tmp."
               MOVE 8 TO WS-RUN-RC
               CLOSE ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM FIND-SELECTED
                       IF WS-SEL-FOUND NOT = ZERO
                           MOVE SPACES TO WS-ANON-NAME
                           STRING
                               "ANONYMIZED " ARCH-ID
                                   DELIMITED BY SIZE
                               INTO WS-ANON-NAME
                           END-STRING
                           MOVE WS-ANON-NAME TO ARCH-NAME
                           MOVE ZEROS TO ARCH-DATE-OF-BIRTH
                       END-IF
                       MOVE ARCHIVE-RECORD TO ARCHIVE-NEW-RECORD
                       WRITE ARCHIVE-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE ARCHIVE-NEW-FILE

           CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING
               WS-ARCHIVE-TMP-NAME WS-ARCHIVE-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS = 0
               CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-TMP-NAME
                   RETURNING WS-DELETE-STATUS
               MOVE "Y" TO WS-ARCHIVE-REPLACED
           ELSE
               DISPLAY "Error replacing employees-archive.dat; "
                       "anonymized archive left in "
                       "employees-archive.tmp."
               MOVE 8 TO WS-RUN-RC
           END-IF.

       REMOVE-PERSONAL-ROWS.
           MOVE ZERO TO WS-ROW-REMOVED
           OPEN INPUT ROW-FILE
           IF ROW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ROW-NEW-FILE
           IF ROW-NEW-STATUS NOT = "00"
               DISPLAY "Error creating "
                       FUNCTION TRIM(WS-ROW-TMP-NAME)
                       "; rows left in "
                       FUNCTION TRIM(WS-ROW-FILENAME) "."
               CLOSE ROW-FILE
               PERFORM RECORD-FAILED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               MOVE SPACES TO ROW-RECORD
               READ ROW-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM MATCH-PERSONAL-ROW
                       IF WS-SEL-FOUND NOT = ZERO
                           PERFORM COUNT-REMOVED-ROW
                       END-IF
                       IF WS-SEL-FOUND = ZERO OR WS-ROW-KIND = "E"
                           MOVE ROW-RECORD TO ROW-NEW-RECORD
                           WRITE ROW-NEW-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROW-FILE
           CLOSE ROW-NEW-FILE

           IF WS-ROW-REMOVED = ZERO
               CALL "CBL_DELETE_FILE" USING WS-ROW-TMP-NAME
                   RETURNING WS-DELETE-STATUS
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-ROW-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING
               WS-ROW-TMP-NAME WS-ROW-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS = 0
               CALL "CBL_DELETE_FILE" USING WS-ROW-TMP-NAME
                   RETURNING WS-DELETE-STATUS
           ELSE
               DISPLAY "Error replacing "
                       FUNCTION TRIM(WS-ROW-FILENAME)
                       "; kept rows left in "
                       FUNCTION TRIM(WS-ROW-TMP-NAME) "."
               PERFORM RECORD-FAILED-FILE
           END-IF.

       RECORD-FAILED-FILE.
           MOVE 8 TO WS-RUN-RC
           IF WS-FAILED-USED < 10
               ADD 1 TO WS-FAILED-USED
               MOVE WS-ROW-FILENAME TO WS-FAILED-NAME(WS-FAILED-USED)
           END-IF.

       MATCH-PERSONAL-ROW.
           MOVE ZERO TO WS-SEL-FOUND
           IF RW-EMPLOYEE-ID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-USED OR
                         WS-SEL-FOUND NOT = ZERO
               IF WS-SEL-ID(WS-SEL-IDX) = RW-EMPLOYEE-ID
                   MOVE WS-SEL-IDX TO WS-SEL-FOUND
               END-IF
           END-PERFORM.

       COUNT-REMOVED-ROW.
           IF WS-ROW-KIND = "E"
               IF EV-EMPLOYEE-NAME NOT = SPACES
                   MOVE SPACES TO EV-EMPLOYEE-NAME
                   ADD 1 TO WS-ROW-REMOVED
                   ADD 1 TO WS-SEL-EVENTS(WS-SEL-FOUND)
                   ADD 1 TO WS-EVENT-TOTAL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-REMOVED
           EVALUATE WS-ROW-KIND
               WHEN "C"
                   ADD 1 TO WS-SEL-CONTACTS(WS-SEL-FOUND)
                   ADD 1 TO WS-CONTACT-TOTAL
               WHEN "B"
                   ADD 1 TO WS-SEL-BANK(WS-SEL-FOUND)
                   ADD 1 TO WS-BANK-TOTAL
               WHEN "X"
                   ADD 1 TO WS-SEL-XREF(WS-SEL-FOUND)
                   ADD 1 TO WS-XREF-TOTAL
           END-EVALUATE.

       WRITE-CERTIFICATE.
           OPEN OUTPUT LISTING-FILE
           IF LISTING-STATUS NOT = "00"
               DISPLAY "Error creating anonymization-certificate.txt;"
                       " audit entries are still written."
           END-IF
           IF LISTING-STATUS = "00"
               PERFORM WRITE-CERTIFICATE-HEADER
           END-IF
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SEL-USED
               PERFORM AUDIT-ONE-ANONYMIZED
               IF LISTING-STATUS = "00"
                   PERFORM WRITE-CERTIFICATE-LINE
               END-IF
           END-PERFORM
           IF LISTING-STATUS = "00"
               PERFORM WRITE-CERTIFICATE-TRAILER
               CLOSE LISTING-FILE
           END-IF.

       AUDIT-ONE-ANONYMIZED.
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Archived; TermDate=" WS-SEL-TERM-DATE(WS-SEL-IDX)
                   DELIMITED BY SIZE
               " Dept=" WS-SEL-DEPT(WS-SEL-IDX) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           STRING
               "Name and DOB removed; rows deleted Contact="
                   DELIMITED BY SIZE
               WS-SEL-CONTACTS(WS-SEL-IDX) DELIMITED BY SIZE
               " Bank=" WS-SEL-BANK(WS-SEL-IDX) DELIMITED BY SIZE
               " Xref=" WS-SEL-XREF(WS-SEL-IDX) DELIMITED BY SIZE
               " Events=" WS-SEL-EVENTS(WS-SEL-IDX) DELIMITED BY SIZE
               " Cutoff=" WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "ANONYM" WS-SEL-ID(WS-SEL-IDX)
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       WRITE-CERTIFICATE-HEADER.
           MOVE SPACES TO LISTING-LINE
           STRING
               "Employee Management System - Personal Data "
                   DELIMITED BY SIZE
               "Anonymization Certificate" DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "   Retention Cutoff: " WS-CUTOFF-DATE
                   DELIMITED BY SIZE
               "   Run By: " WS-USER DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING
               "  ID  | Term Date | Department      |"
                   DELIMITED BY SIZE
               " Contact Rows | Bank Rows | Xref Rows | Events"
                   DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           WRITE LISTING-LINE.

       WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO LISTING-LINE
           STRING
               WS-SEL-ID(WS-SEL-IDX) DELIMITED BY SIZE
               " | " WS-SEL-TERM-DATE(WS-SEL-IDX) DELIMITED BY SIZE
               "  | " WS-SEL-DEPT(WS-SEL-IDX) DELIMITED BY SIZE
               " |          " WS-SEL-CONTACTS(WS-SEL-IDX)
                   DELIMITED BY SIZE
               " |       " WS-SEL-BANK(WS-SEL-IDX) DELIMITED BY SIZE
               " |       " WS-SEL-XREF(WS-SEL-IDX) DELIMITED BY SIZE
               " |    " WS-SEL-EVENTS(WS-SEL-IDX) DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           WRITE LISTING-LINE.

       WRITE-CERTIFICATE-TRAILER.
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           IF WS-HELD-COUNT > ZERO
               MOVE "Excluded - on legal hold (not anonymized):"
                   TO LISTING-LINE
               WRITE LISTING-LINE
               PERFORM LIST-HELD-EMPLOYEES
               MOVE SPACES TO LISTING-LINE
               WRITE LISTING-LINE
           END-IF
           IF WS-DEFER-COUNT > ZERO
               MOVE SPACES TO LISTING-LINE
               STRING
                   "Left for the next retention run (more than "
                       DELIMITED BY SIZE
                   "20000 due): " WS-DEFER-COUNT DELIMITED BY SIZE
                   INTO LISTING-LINE
               END-STRING
               WRITE LISTING-LINE
               MOVE SPACES TO LISTING-LINE
               WRITE LISTING-LINE
           END-IF
           IF WS-FAILED-USED > ZERO
               MOVE "NOT COMPLETED - these files could not be updated:"
                   TO LISTING-LINE
               WRITE LISTING-LINE
               PERFORM VARYING WS-FAILED-IDX FROM 1 BY 1
                       UNTIL WS-FAILED-IDX > WS-FAILED-USED
                   MOVE SPACES TO LISTING-LINE
                   STRING
                       "  " WS-FAILED-NAME(WS-FAILED-IDX)
                           DELIMITED BY SIZE
                       INTO LISTING-LINE
                   END-STRING
                   WRITE LISTING-LINE
               END-PERFORM
               MOVE SPACES TO LISTING-LINE
               WRITE LISTING-LINE
           END-IF
           MOVE SPACES TO LISTING-LINE
           STRING
               "Anonymized: " WS-SEL-USED DELIMITED BY SIZE
               "  Held: " WS-HELD-COUNT DELIMITED BY SIZE
               "  Contact rows: " WS-CONTACT-TOTAL DELIMITED BY SIZE
               "  Bank rows: " WS-BANK-TOTAL DELIMITED BY SIZE
               "  Xref rows: " WS-XREF-TOTAL DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING
               "HR event names blanked: " WS-EVENT-TOTAL
                   DELIMITED BY SIZE
               INTO LISTING-LINE
           END-STRING
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE "The name and date of birth of each employee listed "
               TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE "above were removed from employees-archive.dat, and "
               TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE "their contact, bank and payroll cross-reference rows "
               TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE "were deleted, and their name was blanked on "
               TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE "hr-events-queue.dat. Pay and service history is kept "
               TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE "by employee ID." TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE "Data Protection Officer: ______________   Date: ____"
               TO LISTING-LINE
           WRITE LISTING-LINE.

       LIST-HELD-EMPLOYEES.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ARCH-TERMINATION-DATE IS NUMERIC AND
                          ARCH-TERMINATION-DATE NOT = ZEROS AND
                          ARCH-TERMINATION-DATE <= WS-CUTOFF-DATE AND
                          NOT (ARCH-NAME(1:11) = "ANONYMIZED " AND
                               ARCH-DATE-OF-BIRTH = ZEROS)
                           PERFORM CHECK-ON-HOLD
                           IF WS-ON-HOLD = "Y"
                               MOVE SPACES TO LISTING-LINE
                               STRING
                                   ARCH-ID DELIMITED BY SIZE
                                   " | " ARCH-TERMINATION-DATE
                                       DELIMITED BY SIZE
                                   INTO LISTING-LINE
                               END-STRING
                               WRITE LISTING-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
