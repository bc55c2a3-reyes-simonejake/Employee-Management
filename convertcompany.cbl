       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertCompany.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ID
               ALTERNATE RECORD KEY IS OLD-NAME
                   WITH DUPLICATES
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-FILE ASSIGN TO "employees-new.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-FILE.
       01 OLD-RECORD.
           05 OLD-ID            PIC 9(5).
           05 OLD-NAME          PIC X(30).
           05 OLD-DOB           PIC 9(8).
           05 OLD-DEPARTMENT    PIC X(15).
           05 OLD-SALARY        PIC 9(7)V99.
           05 OLD-HIRE-DATE     PIC 9(8).
           05 OLD-REC-STATUS    PIC X(1).
           05 OLD-TERM-DATE     PIC 9(8).
           05 OLD-SALARY-GRADE  PIC X(2).
           05 OLD-JOB-CODE      PIC X(4).
           05 OLD-MANAGER-ID    PIC 9(5).
           05 OLD-TERM-REASON   PIC X(2).
           05 OLD-EMP-TYPE      PIC X(1).
           05 OLD-CONTRACT-END  PIC 9(8).

       FD NEW-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 OLD-STATUS            PIC XX.
       01 NEW-STATUS            PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 WS-LOCK-RESULT        PIC X(4).
       01 WS-BACKUP-RESULT      PIC X(4).
       01 WS-DEPT-RESULT        PIC X(4).
       01 WS-CO-RESULT          PIC X(4).
       01 WS-DEFAULT-COMPANY    PIC X(4).
       01 WS-READ-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-WRITTEN-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DEFAULTED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-BLANK-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-EMP-FILENAME       PIC X(255) VALUE "employees.dat".
       01 WS-NEW-FILENAME       PIC X(255)
           VALUE "employees-new.tmp".
       01 WS-PRECONV-FILENAME   PIC X(255)
           VALUE "employees.dat.precomp".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "One-time conversion of employees.dat to the "
                   "layout with COMPANY-CODE."
           DISPLAY "Each employee takes the company of their "
                   "department from departments.dat;"
           DISPLAY "departments with no company use the default "
                   "entered below."
           DISPLAY "The old file is kept as employees.dat.precomp."

           DISPLAY "Enter default Company Code (blank = none): "
           ACCEPT WS-DEFAULT-COMPANY
           MOVE FUNCTION UPPER-CASE(WS-DEFAULT-COMPANY)
               TO WS-DEFAULT-COMPANY
           IF WS-DEFAULT-COMPANY NOT = SPACES
               CALL "CompanyCheck" USING WS-DEFAULT-COMPANY
                   WS-CO-RESULT
               IF WS-CO-RESULT NOT = "OK  "
                   DISPLAY "Company " WS-DEFAULT-COMPANY
                           " is not an active company. "
                           "Conversion abandoned."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           CALL "LockFile" USING "LOCK  " WS-LOCK-RESULT
           IF WS-LOCK-RESULT = "BUSY"
               DISPLAY "Employee file is in use by another user. "
                       "Try again shortly."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OLD-FILE
           IF OLD-STATUS NOT = "00"
               DISPLAY "Cannot open employees.dat (status "
                       OLD-STATUS "). If it is already converted, "
                       "no action is needed."
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NEW-FILE
           IF NEW-STATUS NOT = "00"
               DISPLAY "Cannot create employees-new.tmp (status "
                       NEW-STATUS ")."
               CLOSE OLD-FILE
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-FILE
           CLOSE NEW-FILE

           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               DISPLAY "Record count mismatch: read " WS-READ-COUNT
                       " but wrote " WS-WRITTEN-COUNT "."
               DISPLAY "Conversion abandoned, employees.dat left "
                       "untouched."
               CALL "CBL_DELETE_FILE" USING WS-NEW-FILENAME
                   RETURNING WS-DELETE-STATUS
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "CBL_COPY_FILE" USING
               WS-EMP-FILENAME WS-PRECONV-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS NOT = 0
               DISPLAY "Error saving the old file aside. "
                       "Conversion abandoned."
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-EMP-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING
               WS-NEW-FILENAME WS-EMP-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS NOT = 0
               DISPLAY "CRITICAL: swap failed! Restoring old file."
               CALL "CBL_COPY_FILE" USING
                   WS-PRECONV-FILENAME WS-EMP-FILENAME
                   RETURNING WS-COPY-STATUS
               CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NEW-FILENAME
               RETURNING WS-DELETE-STATUS

           CALL "RollingBackup" USING WS-BACKUP-RESULT

           CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
           DISPLAY "Conversion complete: " WS-WRITTEN-COUNT
                   " record(s) converted."
           DISPLAY "Given the default company:  " WS-DEFAULTED-COUNT
           DISPLAY "Left with no company:       " WS-BLANK-COUNT
           IF WS-BLANK-COUNT > ZERO
               DISPLAY "Set a company on their departments through "
                       "Department Maintenance and"
               DISPLAY "re-save each employee's department in Edit "
                       "Employee."
           END-IF
           DISPLAY "A fresh backup generation was cut; the "
                   "remaining employees.dat.bakN generations are "
                   "still old-layout until they cycle out."
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE SPACES TO EMPLOYEE-RECORD
           MOVE OLD-ID TO EMPLOYEE-ID
           MOVE OLD-NAME TO EMPLOYEE-NAME
           MOVE OLD-DOB TO DATE-OF-BIRTH
           MOVE OLD-DEPARTMENT TO DEPARTMENT
           MOVE OLD-SALARY TO SALARY
           MOVE OLD-HIRE-DATE TO HIRE-DATE
           MOVE OLD-REC-STATUS TO EMPLOYEE-STATUS
           MOVE OLD-TERM-DATE TO TERMINATION-DATE
           MOVE OLD-SALARY-GRADE TO SALARY-GRADE
           MOVE OLD-JOB-CODE TO JOB-CODE
           MOVE OLD-MANAGER-ID TO MANAGER-ID
           MOVE OLD-TERM-REASON TO TERM-REASON
           MOVE OLD-EMP-TYPE TO EMPLOYMENT-TYPE
           MOVE OLD-CONTRACT-END TO CONTRACT-END-DATE
           MOVE SPACES TO COMPANY-CODE
           CALL "DeptCheck" USING DEPARTMENT WS-DEPT-RESULT
               COMPANY-CODE
           IF COMPANY-CODE = SPACES
               MOVE WS-DEFAULT-COMPANY TO COMPANY-CODE
               IF COMPANY-CODE = SPACES
                   ADD 1 TO WS-BLANK-COUNT
               ELSE
                   ADD 1 TO WS-DEFAULTED-COUNT
               END-IF
           END-IF
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "Duplicate or bad key " OLD-ID
                           " skipped."
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
