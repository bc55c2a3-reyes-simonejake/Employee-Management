       IDENTIFICATION DIVISION.
       PROGRAM-ID. NewHireRegistry.

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
           SELECT EVENT-FILE ASSIGN TO "hr-events-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT EVENT-NEW-FILE ASSIGN TO "hr-events-queue.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-NEW-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "new-hire-registry.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "registry-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "registry-ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "regsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD EVENT-FILE.
       01 EVENT-RECORD.
           COPY "HREVENT.CPY".

       FD EVENT-NEW-FILE.
       01 EVENT-NEW-RECORD         PIC X(117).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY "CONTREC.CPY".

       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       FD REGISTRY-FILE.
       01 REG-DETAIL-RECORD.
           05 RW-REC-TYPE           PIC X(1).
           05 RW-REPORT-TYPE        PIC X(1).
           05 RW-EMPLOYEE-ID        PIC 9(5).
           05 RW-EMPLOYEE-NAME      PIC X(30).
           05 RW-DATE-OF-BIRTH      PIC 9(8).
           05 RW-ADDRESS-1          PIC X(30).
           05 RW-ADDRESS-2          PIC X(30).
           05 RW-CITY               PIC X(20).
           05 RW-HIRE-DATE          PIC 9(8).
           05 RW-SEPARATION-DATE    PIC 9(8).
       01 REG-FILE-HEADER-RECORD.
           05 RA-REC-TYPE           PIC X(1).
           05 RA-SEQUENCE           PIC 9(6).
           05 RA-RUN-DATE           PIC 9(8).
           05 RA-SYSTEM             PIC X(10).
       01 REG-EMPLOYER-RECORD.
           05 RE-REC-TYPE           PIC X(1).
           05 RE-EMPLOYER-ID        PIC X(12).
           05 RE-EMPLOYER-NAME      PIC X(30).
           05 RE-COMPANY-CODE       PIC X(4).
       01 REG-EMPLOYER-TOTAL-RECORD.
           05 RT-REC-TYPE           PIC X(1).
           05 RT-EMPLOYER-ID        PIC X(12).
           05 RT-HIRE-COUNT         PIC 9(7).
           05 RT-SEPARATION-COUNT   PIC 9(7).
           05 RT-RECORD-COUNT       PIC 9(7).
       01 REG-FILE-TRAILER-RECORD.
           05 RF-REC-TYPE           PIC X(1).
           05 RF-SEQUENCE           PIC 9(6).
           05 RF-EMPLOYER-COUNT     PIC 9(5).
           05 RF-HIRE-COUNT         PIC 9(7).
           05 RF-SEPARATION-COUNT   PIC 9(7).
           05 RF-RECORD-COUNT       PIC 9(9).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE            PIC X(120).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 RC-LAST-SEQUENCE      PIC 9(6).
           05 RC-LAST-RUN-DATE      PIC 9(8).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-COMPANY-CODE       PIC X(4).
           05 SR-EMPLOYER-ID        PIC X(12).
           05 SR-EMPLOYER-NAME      PIC X(30).
           05 SR-REPORT-TYPE        PIC X(1).
           05 SR-EMPLOYEE-ID        PIC 9(5).
           05 SR-EMPLOYEE-NAME      PIC X(30).
           05 SR-DATE-OF-BIRTH      PIC 9(8).
           05 SR-ADDRESS-1          PIC X(30).
           05 SR-ADDRESS-2          PIC X(30).
           05 SR-CITY               PIC X(20).
           05 SR-HIRE-DATE          PIC 9(8).
           05 SR-SEPARATION-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 EVENT-STATUS          PIC XX.
       01 EVENT-NEW-STATUS      PIC XX.
       01 CONTACT-STATUS        PIC XX.
       01 COMPANY-STATUS        PIC XX.
       01 REGISTRY-STATUS       PIC XX.
       01 EXCEPTION-STATUS      PIC XX.
       01 CONTROL-STATUS        PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 END-OF-SORT           PIC X VALUE "N".
       01 WS-SCAN-EOF           PIC X.
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-SEQUENCE           PIC 9(6) VALUE ZERO.
       01 WS-DUE                PIC X.
       01 WS-COMPLETE           PIC X.
       01 WS-EMP-FOUND          PIC X.
       01 WS-CONTACT-FOUND      PIC X.
       01 WS-COMPANY-FOUND      PIC X.
       01 WS-PROBLEM            PIC X(40).
       01 WS-DEADLINE           PIC 9(8).
       01 WS-DEADLINE-NOTE      PIC X(8).
       01 WS-EVENT-LABEL        PIC X(10).
       01 WS-CURRENT-COMPANY    PIC X(4).
       01 WS-CURRENT-EMPLOYER   PIC X(12).
       01 WS-DUE-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-HIRE-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-SEP-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-PROBLEM-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-EMPLOYER-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RECORD-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-ER-HIRE-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-ER-SEP-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-ER-RECORD-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-QUEUE-FILENAME     PIC X(255)
           VALUE "hr-events-queue.dat".
       01 WS-QUEUE-TMP-NAME     PIC X(255)
           VALUE "hr-events-queue.tmp".

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-DUE-COUNT
           MOVE ZERO TO WS-HIRE-COUNT
           MOVE ZERO TO WS-SEP-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-PROBLEM-COUNT
           MOVE ZERO TO WS-EMPLOYER-COUNT
           MOVE ZERO TO WS-RECORD-COUNT

           OPEN INPUT EVENT-FILE
           IF EVENT-STATUS NOT = "00"
               DISPLAY "No HR events queued; nothing to report to "
                       "the registry."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           CLOSE EVENT-FILE

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM READ-CONTROL-FILE
           ADD 1 TO WS-SEQUENCE

           OPEN OUTPUT REGISTRY-FILE
           IF REGISTRY-STATUS NOT = "00"
               DISPLAY "Error creating new-hire-registry.dat."
               CLOSE EMPLOYEE-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF EXCEPTION-STATUS NOT = "00"
               DISPLAY "Error creating registry-exceptions.txt."
               CLOSE EMPLOYEE-FILE
               CLOSE REGISTRY-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           PERFORM WRITE-EXCEPTION-HEADER

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-COMPANY-CODE SR-REPORT-TYPE
                                SR-EMPLOYEE-ID
               INPUT PROCEDURE SELECT-REPORTABLE-EVENTS
               OUTPUT PROCEDURE WRITE-REGISTRY-FILE

           CLOSE EMPLOYEE-FILE
           CLOSE REGISTRY-FILE
           IF WS-PROBLEM-COUNT = ZERO
               MOVE "No employees are missing mandatory data."
                   TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           CLOSE EXCEPTION-FILE

           IF EVENT-NEW-STATUS NOT = "00"
               DISPLAY "Error writing hr-events-queue.tmp; "
                       "new-hire-registry.dat must not be submitted."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           PERFORM REPLACE-QUEUE-FILE
           IF WS-HIRE-COUNT = ZERO AND WS-SEP-COUNT = ZERO
               DISPLAY "Nothing new to submit; "
                       "new-hire-registry.dat holds no employees."
           ELSE
               PERFORM WRITE-CONTROL-FILE
               DISPLAY "Registry submission " WS-SEQUENCE
                       " written to new-hire-registry.dat."
           END-IF
           DISPLAY "New hires reported:       " WS-HIRE-COUNT
           DISPLAY "Separations reported:     " WS-SEP-COUNT
           DISPLAY "Held for missing data:    " WS-HELD-COUNT
           IF WS-HELD-COUNT > ZERO
               DISPLAY "See registry-exceptions.txt and fix them "
                       "before the 20-day deadline."
               IF LS-MODE IS NOT OMITTED AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       READ-CONTROL-FILE.
           MOVE ZERO TO WS-SEQUENCE
           OPEN INPUT CONTROL-FILE
           IF CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RC-LAST-SEQUENCE IS NUMERIC
                       MOVE RC-LAST-SEQUENCE TO WS-SEQUENCE
                   END-IF
           END-READ
           CLOSE CONTROL-FILE.

       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           IF CONTROL-STATUS NOT = "00"
               DISPLAY "Error writing registry-ctl.dat; the next "
                       "run will repeat sequence " WS-SEQUENCE "."
               IF LS-MODE IS NOT OMITTED
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEQUENCE TO RC-LAST-SEQUENCE
           MOVE WS-TODAY TO RC-LAST-RUN-DATE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       WRITE-EXCEPTION-HEADER.
           MOVE "Employee Management System - Registry Missing Data"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "   Submission: " WS-SEQUENCE DELIMITED BY SIZE
               "   Reports are due 20 days after the event"
                   DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               "ID    Event      Effective Due By" DELIMITED BY SIZE
               "               Missing" DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       SELECT-REPORTABLE-EVENTS.
           OPEN INPUT EVENT-FILE
           OPEN OUTPUT EVENT-NEW-FILE
           IF EVENT-NEW-STATUS NOT = "00"
               CLOSE EVENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EVENT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-EVENT-DUE
                       IF WS-DUE = "Y"
                           ADD 1 TO WS-DUE-COUNT
                           PERFORM BUILD-REGISTRY-ENTRY
                       END-IF
                       MOVE EVENT-RECORD TO EVENT-NEW-RECORD
                       WRITE EVENT-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE
           CLOSE EVENT-NEW-FILE.

       CHECK-EVENT-DUE.
           MOVE "N" TO WS-DUE
           IF EV-TYPE NOT = "HIRE" AND EV-TYPE NOT = "RHIR" AND
              EV-TYPE NOT = "TERM"
               EXIT PARAGRAPH
           END-IF
           IF EV-REG-DATE IS NUMERIC AND EV-REG-DATE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF EV-TYPE = "TERM" AND EV-EFFECTIVE-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DUE.

       BUILD-REGISTRY-ENTRY.
           MOVE "Y" TO WS-COMPLETE
           MOVE SPACES TO SORT-RECORD
           MOVE EV-EMPLOYEE-ID TO SR-EMPLOYEE-ID
           IF EV-TYPE = "TERM"
               MOVE "S" TO SR-REPORT-TYPE
               MOVE "Separation" TO WS-EVENT-LABEL
               MOVE EV-EFFECTIVE-DATE TO SR-SEPARATION-DATE
           ELSE
               MOVE "H" TO SR-REPORT-TYPE
               MOVE "New hire" TO WS-EVENT-LABEL
               MOVE EV-EFFECTIVE-DATE TO SR-HIRE-DATE
               MOVE ZEROS TO SR-SEPARATION-DATE
           END-IF

           MOVE EV-EMPLOYEE-ID TO EMPLOYEE-ID
           MOVE "Y" TO WS-EMP-FOUND
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
           END-READ
           IF WS-EMP-FOUND = "N"
               MOVE "employee not on master file" TO WS-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE EMPLOYEE-NAME TO SR-EMPLOYEE-NAME
           IF SR-REPORT-TYPE = "S"
               MOVE HIRE-DATE TO SR-HIRE-DATE
           END-IF
           IF EMPLOYEE-NAME = SPACES
               MOVE "employee name" TO WS-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           END-IF
           IF DATE-OF-BIRTH IS NOT NUMERIC OR
              DATE-OF-BIRTH = ZEROS
               MOVE "date of birth" TO WS-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               MOVE DATE-OF-BIRTH TO SR-DATE-OF-BIRTH
           END-IF
           IF SR-HIRE-DATE IS NOT NUMERIC OR SR-HIRE-DATE = ZEROS
               MOVE "hire date" TO WS-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           END-IF

           PERFORM FIND-CONTACT
           IF WS-CONTACT-FOUND = "N"
               MOVE "home address (no contact record)"
                   TO WS-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               IF CT-ADDRESS-1 = SPACES
                   MOVE "home address line 1" TO WS-PROBLEM
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
               IF CT-CITY = SPACES
                   MOVE "home address city" TO WS-PROBLEM
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
               MOVE CT-ADDRESS-1 TO SR-ADDRESS-1
               MOVE CT-ADDRESS-2 TO SR-ADDRESS-2
               MOVE CT-CITY TO SR-CITY
           END-IF

           IF EV-COMPANY-CODE NOT = SPACES
               MOVE EV-COMPANY-CODE TO SR-COMPANY-CODE
           ELSE
               MOVE COMPANY-CODE TO SR-COMPANY-CODE
           END-IF
           PERFORM FIND-EMPLOYER
           IF WS-COMPANY-FOUND = "N"
               MOVE "employing company" TO WS-PROBLEM
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               IF CO-EMPLOYER-ID = SPACES
                   MOVE "employer registration ID" TO WS-PROBLEM
                   PERFORM WRITE-PROBLEM-LINE
               END-IF
               MOVE CO-EMPLOYER-ID TO SR-EMPLOYER-ID
               MOVE CO-NAME TO SR-EMPLOYER-NAME
           END-IF

           IF WS-COMPLETE = "N"
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           RELEASE SORT-RECORD
           IF SR-REPORT-TYPE = "S"
               ADD 1 TO WS-SEP-COUNT
           ELSE
               ADD 1 TO WS-HIRE-COUNT
           END-IF
           MOVE WS-TODAY TO EV-REG-DATE
           MOVE WS-SEQUENCE TO EV-REG-SEQ.

       FIND-CONTACT.
           MOVE "N" TO WS-CONTACT-FOUND
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y" OR
                   WS-CONTACT-FOUND = "Y"
               READ CONTACT-FILE INTO CONTACT-RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CT-EMPLOYEE-ID = EV-EMPLOYEE-ID
                           MOVE "Y" TO WS-CONTACT-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE.

       FIND-EMPLOYER.
           MOVE "N" TO WS-COMPANY-FOUND
           IF SR-COMPANY-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPANY-FILE
           IF COMPANY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           PERFORM UNTIL WS-SCAN-EOF = "Y" OR
                   WS-COMPANY-FOUND = "Y"
               READ COMPANY-FILE INTO COMPANY-RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CO-CODE = SR-COMPANY-CODE
                           MOVE "Y" TO WS-COMPANY-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE.

       WRITE-PROBLEM-LINE.
           MOVE "N" TO WS-COMPLETE
           ADD 1 TO WS-PROBLEM-COUNT
           IF EV-EFFECTIVE-DATE IS NUMERIC AND
              EV-EFFECTIVE-DATE > 16010101
               MOVE FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(EV-EFFECTIVE-DATE) + 20)
                   TO WS-DEADLINE
           ELSE
               MOVE WS-TODAY TO WS-DEADLINE
           END-IF
           IF WS-DEADLINE < WS-TODAY
               MOVE "OVERDUE" TO WS-DEADLINE-NOTE
           ELSE
               MOVE SPACES TO WS-DEADLINE-NOTE
           END-IF
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               EV-EMPLOYEE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EVENT-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EV-EFFECTIVE-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEADLINE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEADLINE-NOTE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-PROBLEM DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE.

       WRITE-REGISTRY-FILE.
           MOVE SPACES TO REG-FILE-HEADER-RECORD
           MOVE "A" TO RA-REC-TYPE
           MOVE WS-SEQUENCE TO RA-SEQUENCE
           MOVE WS-TODAY TO RA-RUN-DATE
           MOVE "HRMS" TO RA-SYSTEM
           WRITE REG-FILE-HEADER-RECORD
           ADD 1 TO WS-RECORD-COUNT

           MOVE "N" TO END-OF-SORT
           PERFORM RETURN-SORT-RECORD
           PERFORM UNTIL END-OF-SORT = "Y"
               MOVE SR-COMPANY-CODE TO WS-CURRENT-COMPANY
               MOVE SR-EMPLOYER-ID TO WS-CURRENT-EMPLOYER
               PERFORM WRITE-EMPLOYER-HEADER
               PERFORM UNTIL END-OF-SORT = "Y" OR
                       SR-COMPANY-CODE NOT = WS-CURRENT-COMPANY
                   PERFORM WRITE-REGISTRY-DETAIL
                   PERFORM RETURN-SORT-RECORD
               END-PERFORM
               PERFORM WRITE-EMPLOYER-TOTAL
           END-PERFORM

           MOVE SPACES TO REG-FILE-TRAILER-RECORD
           MOVE "F" TO RF-REC-TYPE
           MOVE WS-SEQUENCE TO RF-SEQUENCE
           MOVE WS-EMPLOYER-COUNT TO RF-EMPLOYER-COUNT
           MOVE WS-HIRE-COUNT TO RF-HIRE-COUNT
           MOVE WS-SEP-COUNT TO RF-SEPARATION-COUNT
           ADD 1 TO WS-RECORD-COUNT
           MOVE WS-RECORD-COUNT TO RF-RECORD-COUNT
           WRITE REG-FILE-TRAILER-RECORD.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO END-OF-SORT
           END-RETURN.

       WRITE-EMPLOYER-HEADER.
           ADD 1 TO WS-EMPLOYER-COUNT
           MOVE ZERO TO WS-ER-HIRE-COUNT
           MOVE ZERO TO WS-ER-SEP-COUNT
           MOVE 1 TO WS-ER-RECORD-COUNT
           MOVE SPACES TO REG-EMPLOYER-RECORD
           MOVE "E" TO RE-REC-TYPE
           MOVE SR-EMPLOYER-ID TO RE-EMPLOYER-ID
           MOVE SR-EMPLOYER-NAME TO RE-EMPLOYER-NAME
           MOVE SR-COMPANY-CODE TO RE-COMPANY-CODE
           WRITE REG-EMPLOYER-RECORD
           ADD 1 TO WS-RECORD-COUNT.

       WRITE-REGISTRY-DETAIL.
           MOVE SPACES TO REG-DETAIL-RECORD
           MOVE "W" TO RW-REC-TYPE
           MOVE SR-REPORT-TYPE TO RW-REPORT-TYPE
           MOVE SR-EMPLOYEE-ID TO RW-EMPLOYEE-ID
           MOVE SR-EMPLOYEE-NAME TO RW-EMPLOYEE-NAME
           MOVE SR-DATE-OF-BIRTH TO RW-DATE-OF-BIRTH
           MOVE SR-ADDRESS-1 TO RW-ADDRESS-1
           MOVE SR-ADDRESS-2 TO RW-ADDRESS-2
           MOVE SR-CITY TO RW-CITY
           MOVE SR-HIRE-DATE TO RW-HIRE-DATE
           MOVE SR-SEPARATION-DATE TO RW-SEPARATION-DATE
           WRITE REG-DETAIL-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-ER-RECORD-COUNT
           IF SR-REPORT-TYPE = "S"
               ADD 1 TO WS-ER-SEP-COUNT
           ELSE
               ADD 1 TO WS-ER-HIRE-COUNT
           END-IF.

       WRITE-EMPLOYER-TOTAL.
           ADD 1 TO WS-ER-RECORD-COUNT
           MOVE SPACES TO REG-EMPLOYER-TOTAL-RECORD
           MOVE "T" TO RT-REC-TYPE
           MOVE WS-CURRENT-EMPLOYER TO RT-EMPLOYER-ID
           MOVE WS-ER-HIRE-COUNT TO RT-HIRE-COUNT
           MOVE WS-ER-SEP-COUNT TO RT-SEPARATION-COUNT
           MOVE WS-ER-RECORD-COUNT TO RT-RECORD-COUNT
           WRITE REG-EMPLOYER-TOTAL-RECORD
           ADD 1 TO WS-RECORD-COUNT.

       REPLACE-QUEUE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-QUEUE-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING WS-QUEUE-TMP-NAME
               WS-QUEUE-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS NOT = 0
               DISPLAY "Error saving hr-events-queue.dat; the marked "
                       "queue is in hr-events-queue.tmp."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-QUEUE-TMP-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
