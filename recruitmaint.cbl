       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecruitMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "requisitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-STATUS.
           SELECT CAND-FILE ASSIGN TO "candidates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAND-STATUS.
           SELECT POSITION-FILE ASSIGN TO "positions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-STATUS.
           SELECT NEWHIRE-FILE ASSIGN TO "newhires.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWHIRE-STATUS.
           SELECT NEWHIRE-NEW-FILE ASSIGN TO "newhires.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWHIRE-NEW-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQ-FILE.
       01 REQ-RECORD.
           COPY "REQREC.CPY".

       FD CAND-FILE.
       01 CAND-RECORD.
           COPY "CANDREC.CPY".

       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 POS-DEPT          PIC X(15).
           05 POS-JOB-CODE      PIC X(4).
           05 POS-AUTHORIZED    PIC 9(4).

       FD NEWHIRE-FILE.
       01 NEWHIRE-RECORD.
           COPY "EMPREC.CPY"
               REPLACING EMPLOYEE-ID BY NH-ID
                         EMPLOYEE-NAME BY NH-NAME
                         DATE-OF-BIRTH BY NH-DATE-OF-BIRTH
                         DEPARTMENT BY NH-DEPARTMENT
                         SALARY BY NH-SALARY
                         HIRE-DATE BY NH-HIRE-DATE
                         EMPLOYEE-STATUS BY NH-REC-STATUS
                         TERMINATION-DATE BY NH-TERMINATION-DATE
                         SALARY-GRADE BY NH-SALARY-GRADE
                         JOB-CODE BY NH-JOB-CODE
                         MANAGER-ID BY NH-MANAGER-ID
                         TERM-REASON BY NH-TERM-REASON
                         EMPLOYMENT-TYPE BY NH-EMP-TYPE
                         CONTRACT-END-DATE BY NH-CONTRACT-END
                         COMPANY-CODE BY NH-COMPANY-CODE.
       01 NEWHIRE-CONTROL-RECORD.
           05 NC-MARKER          PIC X(3).
           05 FILLER             PIC X(94).
       01 NEWHIRE-HEADER-RECORD.
           05 NHH-MARKER         PIC X(3).
           05 NHH-BATCH-DATE     PIC 9(8).
           05 NHH-SOURCE         PIC X(10).
           05 FILLER             PIC X(76).
       01 NEWHIRE-TRAILER-RECORD.
           05 NHT-MARKER         PIC X(3).
           05 NHT-COUNT          PIC 9(7).
           05 NHT-HASH           PIC 9(13)V99.
           05 FILLER             PIC X(72).

       FD NEWHIRE-NEW-FILE.
       01 NEWHIRE-NEW-RECORD     PIC X(110).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 REQ-STATUS           PIC XX.
       01 CAND-STATUS          PIC XX.
       01 POSITION-STATUS      PIC XX.
       01 NEWHIRE-STATUS       PIC XX.
       01 NEWHIRE-NEW-STATUS   PIC XX.
       01 FILE-STATUS          PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 CONTINUE-FLAG        PIC X.
       01 MENU-CHOICE          PIC 9.
       01 WS-TODAY             PIC 9(8).
       01 WS-OPERATOR          PIC X(10).
       01 WS-REQ-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-REQ-IDX           PIC 9(4).
       01 WS-REQ-FOUND-IDX     PIC 9(4).
       01 WS-CAND-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-CAND-IDX          PIC 9(4).
       01 WS-CAND-FOUND-IDX    PIC 9(4).
       01 WS-LIMIT-HIT         PIC X VALUE "N".
       01 WS-NEXT-REQ-NO       PIC 9(5).
       01 WS-NEXT-CAND-NO      PIC 9(3).
       01 WS-LISTED-COUNT      PIC 9(4).
       01 WS-INPUT-REQ-NO      PIC 9(5).
       01 WS-INPUT-CAND-NO     PIC 9(3).
       01 WS-INPUT-DEPT        PIC X(15).
       01 WS-INPUT-JOB         PIC X(4).
       01 WS-INPUT-SEATS       PIC 9(3).
       01 WS-INPUT-MGR         PIC 9(5).
       01 WS-INPUT-NAME        PIC X(30).
       01 WS-INPUT-DOB         PIC 9(8).
       01 WS-INPUT-SALARY      PIC 9(7)V99.
       01 WS-INPUT-GRADE       PIC X(2).
       01 WS-INPUT-ACTION      PIC X(1).
       01 WS-INPUT-EMP-ID      PIC 9(5).
       01 WS-INPUT-START       PIC 9(8).
       01 WS-INPUT-TYPE        PIC X(1).
       01 WS-INPUT-CONTRACT    PIC 9(8).
       01 WS-POS-FOUND         PIC X.
       01 WS-POS-RESULT        PIC X(4).
       01 WS-DEPT-RESULT       PIC X(4).
       01 WS-JOB-RESULT        PIC X(4).
       01 WS-GRADE-RESULT      PIC X(4).
       01 WS-DATE-RESULT       PIC X(4).
       01 WS-AGE-DUMMY         PIC 9(2) VALUE ZERO.
       01 WS-EMP-FOUND         PIC X.
       01 WS-ID-IN-USE         PIC X.
       01 WS-AUDIT-BEFORE      PIC X(120).
       01 WS-AUDIT-AFTER       PIC X(120).
       01 WS-STATUS-TEXT       PIC X(9).
       01 WS-MONEY-DISPLAY     PIC Z,ZZZ,ZZ9.99.
       01 WS-CHECK-ID          PIC 9(5).
       01 WS-CHECK-ID-DIGITS REDEFINES WS-CHECK-ID.
           05 WS-CD-1           PIC 9.
           05 WS-CD-2           PIC 9.
           05 WS-CD-3           PIC 9.
           05 WS-CD-4           PIC 9.
           05 WS-CD-5           PIC 9.
       01 WS-EXPECTED-CD       PIC 9.
       01 WS-HDR-SEEN          PIC X.
       01 WS-NH-COUNT          PIC 9(7).
       01 WS-NH-HASH           PIC 9(13)V99.
       01 WS-NH-WRITTEN        PIC X.
       01 WS-COPY-STATUS       PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS     PIC S9(9) USAGE BINARY.
       01 WS-NEWHIRE-FILENAME  PIC X(255)
           VALUE "newhires.dat".
       01 WS-NEWHIRE-TMP-NAME  PIC X(255)
           VALUE "newhires.tmp".

       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 1000 TIMES.
               10 WS-RQ-REQ-NO      PIC 9(5).
               10 WS-RQ-DEPT        PIC X(15).
               10 WS-RQ-JOB-CODE    PIC X(4).
               10 WS-RQ-SEATS       PIC 9(3).
               10 WS-RQ-FILLED      PIC 9(3).
               10 WS-RQ-HIRING-MGR  PIC 9(5).
               10 WS-RQ-STATUS      PIC X(1).
               10 WS-RQ-OPENED-BY   PIC X(10).
               10 WS-RQ-OPENED-DATE PIC 9(8).
               10 WS-RQ-CLOSED-DATE PIC 9(8).

       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 5000 TIMES.
               10 WS-CA-REQ-NO       PIC 9(5).
               10 WS-CA-CAND-NO      PIC 9(3).
               10 WS-CA-NAME         PIC X(30).
               10 WS-CA-DOB          PIC 9(8).
               10 WS-CA-DEPT         PIC X(15).
               10 WS-CA-JOB-CODE     PIC X(4).
               10 WS-CA-SALARY       PIC 9(7)V99.
               10 WS-CA-GRADE        PIC X(2).
               10 WS-CA-STATUS       PIC X(1).
               10 WS-CA-STATUS-DATE  PIC 9(8).
               10 WS-CA-EMPLOYEE-ID  PIC 9(5).
               10 WS-CA-START-DATE   PIC 9(8).
               10 WS-CA-MANAGER-ID   PIC 9(5).
               10 WS-CA-EMP-TYPE     PIC X(1).
               10 WS-CA-CONTRACT-END PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           CALL "AuditUser" USING "GET   " WS-OPERATOR
           MOVE "N" TO WS-LIMIT-HIT
           PERFORM LOAD-REQ-TABLE
           PERFORM LOAD-CAND-TABLE
           IF WS-LIMIT-HIT = "Y"
               PERFORM SHOW-LIMIT-MESSAGE
               PERFORM PRESS-ENTER
           END-IF
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 7
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Recruitment Requisitions"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Requisitions"
               DISPLAY "2. Open Requisition Against a Vacancy"
               DISPLAY "3. Cancel Requisition"
               DISPLAY "4. Add Candidate to a Requisition"
               DISPLAY "5. List Candidates for a Requisition"
               DISPLAY "6. Offer / Accept / Decline a Candidate"
               DISPLAY "7. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-REQUISITIONS
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM OPEN-REQUISITION
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM CANCEL-REQUISITION
                       PERFORM PRESS-ENTER
                   WHEN 4
                       PERFORM ADD-CANDIDATE
                       PERFORM PRESS-ENTER
                   WHEN 5
                       PERFORM LIST-CANDIDATES
                       PERFORM PRESS-ENTER
                   WHEN 6
                       PERFORM UPDATE-CANDIDATE
                       PERFORM PRESS-ENTER
                   WHEN 7
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LOAD-REQ-TABLE.
           MOVE ZERO TO WS-REQ-COUNT
           OPEN INPUT REQ-FILE
           IF REQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REQ-FILE INTO REQ-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-REQ-COUNT >= 1000
                           MOVE "Y" TO WS-LIMIT-HIT
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-REQ-COUNT
                           MOVE REQ-RECORD
                               TO WS-REQ-ENTRY(WS-REQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQ-FILE.

       SAVE-REQ-TABLE.
           OPEN OUTPUT REQ-FILE
           IF REQ-STATUS NOT = "00"
               DISPLAY "Error writing requisitions.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               MOVE WS-REQ-ENTRY(WS-REQ-IDX) TO REQ-RECORD
               WRITE REQ-RECORD
           END-PERFORM
           CLOSE REQ-FILE.

       LOAD-CAND-TABLE.
           MOVE ZERO TO WS-CAND-COUNT
           OPEN INPUT CAND-FILE
           IF CAND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CAND-FILE INTO CAND-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-CAND-COUNT >= 5000
                           MOVE "Y" TO WS-LIMIT-HIT
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-CAND-COUNT
                           MOVE CAND-RECORD
                               TO WS-CAND-ENTRY(WS-CAND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAND-FILE.

       SAVE-CAND-TABLE.
           OPEN OUTPUT CAND-FILE
           IF CAND-STATUS NOT = "00"
               DISPLAY "Error writing candidates.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               MOVE WS-CAND-ENTRY(WS-CAND-IDX) TO CAND-RECORD
               WRITE CAND-RECORD
           END-PERFORM
           CLOSE CAND-FILE.

       SHOW-LIMIT-MESSAGE.
           DISPLAY "requisitions.dat holds more than 1000 "
                   "requisitions or candidates.dat more than 5000 "
                   "candidates; changes cannot be saved.".

       FIND-REQUISITION.
           MOVE ZERO TO WS-REQ-FOUND-IDX
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-REQ-NO(WS-REQ-IDX) = WS-INPUT-REQ-NO
                   MOVE WS-REQ-IDX TO WS-REQ-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-CANDIDATE.
           MOVE ZERO TO WS-CAND-FOUND-IDX
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CA-REQ-NO(WS-CAND-IDX) = WS-INPUT-REQ-NO AND
                  WS-CA-CAND-NO(WS-CAND-IDX) = WS-INPUT-CAND-NO
                   MOVE WS-CAND-IDX TO WS-CAND-FOUND-IDX
               END-IF
           END-PERFORM.

       SET-REQ-STATUS-TEXT.
           EVALUATE WS-RQ-STATUS(WS-REQ-IDX)
               WHEN "O"
                   MOVE "Open" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "Closed" TO WS-STATUS-TEXT
               WHEN "X"
                   MOVE "Cancelled" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE WS-RQ-STATUS(WS-REQ-IDX) TO WS-STATUS-TEXT
           END-EVALUATE.

       SET-CAND-STATUS-TEXT.
           EVALUATE WS-CA-STATUS(WS-CAND-IDX)
               WHEN "P"
                   MOVE "Applied" TO WS-STATUS-TEXT
               WHEN "O"
                   MOVE "Offered" TO WS-STATUS-TEXT
               WHEN "A"
                   MOVE "Accepted" TO WS-STATUS-TEXT
               WHEN "D"
                   MOVE "Declined" TO WS-STATUS-TEXT
               WHEN "H"
                   MOVE "Hired" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE WS-CA-STATUS(WS-CAND-IDX) TO WS-STATUS-TEXT
           END-EVALUATE.

       LIST-REQUISITIONS.
           IF WS-REQ-COUNT = ZERO
               DISPLAY "No requisitions on file yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Req#  | Department      | Job  | Seats | "
                   "Filled | Mgr   | Opened   | Status"
           DISPLAY "------|-----------------|------|-------|-"
                   "-------|-------|----------|---------"
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               PERFORM SET-REQ-STATUS-TEXT
               DISPLAY WS-RQ-REQ-NO(WS-REQ-IDX) " | "
                       WS-RQ-DEPT(WS-REQ-IDX) " | "
                       WS-RQ-JOB-CODE(WS-REQ-IDX) " | "
                       WS-RQ-SEATS(WS-REQ-IDX) "   | "
                       WS-RQ-FILLED(WS-REQ-IDX) "    | "
                       WS-RQ-HIRING-MGR(WS-REQ-IDX) " | "
                       WS-RQ-OPENED-DATE(WS-REQ-IDX) " | "
                       WS-STATUS-TEXT
           END-PERFORM.

       OPEN-REQUISITION.
           IF WS-LIMIT-HIT = "Y"
               PERFORM SHOW-LIMIT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-COUNT >= 1000
               DISPLAY "Requisition file is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Department: "
           ACCEPT WS-INPUT-DEPT
           CALL "DeptCheck" USING WS-INPUT-DEPT WS-DEPT-RESULT
           IF WS-DEPT-RESULT NOT = "OK  "
               DISPLAY "Department not on the department master."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Job Code (blank for any job in the "
                   "department): "
           ACCEPT WS-INPUT-JOB
           IF WS-INPUT-JOB NOT = SPACES
               CALL "JobCheck" USING WS-INPUT-JOB WS-JOB-RESULT
               IF WS-JOB-RESULT NOT = "OK  "
                   DISPLAY "Job code not on the job master."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-POSITION-EXISTS
           IF WS-POS-FOUND = "N"
               DISPLAY "No authorized position in positions.dat "
                       "for that department/job."
               EXIT PARAGRAPH
           END-IF
           CALL "PosCheck" USING WS-INPUT-DEPT WS-INPUT-JOB
               WS-POS-RESULT
           IF WS-POS-RESULT = "FULL"
               DISPLAY "Position is at authorized FTE "
                       "(including accepted offers); no vacancy "
                       "to recruit against."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Number of seats to fill (001-999): "
           ACCEPT WS-INPUT-SEATS
           IF WS-INPUT-SEATS IS NOT NUMERIC OR
              WS-INPUT-SEATS = ZERO
               DISPLAY "Invalid number of seats."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hiring Manager Employee ID (0 if none): "
           ACCEPT WS-INPUT-MGR
           IF WS-INPUT-MGR IS NOT NUMERIC
               DISPLAY "Invalid manager ID."
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-MGR NOT = ZEROS
               MOVE WS-INPUT-MGR TO WS-INPUT-EMP-ID
               PERFORM LOOK-UP-EMPLOYEE
               IF WS-EMP-FOUND = "N" OR EMPLOYEE-STATUS = "T"
                   DISPLAY "Hiring manager is not an active "
                           "employee."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ZERO TO WS-NEXT-REQ-NO
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-REQ-NO(WS-REQ-IDX) > WS-NEXT-REQ-NO
                   MOVE WS-RQ-REQ-NO(WS-REQ-IDX) TO WS-NEXT-REQ-NO
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-REQ-NO
           ADD 1 TO WS-REQ-COUNT
           MOVE WS-NEXT-REQ-NO TO WS-RQ-REQ-NO(WS-REQ-COUNT)
           MOVE WS-INPUT-DEPT TO WS-RQ-DEPT(WS-REQ-COUNT)
           MOVE WS-INPUT-JOB TO WS-RQ-JOB-CODE(WS-REQ-COUNT)
           MOVE WS-INPUT-SEATS TO WS-RQ-SEATS(WS-REQ-COUNT)
           MOVE ZERO TO WS-RQ-FILLED(WS-REQ-COUNT)
           MOVE WS-INPUT-MGR TO WS-RQ-HIRING-MGR(WS-REQ-COUNT)
           MOVE "O" TO WS-RQ-STATUS(WS-REQ-COUNT)
           MOVE WS-OPERATOR TO WS-RQ-OPENED-BY(WS-REQ-COUNT)
           MOVE WS-TODAY TO WS-RQ-OPENED-DATE(WS-REQ-COUNT)
           MOVE ZEROS TO WS-RQ-CLOSED-DATE(WS-REQ-COUNT)
           PERFORM SAVE-REQ-TABLE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Req=" WS-NEXT-REQ-NO DELIMITED BY SIZE
               " Dept=" WS-INPUT-DEPT DELIMITED BY SIZE
               " Job=" WS-INPUT-JOB DELIMITED BY SIZE
               " Seats=" WS-INPUT-SEATS DELIMITED BY SIZE
               " Open" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "REQN  " WS-INPUT-MGR
               SPACES WS-AUDIT-AFTER
           DISPLAY "Requisition " WS-NEXT-REQ-NO " opened.".

       CHECK-POSITION-EXISTS.
           MOVE "N" TO WS-POS-FOUND
           OPEN INPUT POSITION-FILE
           IF POSITION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ POSITION-FILE INTO POSITION-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF POS-DEPT = WS-INPUT-DEPT AND
                          (POS-JOB-CODE = WS-INPUT-JOB OR
                           POS-JOB-CODE = SPACES)
                           MOVE "Y" TO WS-POS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE.

       CANCEL-REQUISITION.
           IF WS-LIMIT-HIT = "Y"
               PERFORM SHOW-LIMIT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Requisition Number: "
           ACCEPT WS-INPUT-REQ-NO
           PERFORM FIND-REQUISITION
           IF WS-REQ-FOUND-IDX = ZERO
               DISPLAY "Requisition not found."
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATUS(WS-REQ-FOUND-IDX) NOT = "O"
               DISPLAY "Requisition is not open."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CA-REQ-NO(WS-CAND-IDX) = WS-INPUT-REQ-NO AND
                  WS-CA-STATUS(WS-CAND-IDX) = "A"
                   DISPLAY "Requisition has an accepted candidate "
                           "awaiting the hire import; cannot "
                           "cancel."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "X" TO WS-RQ-STATUS(WS-REQ-FOUND-IDX)
           MOVE WS-TODAY TO WS-RQ-CLOSED-DATE(WS-REQ-FOUND-IDX)
           PERFORM SAVE-REQ-TABLE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Req=" WS-INPUT-REQ-NO DELIMITED BY SIZE
               " Cancelled" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "REQN  "
               WS-RQ-HIRING-MGR(WS-REQ-FOUND-IDX)
               SPACES WS-AUDIT-AFTER
           DISPLAY "Requisition " WS-INPUT-REQ-NO " cancelled.".

       ADD-CANDIDATE.
           IF WS-LIMIT-HIT = "Y"
               PERFORM SHOW-LIMIT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-COUNT >= 5000
               DISPLAY "Candidate file is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Requisition Number: "
           ACCEPT WS-INPUT-REQ-NO
           PERFORM FIND-REQUISITION
           IF WS-REQ-FOUND-IDX = ZERO
               DISPLAY "Requisition not found."
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATUS(WS-REQ-FOUND-IDX) NOT = "O"
               DISPLAY "Requisition is not open."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Candidate Name: "
           ACCEPT WS-INPUT-NAME
           IF WS-INPUT-NAME = SPACES
               DISPLAY "Name cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Date of Birth (YYYYMMDD): "
           ACCEPT WS-INPUT-DOB
           CALL "ValidDate" USING "DATE  " WS-INPUT-DOB
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid date of birth."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Proposed Salary Grade: "
           ACCEPT WS-INPUT-GRADE
           DISPLAY "Proposed Salary (e.g. 005000000 = 50000.00): "
           ACCEPT WS-INPUT-SALARY
           IF WS-INPUT-SALARY IS NOT NUMERIC OR
              WS-INPUT-SALARY = ZEROS
               DISPLAY "Invalid salary."
               EXIT PARAGRAPH
           END-IF
           CALL "GradeCheck" USING WS-INPUT-GRADE WS-INPUT-SALARY
               WS-GRADE-RESULT
           IF WS-GRADE-RESULT NOT = "OK  "
               EVALUATE WS-GRADE-RESULT
                   WHEN "INV "
                       DISPLAY "Salary grade not on grade table."
                   WHEN OTHER
                       DISPLAY "Salary outside grade pay band."
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-NEXT-CAND-NO
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CA-REQ-NO(WS-CAND-IDX) = WS-INPUT-REQ-NO AND
                  WS-CA-CAND-NO(WS-CAND-IDX) > WS-NEXT-CAND-NO
                   MOVE WS-CA-CAND-NO(WS-CAND-IDX)
                       TO WS-NEXT-CAND-NO
               END-IF
           END-PERFORM
           IF WS-NEXT-CAND-NO >= 999
               DISPLAY "Requisition has the maximum number of "
                       "candidates."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-CAND-NO
           ADD 1 TO WS-CAND-COUNT
           INITIALIZE WS-CAND-ENTRY(WS-CAND-COUNT)
           MOVE WS-INPUT-REQ-NO TO WS-CA-REQ-NO(WS-CAND-COUNT)
           MOVE WS-NEXT-CAND-NO TO WS-CA-CAND-NO(WS-CAND-COUNT)
           MOVE WS-INPUT-NAME TO WS-CA-NAME(WS-CAND-COUNT)
           MOVE WS-INPUT-DOB TO WS-CA-DOB(WS-CAND-COUNT)
           MOVE WS-RQ-DEPT(WS-REQ-FOUND-IDX)
               TO WS-CA-DEPT(WS-CAND-COUNT)
           MOVE WS-RQ-JOB-CODE(WS-REQ-FOUND-IDX)
               TO WS-CA-JOB-CODE(WS-CAND-COUNT)
           MOVE WS-INPUT-SALARY TO WS-CA-SALARY(WS-CAND-COUNT)
           MOVE WS-INPUT-GRADE TO WS-CA-GRADE(WS-CAND-COUNT)
           MOVE "P" TO WS-CA-STATUS(WS-CAND-COUNT)
           MOVE WS-TODAY TO WS-CA-STATUS-DATE(WS-CAND-COUNT)
           PERFORM SAVE-CAND-TABLE
           DISPLAY "Candidate " WS-NEXT-CAND-NO " added to "
                   "requisition " WS-INPUT-REQ-NO ".".

       LIST-CANDIDATES.
           DISPLAY "Enter Requisition Number: "
           ACCEPT WS-INPUT-REQ-NO
           PERFORM FIND-REQUISITION
           IF WS-REQ-FOUND-IDX = ZERO
               DISPLAY "Requisition not found."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-FOUND-IDX TO WS-REQ-IDX
           PERFORM SET-REQ-STATUS-TEXT
           DISPLAY "Requisition " WS-INPUT-REQ-NO ": "
                   WS-RQ-DEPT(WS-REQ-FOUND-IDX) " "
                   WS-RQ-JOB-CODE(WS-REQ-FOUND-IDX) "  "
                   WS-RQ-FILLED(WS-REQ-FOUND-IDX) " of "
                   WS-RQ-SEATS(WS-REQ-FOUND-IDX) " filled  "
                   WS-STATUS-TEXT
           MOVE ZERO TO WS-LISTED-COUNT
           DISPLAY "No. | Name                           | Gr | "
                   "Salary       | Status    | Emp ID"
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CA-REQ-NO(WS-CAND-IDX) = WS-INPUT-REQ-NO
                   PERFORM SET-CAND-STATUS-TEXT
                   MOVE WS-CA-SALARY(WS-CAND-IDX)
                       TO WS-MONEY-DISPLAY
                   DISPLAY WS-CA-CAND-NO(WS-CAND-IDX) " | "
                           WS-CA-NAME(WS-CAND-IDX) " | "
                           WS-CA-GRADE(WS-CAND-IDX) " | "
                           WS-MONEY-DISPLAY " | "
                           WS-STATUS-TEXT " | "
                           WS-CA-EMPLOYEE-ID(WS-CAND-IDX)
                   ADD 1 TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "No candidates for this requisition."
           END-IF.

       UPDATE-CANDIDATE.
           IF WS-LIMIT-HIT = "Y"
               PERFORM SHOW-LIMIT-MESSAGE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Requisition Number: "
           ACCEPT WS-INPUT-REQ-NO
           PERFORM FIND-REQUISITION
           IF WS-REQ-FOUND-IDX = ZERO
               DISPLAY "Requisition not found."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Candidate Number: "
           ACCEPT WS-INPUT-CAND-NO
           PERFORM FIND-CANDIDATE
           IF WS-CAND-FOUND-IDX = ZERO
               DISPLAY "Candidate not found on that requisition."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAND-FOUND-IDX TO WS-CAND-IDX
           PERFORM SET-CAND-STATUS-TEXT
           DISPLAY "Candidate: " WS-CA-NAME(WS-CAND-FOUND-IDX)
                   "  Status: " WS-STATUS-TEXT
           IF WS-CA-STATUS(WS-CAND-FOUND-IDX) NOT = "P" AND
              WS-CA-STATUS(WS-CAND-FOUND-IDX) NOT = "O"
               DISPLAY "Candidate status can no longer be "
                       "changed."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Action (O=Offer, A=Accepted, D=Declined): "
           ACCEPT WS-INPUT-ACTION
           MOVE FUNCTION UPPER-CASE(WS-INPUT-ACTION)
               TO WS-INPUT-ACTION
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Req=" WS-INPUT-REQ-NO DELIMITED BY SIZE
               " Cand=" WS-INPUT-CAND-NO DELIMITED BY SIZE
               " Status=" WS-CA-STATUS(WS-CAND-FOUND-IDX)
                   DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           EVALUATE WS-INPUT-ACTION
               WHEN "O"
                   PERFORM OFFER-CANDIDATE
               WHEN "A"
                   PERFORM ACCEPT-CANDIDATE
               WHEN "D"
                   MOVE "D" TO WS-CA-STATUS(WS-CAND-FOUND-IDX)
                   MOVE WS-TODAY
                       TO WS-CA-STATUS-DATE(WS-CAND-FOUND-IDX)
                   PERFORM SAVE-CAND-TABLE
                   PERFORM AUDIT-CANDIDATE
                   DISPLAY "Candidate marked declined."
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE.

       OFFER-CANDIDATE.
           IF WS-CA-STATUS(WS-CAND-FOUND-IDX) NOT = "P"
               DISPLAY "Candidate already has an offer."
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATUS(WS-REQ-FOUND-IDX) NOT = "O"
               DISPLAY "Requisition is not open."
               EXIT PARAGRAPH
           END-IF
           CALL "PosCheck" USING WS-RQ-DEPT(WS-REQ-FOUND-IDX)
               WS-RQ-JOB-CODE(WS-REQ-FOUND-IDX) WS-POS-RESULT
           IF WS-POS-RESULT = "FULL"
               DISPLAY "Position is at authorized FTE "
                       "counting accepted offers; cannot offer."
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO WS-CA-STATUS(WS-CAND-FOUND-IDX)
           MOVE WS-TODAY TO WS-CA-STATUS-DATE(WS-CAND-FOUND-IDX)
           PERFORM SAVE-CAND-TABLE
           PERFORM AUDIT-CANDIDATE
           DISPLAY "Offer recorded.".

       ACCEPT-CANDIDATE.
           IF WS-CA-STATUS(WS-CAND-FOUND-IDX) NOT = "O"
               DISPLAY "Candidate must be offered before "
                       "accepting."
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATUS(WS-REQ-FOUND-IDX) NOT = "O"
               DISPLAY "Requisition is not open."
               EXIT PARAGRAPH
           END-IF
           CALL "PosCheck" USING WS-RQ-DEPT(WS-REQ-FOUND-IDX)
               WS-RQ-JOB-CODE(WS-REQ-FOUND-IDX) WS-POS-RESULT
           IF WS-POS-RESULT = "FULL"
               DISPLAY "Position is already at authorized "
                       "FTE counting accepted offers."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Assign Employee ID (5 digits, last digit is a "
                   "check digit): "
           ACCEPT WS-INPUT-EMP-ID
           IF WS-INPUT-EMP-ID IS NOT NUMERIC OR
              WS-INPUT-EMP-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-EMP-ID TO WS-CHECK-ID
           COMPUTE WS-EXPECTED-CD =
               FUNCTION MOD (
                   (WS-CD-1 * 2) + (WS-CD-2 * 3) +
                   (WS-CD-3 * 4) + (WS-CD-4 * 5), 10)
           IF WS-EXPECTED-CD NOT = WS-CD-5
               DISPLAY "Check digit invalid; expected an ID "
                       "ending in " WS-EXPECTED-CD "."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-EMPLOYEE
           IF WS-EMP-FOUND = "Y"
               DISPLAY "Employee ID already exists. Choose a new "
                       "ID."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ID-IN-USE
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               IF WS-CA-STATUS(WS-CAND-IDX) = "A" AND
                  WS-CA-EMPLOYEE-ID(WS-CAND-IDX) = WS-INPUT-EMP-ID
                   MOVE "Y" TO WS-ID-IN-USE
               END-IF
           END-PERFORM
           IF WS-ID-IN-USE = "Y"
               DISPLAY "Employee ID already assigned to another "
                       "accepted candidate."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Start (Hire) Date (YYYYMMDD): "
           ACCEPT WS-INPUT-START
           CALL "ValidDate" USING "DATE  " WS-INPUT-START
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid start date."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employment Type (P=Permanent, C=Contract): "
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           MOVE ZEROS TO WS-INPUT-CONTRACT
           EVALUATE WS-INPUT-TYPE
               WHEN "P"
                   CONTINUE
               WHEN "C"
                   DISPLAY "Contract End Date (YYYYMMDD): "
                   ACCEPT WS-INPUT-CONTRACT
                   CALL "ValidDate" USING "DATE  "
                       WS-INPUT-CONTRACT WS-AGE-DUMMY
                       WS-DATE-RESULT
                   IF WS-DATE-RESULT NOT = "OK  " OR
                      WS-INPUT-CONTRACT <= WS-INPUT-START
                       DISPLAY "Invalid contract end date."
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "Employment type must be P or C."
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-INPUT-EMP-ID
               TO WS-CA-EMPLOYEE-ID(WS-CAND-FOUND-IDX)
           MOVE WS-INPUT-START TO WS-CA-START-DATE(WS-CAND-FOUND-IDX)
           MOVE WS-RQ-HIRING-MGR(WS-REQ-FOUND-IDX)
               TO WS-CA-MANAGER-ID(WS-CAND-FOUND-IDX)
           MOVE WS-INPUT-TYPE TO WS-CA-EMP-TYPE(WS-CAND-FOUND-IDX)
           MOVE WS-INPUT-CONTRACT
               TO WS-CA-CONTRACT-END(WS-CAND-FOUND-IDX)

           PERFORM APPEND-NEWHIRE-RECORD
           IF WS-NH-WRITTEN = "N"
               DISPLAY "Candidate not marked accepted."
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-CA-STATUS(WS-CAND-FOUND-IDX)
           MOVE WS-TODAY TO WS-CA-STATUS-DATE(WS-CAND-FOUND-IDX)
           PERFORM SAVE-CAND-TABLE
           PERFORM AUDIT-CANDIDATE
           DISPLAY "Candidate accepted as employee "
                   WS-INPUT-EMP-ID "; hire record queued in "
                   "newhires.dat for the nightly import.".

       AUDIT-CANDIDATE.
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Req=" WS-INPUT-REQ-NO DELIMITED BY SIZE
               " Cand=" WS-INPUT-CAND-NO DELIMITED BY SIZE
               " Status=" WS-CA-STATUS(WS-CAND-FOUND-IDX)
                   DELIMITED BY SIZE
               " Name=" WS-CA-NAME(WS-CAND-FOUND-IDX)
                   DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "CANDID"
               WS-CA-EMPLOYEE-ID(WS-CAND-FOUND-IDX)
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       APPEND-NEWHIRE-RECORD.
           MOVE "N" TO WS-NH-WRITTEN
           MOVE "N" TO WS-HDR-SEEN
           MOVE ZERO TO WS-NH-COUNT
           MOVE ZERO TO WS-NH-HASH
           OPEN OUTPUT NEWHIRE-NEW-FILE
           IF NEWHIRE-NEW-STATUS NOT = "00"
               DISPLAY "Error creating newhires.tmp."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NEWHIRE-FILE
           IF NEWHIRE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ NEWHIRE-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM COPY-NEWHIRE-LINE
                   END-READ
               END-PERFORM
               CLOSE NEWHIRE-FILE
           END-IF
           IF WS-HDR-SEEN = "N"
               MOVE SPACES TO NEWHIRE-RECORD
               MOVE "HDR" TO NHH-MARKER
               MOVE WS-TODAY TO NHH-BATCH-DATE
               MOVE "RECRUIT" TO NHH-SOURCE
               MOVE NEWHIRE-RECORD TO NEWHIRE-NEW-RECORD
               WRITE NEWHIRE-NEW-RECORD
           END-IF

           MOVE SPACES TO NEWHIRE-RECORD
           MOVE WS-INPUT-EMP-ID TO NH-ID
           MOVE WS-CA-NAME(WS-CAND-FOUND-IDX) TO NH-NAME
           MOVE WS-CA-DOB(WS-CAND-FOUND-IDX) TO NH-DATE-OF-BIRTH
           MOVE WS-CA-DEPT(WS-CAND-FOUND-IDX) TO NH-DEPARTMENT
           MOVE WS-CA-SALARY(WS-CAND-FOUND-IDX) TO NH-SALARY
           MOVE WS-INPUT-START TO NH-HIRE-DATE
           MOVE "A" TO NH-REC-STATUS
           MOVE ZEROS TO NH-TERMINATION-DATE
           MOVE WS-CA-GRADE(WS-CAND-FOUND-IDX) TO NH-SALARY-GRADE
           MOVE WS-CA-JOB-CODE(WS-CAND-FOUND-IDX) TO NH-JOB-CODE
           MOVE WS-CA-MANAGER-ID(WS-CAND-FOUND-IDX) TO NH-MANAGER-ID
           MOVE SPACES TO NH-TERM-REASON
           MOVE WS-INPUT-TYPE TO NH-EMP-TYPE
           MOVE WS-INPUT-CONTRACT TO NH-CONTRACT-END
           MOVE NEWHIRE-RECORD TO NEWHIRE-NEW-RECORD
           WRITE NEWHIRE-NEW-RECORD
           ADD 1 TO WS-NH-COUNT
           ADD NH-SALARY TO WS-NH-HASH

           MOVE SPACES TO NEWHIRE-RECORD
           MOVE "TRL" TO NHT-MARKER
           MOVE WS-NH-COUNT TO NHT-COUNT
           MOVE WS-NH-HASH TO NHT-HASH
           MOVE NEWHIRE-RECORD TO NEWHIRE-NEW-RECORD
           WRITE NEWHIRE-NEW-RECORD
           CLOSE NEWHIRE-NEW-FILE

           CALL "CBL_DELETE_FILE" USING WS-NEWHIRE-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING
               WS-NEWHIRE-TMP-NAME WS-NEWHIRE-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS = 0
               CALL "CBL_DELETE_FILE" USING WS-NEWHIRE-TMP-NAME
                   RETURNING WS-DELETE-STATUS
               MOVE "Y" TO WS-NH-WRITTEN
           ELSE
               DISPLAY "Error replacing newhires.dat; records "
                       "left in newhires.tmp."
           END-IF.

       COPY-NEWHIRE-LINE.
           IF NC-MARKER = "TRL"
               EXIT PARAGRAPH
           END-IF
           IF NC-MARKER = "HDR"
               MOVE "Y" TO WS-HDR-SEEN
           ELSE
               ADD 1 TO WS-NH-COUNT
               IF NH-SALARY IS NUMERIC
                   ADD NH-SALARY TO WS-NH-HASH
               END-IF
           END-IF
           MOVE NEWHIRE-RECORD TO NEWHIRE-NEW-RECORD
           WRITE NEWHIRE-NEW-RECORD.

       LOOK-UP-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-EMP-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ
           CLOSE EMPLOYEE-FILE.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
