           SELECT UNPAID-FILE ASSIGN TO "unpaid-leave.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNPAID-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "leave-requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 UP-MONTH          PIC 9(6).
           05 UP-DAYS           PIC 9(3).

       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           COPY "LEAVEREQ.CPY".

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
       01 LEAVE-STATUS         PIC XX.
       01 CARRY-STATUS         PIC XX.
       01 UNPAID-STATUS        PIC XX.
       01 REQUEST-STATUS       PIC XX.
       01 END-OF-FILE          PIC X.
       01 CONTINUE-FLAG        PIC X.
       01 MENU-CHOICE          PIC 9.
       01 WS-EMP-HIRE-DATE     PIC 9(8).
       01 WS-EMP-NAME          PIC X(30).
       01 WS-EMP-STATUS        PIC X(1).
       01 WS-EMP-MANAGER       PIC 9(5).
       01 WS-EMP-TYPE          PIC X(1).
       01 WS-EMP-GRADE         PIC X(2).
       01 WS-OPERATOR          PIC X(10).
       01 WS-REQ-YEAR          PIC 9(4).
       01 WS-PENDING-DAYS      PIC 9(3).
       01 WS-PROJECTED         PIC S9(4).
       01 WS-PROJECTED-DISPLAY PIC -ZZZ9.
       01 WS-OVERDRAW-FLAG     PIC X.
       01 WS-INPUT-DATE        PIC 9(8).
       01 WS-INPUT-END-DATE    PIC 9(8).
       01 WS-INPUT-TYPE        PIC X(1).
       01 WS-TAKEN             PIC 9(3).
       01 WS-BALANCE           PIC S9(3).
       01 WS-BALANCE-DISPLAY   PIC -ZZ9.
       01 WS-SICK-DISPLAY      PIC -ZZ9.
       01 WS-EXTRACT-MONTH     PIC 9(6).
       01 WS-CARRY-YEAR        PIC 9(4).
       01 WS-NEXT-YEAR         PIC 9(4).
       01 WS-CARRY-TMP-NAME    PIC X(255)
           VALUE "leave-carryover.tmp".

       01 WS-LEAVE-DETAIL.
           COPY "LVBAL.CPY".

       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 20000 TIMES.
               10 WS-SUM-ID        PIC 9(5).
               DISPLAY "-------------------------------------------"
               DISPLAY "       Leave and Absence Tracking"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. Submit Leave Request"
               DISPLAY "2. Leave Balance Inquiry"
               DISPLAY "3. Monthly Unpaid-Leave Extract for Payroll"
               DISPLAY "4. Year-End Carry-Over Run"
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM SUBMIT-LEAVE-REQUEST
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM BALANCE-INQUIRY
                   MOVE EMPLOYEE-NAME TO WS-EMP-NAME
                   MOVE HIRE-DATE TO WS-EMP-HIRE-DATE
                   MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS
                   MOVE MANAGER-ID TO WS-EMP-MANAGER
                   MOVE EMPLOYMENT-TYPE TO WS-EMP-TYPE
                   MOVE SALARY-GRADE TO WS-EMP-GRADE
           END-READ
           CLOSE EMPLOYEE-FILE.

       SUBMIT-LEAVE-REQUEST.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
           END-IF
           IF WS-EMP-STATUS = "T"
               DISPLAY "Employee is terminated; leave cannot be "
                       "requested."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee: " WS-EMP-NAME
               EXIT PARAGRAPH
           END-IF
           CALL "WorkDays" USING "COUNT " WS-INPUT-DATE
               WS-INPUT-END-DATE WS-WORK-DAYS SEARCH-ID
           IF WS-WORK-DAYS = ZEROS
               DISPLAY "That range contains no working days "
                       "(weekends and public holidays are "
           MOVE WS-WORK-DAYS TO WS-INPUT-DAYS
           DISPLAY "Working days in range (excl. weekends and "
                   "holidays): " WS-INPUT-DAYS
           MOVE "N" TO WS-OVERDRAW-FLAG
           IF WS-INPUT-TYPE = "V" OR WS-INPUT-TYPE = "S"
               PERFORM CHECK-REQUEST-BALANCE
           END-IF

           OPEN EXTEND REQUEST-FILE
           IF REQUEST-STATUS NOT = "00"
               OPEN OUTPUT REQUEST-FILE
           END-IF
           IF REQUEST-STATUS NOT = "00"
               DISPLAY "Error writing leave-requests.dat; request "
                       "not submitted."
               EXIT PARAGRAPH
           END-IF
           CALL "AuditUser" USING "GET   " WS-OPERATOR
           MOVE SPACES TO REQUEST-RECORD
           MOVE "P" TO LR-STATUS
           MOVE SEARCH-ID TO LR-EMPLOYEE-ID
           MOVE WS-INPUT-DATE TO LR-START-DATE
           MOVE WS-INPUT-END-DATE TO LR-END-DATE
           MOVE WS-INPUT-TYPE TO LR-TYPE
           MOVE WS-INPUT-DAYS TO LR-DAYS
           MOVE WS-EMP-MANAGER TO LR-MANAGER-ID
           MOVE WS-OVERDRAW-FLAG TO LR-OVERDRAW
           MOVE WS-OPERATOR TO LR-REQUESTED-BY
           MOVE WS-TODAY TO LR-REQUEST-DATE
           MOVE ZEROS TO LR-DECISION-DATE
           WRITE REQUEST-RECORD
           CLOSE REQUEST-FILE
           IF WS-EMP-MANAGER = ZEROS
               DISPLAY "Leave request submitted. No manager on "
                       "file; routed to the HR queue."
           ELSE
               DISPLAY "Leave request submitted and routed to "
                       "manager " WS-EMP-MANAGER "."
           END-IF.

       CHECK-REQUEST-BALANCE.
           MOVE WS-INPUT-DATE(1:4) TO WS-REQ-YEAR
           MOVE WS-EMP-TYPE TO LB-EMP-TYPE
           MOVE WS-EMP-GRADE TO LB-GRADE
           MOVE WS-INPUT-DATE TO LB-AS-OF-DATE
           CALL "LeaveBalance" USING SEARCH-ID WS-EMP-HIRE-DATE
               WS-REQ-YEAR WS-ENTITLEMENT WS-TAKEN WS-BALANCE
               WS-LEAVE-DETAIL
           IF WS-INPUT-TYPE = "S"
               MOVE LB-SICK-BALANCE TO WS-BALANCE
           END-IF
           PERFORM SUM-PENDING-LEAVE
           COMPUTE WS-PROJECTED =
               WS-BALANCE - WS-PENDING-DAYS - WS-INPUT-DAYS
           IF WS-PROJECTED < ZERO
               MOVE "Y" TO WS-OVERDRAW-FLAG
               MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
               MOVE WS-PROJECTED TO WS-PROJECTED-DISPLAY
               IF WS-INPUT-TYPE = "S"
                   DISPLAY "WARNING: request overdraws the sick "
                           "leave balance."
               ELSE
                   DISPLAY "WARNING: request overdraws the vacation "
                           "balance."
               END-IF
               DISPLAY "Accrued balance at start date: "
                       WS-BALANCE-DISPLAY
                       "  Already pending: " WS-PENDING-DAYS
                       "  Balance after request: "
                       WS-PROJECTED-DISPLAY
               DISPLAY "The request will be flagged for the "
                       "approver."
           END-IF.

       SUM-PENDING-LEAVE.
           MOVE ZERO TO WS-PENDING-DAYS
           OPEN INPUT REQUEST-FILE
           IF REQUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REQUEST-FILE INTO REQUEST-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LR-STATUS = "P" AND
                          LR-EMPLOYEE-ID = SEARCH-ID AND
                          LR-TYPE = WS-INPUT-TYPE AND
                          LR-START-DATE(1:4) = WS-REQ-YEAR
                           ADD LR-DAYS TO WS-PENDING-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE.

       BALANCE-INQUIRY.
           DISPLAY "Enter Employee ID: "
               DISPLAY "Employee not found!"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMP-TYPE TO LB-EMP-TYPE
           MOVE WS-EMP-GRADE TO LB-GRADE
           MOVE WS-TODAY TO LB-AS-OF-DATE
           CALL "LeaveBalance" USING SEARCH-ID WS-EMP-HIRE-DATE
               WS-TODAY-YEAR WS-ENTITLEMENT WS-TAKEN WS-BALANCE
               WS-LEAVE-DETAIL
           MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
           MOVE LB-SICK-BALANCE TO WS-SICK-DISPLAY
           DISPLAY "Employee: " WS-EMP-NAME
           DISPLAY "Accrued to " WS-TODAY " (" LB-MONTHS
                   " month(s) this year)"
           DISPLAY "Vacation full-year entitlement: " LB-ANNUAL-VAC
           DISPLAY "Vacation carried over: " LB-CARRYOVER
           DISPLAY "Vacation accrued to date (incl. "
                   "carry-over): " WS-ENTITLEMENT
           DISPLAY "Vacation taken this year: " WS-TAKEN
           DISPLAY "Vacation balance: " WS-BALANCE-DISPLAY
           DISPLAY "Sick leave full-year entitlement: "
                   LB-SICK-ANNUAL
           DISPLAY "Sick leave accrued to date: " LB-SICK-ACCRUED
           DISPLAY "Sick leave taken this year: " LB-SICK-TAKEN
           DISPLAY "Sick leave balance: " WS-SICK-DISPLAY.

       UNPAID-EXTRACT.
           DISPLAY "Enter Month to extract (YYYYMM): "
               CALL "CBL_DELETE_FILE" USING WS-CARRY-TMP-NAME
                   RETURNING WS-DELETE-STATUS
               DISPLAY WS-CARRY-COUNT " employee(s) carried over "
                       "into " WS-NEXT-YEAR " (capped per leave "
                       "policy)."
           ELSE
               DISPLAY "Error replacing leave-carryover.dat; run "
                       "left in leave-carryover.tmp."
           CLOSE CARRY-FILE.

       CARRY-ONE-EMPLOYEE.
           MOVE EMPLOYMENT-TYPE TO LB-EMP-TYPE
           MOVE SALARY-GRADE TO LB-GRADE
           MOVE WS-CARRY-YEAR TO LB-AS-OF-DATE(1:4)
           MOVE 1231 TO LB-AS-OF-DATE(5:4)
           CALL "LeaveBalance" USING EMPLOYEE-ID HIRE-DATE
               WS-CARRY-YEAR WS-ENTITLEMENT WS-TAKEN WS-BALANCE
               WS-LEAVE-DETAIL
           IF WS-BALANCE <= ZERO OR LB-CARRY-CAP = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-BALANCE > LB-CARRY-CAP
               MOVE LB-CARRY-CAP TO WS-CARRY-DAYS
           ELSE
               MOVE WS-BALANCE TO WS-CARRY-DAYS
           END-IF
