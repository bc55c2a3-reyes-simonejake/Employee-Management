       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveApprove.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "leave-requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
           SELECT REQUEST-NEW-FILE ASSIGN TO "leave-requests.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-NEW-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "leave.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-STATUS.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           COPY "LEAVEREQ.CPY".

       FD REQUEST-NEW-FILE.
       01 REQUEST-NEW-RECORD     PIC X(97).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           COPY "LEAVEREC.CPY".

       FD USER-FILE.
       01 USER-RECORD.
           05 USER-NAME            PIC X(10).
           05 USER-HASH            PIC X(10).
           05 USER-ROLE            PIC X(2).
           05 USER-ACTIVE          PIC X(1).
           05 USER-FORCE-CHANGE    PIC X(1).
           05 USER-PWD-DATE        PIC 9(8).
           05 USER-FAIL-COUNT      PIC 9(1).
           05 USER-EMPLOYEE-ID     PIC 9(5).

       WORKING-STORAGE SECTION.
       01 REQUEST-STATUS        PIC XX.
       01 REQUEST-NEW-STATUS    PIC XX.
       01 FILE-STATUS           PIC XX.
       01 LEAVE-STATUS          PIC XX.
       01 USER-STATUS           PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 CONFIRM-FLAG          PIC X.
       01 MENU-CHOICE           PIC 9.
       01 WS-APPROVER-ID        PIC 9(5) VALUE ZERO.
       01 WS-QUEUE-ID           PIC 9(5) VALUE ZERO.
       01 WS-QUEUE-IN           PIC X(5).
       01 WS-ACTING-FOR         PIC X VALUE "N".
       01 WS-ROLE               PIC X(2).
       01 WS-PROXY-OPTION       PIC 9(2) VALUE 98.
       01 WS-PROXY-ACCESS       PIC X(4).
       01 WS-DECIDER-TEXT       PIC X(40).
       01 WS-ITEM-NO            PIC 9(4).
       01 WS-PICK-NO            PIC 9(4).
       01 WS-LISTED             PIC 9(4).
       01 WS-DECISION           PIC X.
       01 WS-FOUND              PIC X.
       01 WS-POSTED             PIC X.
       01 WS-EMP-FOUND          PIC X.
       01 WS-OPERATOR           PIC X(10).
       01 WS-REASON             PIC X(30).
       01 WS-WORK-DAYS          PIC 9(3).
       01 WS-HIRE-DATE          PIC 9(8).
       01 WS-REQ-YEAR           PIC 9(4).
       01 WS-ENTITLEMENT        PIC 9(3).
       01 WS-TAKEN              PIC 9(3).
       01 WS-BALANCE            PIC S9(3).
       01 WS-BALANCE-DISPLAY    PIC -ZZ9.
       01 WS-AUDIT-BEFORE       PIC X(120).
       01 WS-LEAVE-DETAIL.
           COPY "LVBAL.CPY".
       01 WS-AUDIT-AFTER        PIC X(120).
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-REQUEST-FILENAME   PIC X(255)
           VALUE "leave-requests.dat".
       01 WS-REQUEST-TMP-NAME   PIC X(255)
           VALUE "leave-requests.tmp".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "AuditUser" USING "GET   " WS-OPERATOR
           CALL "UserRole" USING "GET   " WS-ROLE
           CALL "CheckAccess" USING WS-ROLE WS-PROXY-OPTION
               WS-PROXY-ACCESS
           PERFORM LOOK-UP-OPERATOR
           MOVE WS-APPROVER-ID TO WS-QUEUE-ID
           MOVE "N" TO WS-ACTING-FOR
           PERFORM CLEAR-SCREEN
           IF WS-PROXY-ACCESS = "OK  "
               PERFORM CHOOSE-PROXY-QUEUE
           END-IF
           IF WS-APPROVER-ID = ZERO AND WS-ACTING-FOR = "N"
               DISPLAY "User " WS-OPERATOR " is not linked to an "
                       "employee record in users.dat; leave "
                       "approval is not available."
               DISPLAY "Link the user to an Employee ID in User "
                       "Maintenance (menu 21, option 7)."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 3
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Leave Request Approval"
               DISPLAY "-------------------------------------------"
               DISPLAY "Signed on as: " WS-OPERATOR
                       " (employee " WS-APPROVER-ID ")"
               IF WS-QUEUE-ID = ZERO
                   DISPLAY "Showing: all pending requests"
               ELSE
                   DISPLAY "Showing: requests routed to manager "
                           WS-QUEUE-ID
               END-IF
               IF WS-ACTING-FOR = "Y"
                   DISPLAY "Acting for another manager; decisions "
                           "are audited as such."
               END-IF
               DISPLAY "1. List Pending Leave Requests"
               DISPLAY "2. Approve / Reject a Request"
               DISPLAY "3. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-PENDING
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM DECIDE-ITEM
                       PERFORM PRESS-ENTER
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LIST-PENDING.
           OPEN INPUT REQUEST-FILE
           IF REQUEST-STATUS NOT = "00"
               DISPLAY "No leave requests awaiting approval."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Item | Empl. | From     | To       | T | Days "
                   "| Mgr   | By         | Overdraw"
           DISPLAY "-----|-------|----------|----------|---|------"
                   "|-------|------------|---------"
           MOVE ZERO TO WS-ITEM-NO
           MOVE ZERO TO WS-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REQUEST-FILE INTO REQUEST-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ITEM-NO
                       IF LR-STATUS = "P" AND
                          (WS-QUEUE-ID = ZERO OR
                           LR-MANAGER-ID = WS-QUEUE-ID)
                           ADD 1 TO WS-LISTED
                           PERFORM DISPLAY-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           IF WS-LISTED = ZERO
               DISPLAY "No leave requests awaiting approval."
           END-IF.

       DISPLAY-ONE-REQUEST.
           IF LR-OVERDRAW = "Y"
               DISPLAY WS-ITEM-NO " | " LR-EMPLOYEE-ID " | "
                       LR-START-DATE " | " LR-END-DATE " | "
                       LR-TYPE " |   " LR-DAYS " | "
                       LR-MANAGER-ID " | " LR-REQUESTED-BY
                       " | ** YES **"
           ELSE
               DISPLAY WS-ITEM-NO " | " LR-EMPLOYEE-ID " | "
                       LR-START-DATE " | " LR-END-DATE " | "
                       LR-TYPE " |   " LR-DAYS " | "
                       LR-MANAGER-ID " | " LR-REQUESTED-BY
                       " | no"
           END-IF.

       DECIDE-ITEM.
           DISPLAY "Enter Item Number (from the list): "
           ACCEPT WS-PICK-NO
           IF WS-PICK-NO IS NOT NUMERIC OR WS-PICK-NO = ZEROS
               DISPLAY "Invalid item number."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Approve or Reject? (A/R): "
           ACCEPT WS-DECISION
           IF WS-DECISION NOT = "A" AND WS-DECISION NOT = "a" AND
              WS-DECISION NOT = "R" AND WS-DECISION NOT = "r"
               DISPLAY "Invalid decision."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REASON
           IF WS-DECISION = "R" OR WS-DECISION = "r"
               DISPLAY "Enter Rejection Reason: "
               ACCEPT WS-REASON
               IF WS-REASON = SPACES
                   DISPLAY "A reason is required to reject a "
                           "request."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT REQUEST-FILE
           IF REQUEST-STATUS NOT = "00"
               DISPLAY "No leave requests awaiting approval."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REQUEST-NEW-FILE
           IF REQUEST-NEW-STATUS NOT = "00"
               DISPLAY "Error creating leave-requests.tmp. No "
                       "change made."
               CLOSE REQUEST-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-ITEM-NO
           MOVE "N" TO WS-FOUND
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REQUEST-FILE INTO REQUEST-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ITEM-NO
                       IF WS-ITEM-NO = WS-PICK-NO AND
                          LR-STATUS = "P" AND
                          (WS-QUEUE-ID = ZERO OR
                           LR-MANAGER-ID = WS-QUEUE-ID)
                           MOVE "Y" TO WS-FOUND
                           PERFORM DECIDE-ONE-ITEM
                       END-IF
                       MOVE REQUEST-RECORD TO REQUEST-NEW-RECORD
                       WRITE REQUEST-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           CLOSE REQUEST-NEW-FILE

           IF WS-FOUND = "N"
               DISPLAY "Pending request " WS-PICK-NO " not found."
               CALL "CBL_DELETE_FILE" USING WS-REQUEST-TMP-NAME
                   RETURNING WS-DELETE-STATUS
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING WS-REQUEST-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING
               WS-REQUEST-TMP-NAME WS-REQUEST-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS = 0
               CALL "CBL_DELETE_FILE" USING WS-REQUEST-TMP-NAME
                   RETURNING WS-DELETE-STATUS
           ELSE
               DISPLAY "Error replacing leave-requests.dat; "
                       "queue left in leave-requests.tmp."
           END-IF.

       DECIDE-ONE-ITEM.
           IF WS-OPERATOR = LR-REQUESTED-BY
               DISPLAY "You entered this request; a different "
                       "user must approve or reject it."
               EXIT PARAGRAPH
           END-IF
           IF WS-APPROVER-ID NOT = ZERO AND
              LR-EMPLOYEE-ID = WS-APPROVER-ID
               DISPLAY "This is your own leave request; another "
                       "approver must decide it."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DECIDER-TEXT
           IF WS-ACTING-FOR = "Y"
               STRING
                   " ApproverEmp=" WS-APPROVER-ID DELIMITED BY SIZE
                   " ActingFor=" WS-QUEUE-ID DELIMITED BY SIZE
                   INTO WS-DECIDER-TEXT
               END-STRING
           ELSE
               STRING
                   " ApproverEmp=" WS-APPROVER-ID DELIMITED BY SIZE
                   INTO WS-DECIDER-TEXT
               END-STRING
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "From=" LR-START-DATE DELIMITED BY SIZE
               " To=" LR-END-DATE DELIMITED BY SIZE
               " Type=" LR-TYPE DELIMITED BY SIZE
               " Days=" LR-DAYS DELIMITED BY SIZE
               " Mgr=" LR-MANAGER-ID DELIMITED BY SIZE
               " RequestedBy=" LR-REQUESTED-BY DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           IF WS-DECISION = "A" OR WS-DECISION = "a"
               PERFORM APPROVE-ONE-REQUEST
           ELSE
               MOVE "R" TO LR-STATUS
               MOVE WS-OPERATOR TO LR-DECIDED-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO LR-DECISION-DATE
               MOVE WS-REASON TO LR-REJECT-REASON
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING
                   "Rejected: " WS-REASON DELIMITED BY SIZE
                   WS-DECIDER-TEXT DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
               END-STRING
               CALL "AuditLog" USING "LVREJ " LR-EMPLOYEE-ID
                   WS-AUDIT-BEFORE WS-AUDIT-AFTER
               DISPLAY "Request rejected."
           END-IF.

       APPROVE-ONE-REQUEST.
           PERFORM LOOK-UP-EMPLOYEE
           IF WS-EMP-FOUND = "N"
               DISPLAY "Employee not found; request not approved."
               EXIT PARAGRAPH
           END-IF
           IF EMPLOYEE-STATUS = "T"
               DISPLAY "Employee is terminated; request not "
                       "approved."
               EXIT PARAGRAPH
           END-IF
           CALL "WorkDays" USING "COUNT " LR-START-DATE
               LR-END-DATE WS-WORK-DAYS LR-EMPLOYEE-ID
           IF WS-WORK-DAYS = ZEROS
               DISPLAY "That range no longer contains any working "
                       "days; reject the request instead."
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-DAYS NOT = LR-DAYS
               DISPLAY "Holiday calendar or working pattern changed "
                       "since the request; working days now "
                       WS-WORK-DAYS "."
               MOVE WS-WORK-DAYS TO LR-DAYS
           END-IF
           IF LR-TYPE = "V" OR LR-TYPE = "S"
               PERFORM RECHECK-BALANCE
               IF WS-BALANCE < LR-DAYS
                   MOVE "Y" TO LR-OVERDRAW
                   MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
                   DISPLAY "WARNING: accrued balance at the start "
                           "date is " WS-BALANCE-DISPLAY "; this "
                           "request overdraws it."
                   DISPLAY "Approve anyway? (Y/N): "
                   ACCEPT CONFIRM-FLAG
                   IF CONFIRM-FLAG NOT = "Y" AND
                      CONFIRM-FLAG NOT = "y"
                       DISPLAY "Request left pending."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           PERFORM POST-TO-LEAVE-FILE
           IF WS-POSTED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO LR-STATUS
           MOVE WS-OPERATOR TO LR-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO LR-DECISION-DATE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Approved; posted " LR-DAYS DELIMITED BY SIZE
               " day(s) to leave.dat" DELIMITED BY SIZE
               WS-DECIDER-TEXT DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "LVAPP " LR-EMPLOYEE-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Request approved and posted to leave.dat.".

       LOOK-UP-OPERATOR.
           MOVE ZERO TO WS-APPROVER-ID
           OPEN INPUT USER-FILE
           IF USER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ USER-FILE INTO USER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF USER-NAME = WS-OPERATOR
                           IF USER-EMPLOYEE-ID IS NUMERIC
                               MOVE USER-EMPLOYEE-ID
                                   TO WS-APPROVER-ID
                           END-IF
                           MOVE "Y" TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE
           MOVE "N" TO END-OF-FILE.

       CHOOSE-PROXY-QUEUE.
           DISPLAY "To act for another manager, enter their "
                   "Employee ID (00000 = all, incl. HR queue);"
           DISPLAY "blank = your own queue: "
           MOVE SPACES TO WS-QUEUE-IN
           ACCEPT WS-QUEUE-IN
           IF WS-QUEUE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-QUEUE-IN IS NOT NUMERIC
               DISPLAY "Invalid employee ID; showing your own queue."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUEUE-IN TO WS-QUEUE-ID
           IF WS-APPROVER-ID NOT = ZERO AND
              WS-QUEUE-ID = WS-APPROVER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ACTING-FOR
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Operator=" WS-OPERATOR DELIMITED BY SIZE
               " ApproverEmp=" WS-APPROVER-ID DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Acting for manager " WS-QUEUE-ID DELIMITED BY SIZE
               " (00000 = all) in leave approval" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "LVPROX" WS-QUEUE-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.

       LOOK-UP-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LR-EMPLOYEE-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   MOVE HIRE-DATE TO WS-HIRE-DATE
                   MOVE EMPLOYMENT-TYPE TO LB-EMP-TYPE
                   MOVE SALARY-GRADE TO LB-GRADE
           END-READ
           CLOSE EMPLOYEE-FILE.

       RECHECK-BALANCE.
           MOVE LR-START-DATE(1:4) TO WS-REQ-YEAR
           MOVE LR-START-DATE TO LB-AS-OF-DATE
           CALL "LeaveBalance" USING LR-EMPLOYEE-ID WS-HIRE-DATE
               WS-REQ-YEAR WS-ENTITLEMENT WS-TAKEN WS-BALANCE
               WS-LEAVE-DETAIL
           IF LR-TYPE = "S"
               MOVE LB-SICK-BALANCE TO WS-BALANCE
           END-IF.

       POST-TO-LEAVE-FILE.
           MOVE "N" TO WS-POSTED
           OPEN I-O LEAVE-FILE
           IF LEAVE-STATUS = "35"
               OPEN OUTPUT LEAVE-FILE
           END-IF
           IF LEAVE-STATUS NOT = "00"
               DISPLAY "Error opening leave.dat (status "
                       LEAVE-STATUS "). Request left pending."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEAVE-RECORD
           MOVE LR-EMPLOYEE-ID TO LV-EMPLOYEE-ID
           MOVE LR-START-DATE TO LV-DATE
           MOVE LR-TYPE TO LV-TYPE
           MOVE LR-DAYS TO LV-DAYS
           WRITE LEAVE-RECORD
               INVALID KEY
                   PERFORM MERGE-DUPLICATE-LEAVE
               NOT INVALID KEY
                   MOVE "Y" TO WS-POSTED
           END-WRITE
           CLOSE LEAVE-FILE.

       MERGE-DUPLICATE-LEAVE.
           READ LEAVE-FILE
               INVALID KEY
                   DISPLAY "Error writing leave record (status "
                           LEAVE-STATUS ")."
               NOT INVALID KEY
                   ADD LR-DAYS TO LV-DAYS
                   REWRITE LEAVE-RECORD
                       INVALID KEY
                           DISPLAY "Error updating leave record."
                       NOT INVALID KEY
                           MOVE "Y" TO WS-POSTED
                           DISPLAY "Leave for that date and type "
                                   "already on file; days added "
                                   "together."
                   END-REWRITE
           END-READ.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
