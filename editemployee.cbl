                         MANAGER-ID BY MGR-MANAGER-ID
                         TERM-REASON BY MGR-TERM-REASON
                         EMPLOYMENT-TYPE BY MGR-EMP-TYPE
                         CONTRACT-END-DATE BY MGR-CONTRACT-END
                         COMPANY-CODE BY MGR-COMPANY-CODE.

       FD TEMP-FILE.
       01 TEMP-RECORD.
                         MANAGER-ID BY TEMP-MANAGER-ID
                         TERM-REASON BY TEMP-TERM-REASON
                         EMPLOYMENT-TYPE BY TEMP-EMP-TYPE
                         CONTRACT-END-DATE BY TEMP-CONTRACT-END
                         COMPANY-CODE BY TEMP-COMPANY-CODE.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
       01 MGR-STATUS          PIC XX.
       01 WS-MGR-FOUND        PIC X.
       01 WS-MGR-STATUS       PIC X(1).
       01 WS-CERT-MISSING     PIC 9(2).
       01 WS-CERT-LIST        PIC X(60).
       01 WS-NEW-COMPANY      PIC X(4).
       01 WS-XCO-TRANSFER     PIC X VALUE "N".
       01 WS-XCO-OLD-COMPANY  PIC X(4).
       01 WS-XCO-OLD-DEPT     PIC X(15).
       01 WS-XCO-NEW-DEPT     PIC X(15).
       01 WS-ASG-CHANGED      PIC X VALUE "N".
       01 WS-EFFECTIVE-DATE   PIC 9(8).
       01 WS-PERIOD-STATE     PIC X(1).
       01 WS-PERIOD-RESULT    PIC X(4).
       01 WS-RETRO-ROUTE      PIC X VALUE "N".
       01 WS-NAME-CHANGED     PIC X VALUE "N".
       01 WS-EVENT-NAME       PIC X(30).
       01 WS-EVENT-DEPT       PIC X(15).
       01 WS-EVENT-JOB        PIC X(4).
       01 WS-EVENT-MANAGER    PIC 9(5).
       01 WS-EVENT-COMPANY    PIC X(4).
       01 WS-ASG-RECORD.
           COPY "ASGHIST.CPY".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-WRITE-COUNT
           MOVE "N" TO WS-SALARY-CHANGED
           MOVE "N" TO WS-XCO-TRANSFER
           MOVE "N" TO WS-ASG-CHANGED
           MOVE "N" TO WS-RETRO-ROUTE
           MOVE "N" TO WS-NAME-CHANGED
           MOVE ZEROS TO WS-EFFECTIVE-DATE
           DISPLAY "Enter Employee ID to edit: "
           ACCEPT SEARCH-ID

                               WS-OPERATOR
                           CALL "SalHistLog" USING SEARCH-ID
                               WS-OLD-SALARY WS-NEW-SALARY
                               WS-OPERATOR WS-EFFECTIVE-DATE
                       END-IF
                       IF WS-RETRO-ROUTE = "Y"
                           CALL "RetroRoute" USING SEARCH-ID
                               WS-EFFECTIVE-DATE WS-OLD-SALARY
                               WS-NEW-SALARY "EDIT  "
                           DISPLAY "Back pay routed to retro pay "
                                   "(retro-routed.dat)."
                       END-IF
                       IF WS-ASG-CHANGED = "Y"
                           CALL "AsgHistLog" USING WS-ASG-RECORD
                       END-IF
                       IF WS-NAME-CHANGED = "Y"
                           CALL "HrEvent" USING "NAME" SEARCH-ID
                               WS-EVENT-NAME WS-EVENT-DEPT WS-EVENT-JOB
                               WS-EVENT-MANAGER WS-EFFECTIVE-DATE
                               "EDIT  " WS-EVENT-COMPANY
                       END-IF
                       IF WS-XCO-TRANSFER = "Y"
                           CALL "CoTransfer" USING SEARCH-ID
                               WS-XCO-OLD-COMPANY WS-NEW-COMPANY
                               WS-XCO-OLD-DEPT WS-XCO-NEW-DEPT
                               WS-EFFECTIVE-DATE "EDIT  "
                               WS-EVENT-NAME WS-EVENT-JOB
                               WS-EVENT-MANAGER
                           DISPLAY "Cross-company transfer recorded "
                                   "in company-transfers.dat."
                       END-IF
                   ELSE
                       DISPLAY "Error updating record! Restoring "
                               "change made."
                       MOVE "N" TO WS-EDIT-VALID
                   ELSE
                       MOVE SPACES TO WS-NEW-COMPANY
                       CALL "DeptCheck" USING TEMP-DEPARTMENT
                           WS-DEPT-RESULT WS-NEW-COMPANY
                       IF WS-DEPT-RESULT = "ICO "
                           DISPLAY "Department's company is not "
                                   "active. No change made."
                           MOVE "N" TO WS-EDIT-VALID
                       END-IF
                       IF WS-DEPT-RESULT NOT = "OK  " AND
                          WS-DEPT-RESULT NOT = "ICO "
                           DISPLAY "Department is not on the "
                                   "department master. No change made."
                           MOVE "N" TO WS-EDIT-VALID
                       END-IF
                   END-IF
                   IF WS-EDIT-VALID = "Y"
                       PERFORM ACCEPT-EFFECTIVE-DATE
                   END-IF
                   IF WS-EDIT-VALID = "Y"
                       PERFORM CHECK-COMPANY-CHANGE
                   END-IF
               WHEN 4
                   DISPLAY "Enter new Salary: "
                   ACCEPT TEMP-SALARY
                                   TEMP-SALARY-GRADE "."
                       END-IF
                   END-IF
                   IF WS-EDIT-VALID = "Y"
                       PERFORM ACCEPT-EFFECTIVE-DATE
                   END-IF
               WHEN 5
                   DISPLAY "Enter new Hire Date (YYYYMMDD): "
                   ACCEPT TEMP-HIRE-DATE
                           DISPLAY "Job code is not on the job "
                                   "title master. No change made."
                           MOVE "N" TO WS-EDIT-VALID
                       ELSE
                           CALL "CertCheck" USING SEARCH-ID
                               TEMP-JOB-CODE WS-CERT-MISSING
                               WS-CERT-LIST
                           IF WS-CERT-MISSING > ZERO
                               DISPLAY "WARNING: employee lacks "
                                       "certification(s) required "
                                       "for job " TEMP-JOB-CODE ": "
                                       FUNCTION TRIM(WS-CERT-LIST)
                           END-IF
                       END-IF
                   END-IF
               WHEN 8
               END-IF
           END-IF.

           IF WS-EDIT-VALID = "Y" AND WS-FIELD-CHOICE = 4 AND
              WS-RETRO-ROUTE = "Y"
               CALL "ApprovalQueue" USING SEARCH-ID SALARY
                   TEMP-SALARY "CHECK " WS-APPROVAL-RESULT
               IF WS-APPROVAL-RESULT = "OVER"
                   DISPLAY "Raise exceeds the approval threshold and "
                           "is dated in a closed pay period; it cannot "
                           "be queued for approval. No change made."
                   MOVE "N" TO WS-EDIT-VALID
               END-IF
           END-IF.

           IF WS-EDIT-VALID = "Y" AND WS-FIELD-CHOICE = 4
               CALL "ApprovalQueue" USING SEARCH-ID SALARY
                   TEMP-SALARY "EDIT  " WS-APPROVAL-RESULT

           IF WS-EDIT-VALID = "N"
               MOVE EMPLOYEE-RECORD TO TEMP-RECORD
               MOVE "N" TO WS-XCO-TRANSFER
               MOVE "N" TO WS-RETRO-ROUTE
           ELSE
               MOVE TEMP-NAME TO WS-EVENT-NAME
               MOVE TEMP-DEPARTMENT TO WS-EVENT-DEPT
               MOVE TEMP-JOB-CODE TO WS-EVENT-JOB
               MOVE TEMP-MANAGER-ID TO WS-EVENT-MANAGER
               MOVE TEMP-COMPANY-CODE TO WS-EVENT-COMPANY
               IF WS-FIELD-CHOICE = 1
                   MOVE "Y" TO WS-NAME-CHANGED
               END-IF
               IF WS-FIELD-CHOICE = 4
                   MOVE "Y" TO WS-SALARY-CHANGED
                   MOVE SALARY TO WS-OLD-SALARY
                   MOVE TEMP-SALARY TO WS-NEW-SALARY
               END-IF
               IF WS-FIELD-CHOICE = 3 OR WS-FIELD-CHOICE = 6 OR
                  WS-FIELD-CHOICE = 7 OR WS-FIELD-CHOICE = 8
                   MOVE "Y" TO WS-ASG-CHANGED
                   MOVE SPACES TO WS-ASG-RECORD
                   MOVE SEARCH-ID TO AH-EMPLOYEE-ID
                   MOVE WS-EFFECTIVE-DATE TO AH-EFFECTIVE-DATE
                   MOVE ZEROS TO AH-SEQ
                   MOVE DEPARTMENT TO AH-OLD-DEPT
                   MOVE TEMP-DEPARTMENT TO AH-NEW-DEPT
                   MOVE JOB-CODE TO AH-OLD-JOB
                   MOVE TEMP-JOB-CODE TO AH-NEW-JOB
                   MOVE SALARY-GRADE TO AH-OLD-GRADE
                   MOVE TEMP-SALARY-GRADE TO AH-NEW-GRADE
                   MOVE MANAGER-ID TO AH-OLD-MANAGER
                   MOVE TEMP-MANAGER-ID TO AH-NEW-MANAGER
                   MOVE "EDIT  " TO AH-SOURCE
               END-IF
               STRING
                   "Name=" FUNCTION TRIM(TEMP-NAME)
                       DELIMITED BY SIZE
               END-STRING
           END-IF.

       ACCEPT-EFFECTIVE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Enter Effective Date (YYYYMMDD, blank for "
                   "today): "
           ACCEPT WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE IS NOT NUMERIC OR
              WS-EFFECTIVE-DATE = ZEROS
               MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           END-IF
           CALL "ValidDate" USING "DATE  " WS-EFFECTIVE-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid effective date. No change made."
               MOVE "N" TO WS-EDIT-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-EFFECTIVE-DATE > WS-TODAY
               DISPLAY "Effective date is in the future; key it as a "
                       "dated batch change. No change made."
               MOVE "N" TO WS-EDIT-VALID
               EXIT PARAGRAPH
           END-IF
           CALL "PayPeriod" USING "CHECK " WS-EFFECTIVE-DATE
               WS-PERIOD-STATE WS-PERIOD-RESULT
           IF WS-PERIOD-STATE NOT = "X"
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-CHOICE = 4 AND TEMP-SALARY > SALARY
               DISPLAY "Effective date falls in a closed pay period; "
                       "the back pay will be routed to retro pay."
               MOVE "Y" TO WS-RETRO-ROUTE
           ELSE
               DISPLAY "Effective date falls in a closed pay period. "
                       "No change made."
               MOVE "N" TO WS-EDIT-VALID
           END-IF.

       CHECK-COMPANY-CHANGE.
           IF WS-NEW-COMPANY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TEMP-COMPANY-CODE NOT = SPACES AND
              TEMP-COMPANY-CODE NOT = WS-NEW-COMPANY
               DISPLAY "Department " TEMP-DEPARTMENT
                       " belongs to company " WS-NEW-COMPANY "."
               DISPLAY "This is a cross-company transfer: the employee "
                       "is terminated in company " TEMP-COMPANY-CODE
               DISPLAY "and rehired in company " WS-NEW-COMPANY
                       " effective " WS-EFFECTIVE-DATE "."
               MOVE "Y" TO WS-XCO-TRANSFER
               MOVE TEMP-COMPANY-CODE TO WS-XCO-OLD-COMPANY
               MOVE DEPARTMENT TO WS-XCO-OLD-DEPT
               MOVE TEMP-DEPARTMENT TO WS-XCO-NEW-DEPT
           END-IF
           MOVE WS-NEW-COMPANY TO TEMP-COMPANY-CODE.

       LOOK-UP-MANAGER.
           MOVE "N" TO WS-MGR-FOUND
           MOVE SPACES TO WS-MGR-STATUS
