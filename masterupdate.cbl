           05 MU-EMPLOYEE-ID     PIC 9(5).
           05 MU-FIELD           PIC X(1).
           05 MU-NEW-NAME        PIC X(30).
           05 MU-NEW-JOB-AREA REDEFINES MU-NEW-NAME.
               10 MU-NEW-JOB         PIC X(4).
               10 FILLER             PIC X(26).
           05 MU-NEW-AGE         PIC 9(2).
           05 MU-NEW-DEPT        PIC X(15).
           05 MU-NEW-SALARY      PIC 9(7)V99.
       01 STATS-RECORD.
           05 ES-READ            PIC 9(7).
           05 ES-REJECTED        PIC 9(7).
           05 ES-CLOSED          PIC 9(7).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 WS-RL-APPLIED         PIC 9(7).
       01 WS-RL-REJECTED        PIC 9(7).
       01 WS-RL-RC              PIC 9(4).
       01 WS-JOB-RESULT         PIC X(4).
       01 WS-CERT-MISSING       PIC 9(2) VALUE ZERO.
       01 WS-CERT-LIST          PIC X(60).
       01 WS-WARNING-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DISMISS-WARN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CASE-RESULT        PIC X(4).
       01 WS-ORPHAN-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-NEW-COMPANY        PIC X(4).
       01 WS-XCO-TRANSFER       PIC X VALUE "N".
       01 WS-XCO-OLD-COMPANY    PIC X(4).
       01 WS-XCO-OLD-DEPT       PIC X(15).
       01 WS-XCO-DATE           PIC 9(8).
       01 WS-XCO-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-PERIOD-STATE       PIC X(1).
       01 WS-PERIOD-RESULT      PIC X(4).
       01 WS-CLOSED-FLAG        PIC X VALUE "N".
       01 WS-RETRO-ROUTE        PIC X VALUE "N".
       01 WS-CLOSED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ROUTED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ASG-RECORD.
           COPY "ASGHIST.CPY".

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-PARKED-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-WARNING-COUNT
           MOVE ZERO TO WS-DISMISS-WARN-COUNT
           MOVE ZERO TO WS-XCO-COUNT
           MOVE ZERO TO WS-CLOSED-COUNT
           MOVE ZERO TO WS-ROUTED-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF LS-MODE IS NOT OMITTED AND LS-MODE = "CHECK "
               MOVE "Y" TO WS-CHECK-MODE
           CLOSE REJECT-FILE
           CLOSE EMPLOYEE-FILE
           CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
           CALL "OrphanCheck" USING "REPORT" ZEROS "MASTUP"
               WS-ORPHAN-COUNT

           DISPLAY "Master update complete."
           DISPLAY "Transactions read: " WS-READ-COUNT
               DISPLAY "They will apply on their effective date "
                       "via the nightly release step."
           END-IF
           IF WS-WARNING-COUNT > 0
               DISPLAY "Job changes lacking required certifications: "
                       WS-WARNING-COUNT
           END-IF
           IF WS-DISMISS-WARN-COUNT > 0
               DISPLAY "Dismissals with no live final warning on "
                       "file: " WS-DISMISS-WARN-COUNT
           END-IF
           IF WS-REJECTED-COUNT > 0 OR WS-WARNING-COUNT > 0 OR
              WS-DISMISS-WARN-COUNT > 0
               DISPLAY "See empchanges-rejects.txt for details."
           END-IF
           IF WS-ORPHAN-COUNT > 0
               DISPLAY "Direct reports left without an active "
                       "manager: " WS-ORPHAN-COUNT
               DISPLAY "See reassignment-required.txt for details."
           END-IF
           IF WS-XCO-COUNT > 0
               DISPLAY "Cross-company transfers (termination plus "
                       "rehire): " WS-XCO-COUNT
               DISPLAY "See company-transfers.dat for details."
           END-IF
           IF WS-CLOSED-COUNT > 0
               DISPLAY "Rejected as dated inside a closed pay "
                       "period: " WS-CLOSED-COUNT
           END-IF
           IF WS-ROUTED-COUNT > 0
               DISPLAY "Back-dated raises routed to retro pay: "
                       WS-ROUTED-COUNT
               DISPLAY "See retro-routed.dat; the next Retro Pay "
                       "run picks them up."
           END-IF.

           MOVE "MASTERUPD" TO WS-RUN-PROGRAM
                               PERFORM VALIDATE-TRANSACTION
                               IF WS-VALID-FLAG = "N"
                                   PERFORM WRITE-EDIT-LINE
                               ELSE
                                   IF WS-CERT-MISSING > ZERO
                                       PERFORM WRITE-EDIT-WARNING
                                   END-IF
                                   IF WS-RETRO-ROUTE = "Y"
                                       PERFORM WRITE-EDIT-ROUTED
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               INTO EDIT-LINE
           END-STRING
           WRITE EDIT-LINE
           MOVE SPACES TO EDIT-LINE
           STRING
               "Closed pay period rejects: " WS-CLOSED-COUNT
                   DELIMITED BY SIZE
               "  Routed to retro pay: " WS-ROUTED-COUNT
                   DELIMITED BY SIZE
               INTO EDIT-LINE
           END-STRING
           WRITE EDIT-LINE
           CLOSE EDIT-FILE

           OPEN OUTPUT STATS-FILE
           IF STATS-STATUS = "00"
               MOVE WS-READ-COUNT TO ES-READ
               MOVE WS-REJECTED-COUNT TO ES-REJECTED
               MOVE WS-CLOSED-COUNT TO ES-CLOSED
               WRITE STATS-RECORD
               CLOSE STATS-FILE
           END-IF
           DISPLAY "Edit pass complete (no master updates made)."
           DISPLAY "Transactions read: " WS-READ-COUNT
           DISPLAY "Would be rejected: " WS-REJECTED-COUNT
           IF WS-CLOSED-COUNT > 0
               DISPLAY "  of which dated in a closed pay period: "
                       WS-CLOSED-COUNT
           END-IF
           DISPLAY "See empchanges-edit.txt for details.".

       WRITE-EDIT-LINE.
           MOVE SPACES TO EDIT-LINE
           IF WS-CLOSED-FLAG = "Y"
               STRING
                   "CLOSED PERIOD: " DELIMITED BY SIZE
                   "Action=" MU-ACTION DELIMITED BY SIZE
                   " ID=" MU-EMPLOYEE-ID DELIMITED BY SIZE
                   " Field=" MU-FIELD DELIMITED BY SIZE
                   " Effective=" MU-NEW-DATE DELIMITED BY SIZE
                   " Reason=" WS-REJECT-REASON DELIMITED BY SIZE
                   INTO EDIT-LINE
               END-STRING
               ADD 1 TO WS-CLOSED-COUNT
           ELSE
               STRING
                   "Action=" MU-ACTION DELIMITED BY SIZE
                   " ID=" MU-EMPLOYEE-ID DELIMITED BY SIZE
                   " Field=" MU-FIELD DELIMITED BY SIZE
                   " Reason=" WS-REJECT-REASON DELIMITED BY SIZE
                   INTO EDIT-LINE
               END-STRING
           END-IF
           WRITE EDIT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       WRITE-EDIT-ROUTED.
           MOVE SPACES TO EDIT-LINE
           STRING
               "RETRO PAY: ID=" MU-EMPLOYEE-ID DELIMITED BY SIZE
               " salary increase effective " MU-NEW-DATE
                   DELIMITED BY SIZE
               " falls in a closed pay period and will be routed "
                   DELIMITED BY SIZE
               "to retro pay" DELIMITED BY SIZE
               INTO EDIT-LINE
           END-STRING
           WRITE EDIT-LINE
           ADD 1 TO WS-ROUTED-COUNT.

       WRITE-EDIT-WARNING.
           MOVE SPACES TO EDIT-LINE
           STRING
               "WARNING: ID=" MU-EMPLOYEE-ID DELIMITED BY SIZE
               " Job=" MU-NEW-JOB DELIMITED BY SIZE
               " lacks required certification(s): "
                   DELIMITED BY SIZE
               WS-CERT-LIST DELIMITED BY SIZE
               INTO EDIT-LINE
           END-STRING
           WRITE EDIT-LINE.

       VERIFY-BATCH-CONTROLS.
           MOVE "Y" TO WS-CTL-OK
       VALIDATE-TRANSACTION.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-CERT-MISSING
           MOVE "N" TO WS-CLOSED-FLAG
           MOVE "N" TO WS-RETRO-ROUTE

           IF MU-EMPLOYEE-ID IS NOT NUMERIC OR
              MU-EMPLOYEE-ID = ZEROS
                               JOB-CODE WS-POS-RESULT
                           IF WS-POS-RESULT = "FULL"
                               MOVE "N" TO WS-VALID-FLAG
                               MOVE "Department at authorized FTE"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE

           IF WS-VALID-FLAG = "Y" AND MU-ACTION = "C" AND
              (MU-FIELD = "S" OR MU-FIELD = "D")
               PERFORM CHECK-CLOSED-PERIOD
           END-IF.

       CHECK-CLOSED-PERIOD.
           IF MU-NEW-DATE IS NOT NUMERIC OR MU-NEW-DATE = ZEROS OR
              MU-NEW-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           CALL "PayPeriod" USING "CHECK " MU-NEW-DATE
               WS-PERIOD-STATE WS-PERIOD-RESULT
           IF WS-PERIOD-STATE NOT = "X"
               EXIT PARAGRAPH
           END-IF
           IF MU-FIELD = "S" AND MU-NEW-SALARY > SALARY
               CALL "ApprovalQueue" USING EMPLOYEE-ID SALARY
                   MU-NEW-SALARY "CHECK " WS-APPROVAL-RESULT
               IF WS-APPROVAL-RESULT = "OVER"
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Y" TO WS-CLOSED-FLAG
                   MOVE "Closed-period raise needs approval"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "Y" TO WS-RETRO-ROUTE
               END-IF
           ELSE
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Y" TO WS-CLOSED-FLAG
               MOVE "Effective date in a closed pay period"
                   TO WS-REJECT-REASON
           END-IF.

       COMPUTE-CURRENT-AGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                       MOVE "Department cannot be empty"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE SPACES TO WS-NEW-COMPANY
                       CALL "DeptCheck" USING MU-NEW-DEPT
                           WS-DEPT-RESULT WS-NEW-COMPANY
                       IF WS-DEPT-RESULT = "ICO "
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "Department's company not active"
                               TO WS-REJECT-REASON
                       END-IF
                       IF WS-DEPT-RESULT NOT = "OK  " AND
                          WS-DEPT-RESULT NOT = "ICO "
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "Department not on master"
                               TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               WHEN "J"
                   IF MU-NEW-JOB = SPACES
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Job code cannot be empty"
                           TO WS-REJECT-REASON
                   ELSE
                       CALL "JobCheck" USING MU-NEW-JOB WS-JOB-RESULT
                       IF WS-JOB-RESULT NOT = "OK  "
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "Job code not on master"
                               TO WS-REJECT-REASON
                       ELSE
                           CALL "CertCheck" USING MU-EMPLOYEE-ID
                               MU-NEW-JOB WS-CERT-MISSING
                               WS-CERT-LIST
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Invalid field code" TO WS-REJECT-REASON
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SALARY TO WS-OLD-SALARY
           MOVE SPACES TO WS-ASG-RECORD
           MOVE DEPARTMENT TO AH-OLD-DEPT
           MOVE JOB-CODE TO AH-OLD-JOB
           MOVE SALARY-GRADE TO AH-OLD-GRADE
           MOVE MANAGER-ID TO AH-OLD-MANAGER

           IF MU-ACTION = "C" AND MU-FIELD = "S"
               CALL "ApprovalQueue" USING EMPLOYEE-ID SALARY
                                   WS-OPERATOR
                               CALL "SalHistLog" USING EMPLOYEE-ID
                                   WS-OLD-SALARY SALARY
                                   WS-OPERATOR MU-NEW-DATE
                           END-IF
                           IF MU-FIELD = "S" AND WS-RETRO-ROUTE = "Y"
                               CALL "RetroRoute" USING EMPLOYEE-ID
                                   MU-NEW-DATE WS-OLD-SALARY SALARY
                                   "MASTUP"
                               ADD 1 TO WS-ROUTED-COUNT
                           END-IF
                           IF MU-FIELD = "J" AND WS-CERT-MISSING > ZERO
                               PERFORM WRITE-CERT-WARNING
                           END-IF
                           IF MU-FIELD = "D" AND WS-XCO-TRANSFER = "Y"
                               PERFORM RECORD-COMPANY-TRANSFER
                           END-IF
                           IF MU-FIELD = "D" OR MU-FIELD = "G" OR
                              MU-FIELD = "J"
                               PERFORM RECORD-ASSIGNMENT-CHANGE
                           END-IF
                           IF MU-FIELD = "N"
                               CALL "HrEvent" USING "NAME" EMPLOYEE-ID
                                   EMPLOYEE-NAME DEPARTMENT JOB-CODE
                                   MANAGER-ID WS-TODAY "MASTUP"
                                   COMPANY-CODE
                           END-IF
                       WHEN "T"
                           CALL "AuditLog" USING "DELETE"
                               EMPLOYEE-ID WS-AUDIT-BEFORE
                               WS-AUDIT-AFTER
                           CALL "ErCaseCheck" USING EMPLOYEE-ID
                               MU-REASON WS-CASE-RESULT
                           IF WS-CASE-RESULT = "NOFW"
                               PERFORM WRITE-DISMISSAL-WARNING
                           END-IF
                           CALL "OrphanCheck" USING "ADD   "
                               EMPLOYEE-ID "MASTUP" WS-ORPHAN-COUNT
                           CALL "HrEvent" USING "TERM" EMPLOYEE-ID
                               EMPLOYEE-NAME DEPARTMENT JOB-CODE
                               MANAGER-ID TERMINATION-DATE "MASTUP"
                               COMPANY-CODE
                       WHEN "R"
                           CALL "AuditLog" USING "REHIRE"
                               EMPLOYEE-ID WS-AUDIT-BEFORE
                               WS-AUDIT-AFTER
                           CALL "HrEvent" USING "RHIR" EMPLOYEE-ID
                               EMPLOYEE-NAME DEPARTMENT JOB-CODE
                               MANAGER-ID HIRE-DATE "MASTUP"
                               COMPANY-CODE
                   END-EVALUATE
           END-REWRITE.

       RECORD-COMPANY-TRANSFER.
           IF MU-NEW-DATE IS NUMERIC AND MU-NEW-DATE NOT = ZEROS
               MOVE MU-NEW-DATE TO WS-XCO-DATE
           ELSE
               MOVE WS-TODAY TO WS-XCO-DATE
           END-IF
           CALL "CoTransfer" USING EMPLOYEE-ID WS-XCO-OLD-COMPANY
               COMPANY-CODE WS-XCO-OLD-DEPT DEPARTMENT WS-XCO-DATE
               "MASTUP" EMPLOYEE-NAME JOB-CODE MANAGER-ID
           ADD 1 TO WS-XCO-COUNT
           MOVE "N" TO WS-XCO-TRANSFER.

       RECORD-ASSIGNMENT-CHANGE.
           MOVE EMPLOYEE-ID TO AH-EMPLOYEE-ID
           IF MU-NEW-DATE IS NUMERIC AND MU-NEW-DATE NOT = ZEROS
               MOVE MU-NEW-DATE TO AH-EFFECTIVE-DATE
           ELSE
               MOVE WS-TODAY TO AH-EFFECTIVE-DATE
           END-IF
           MOVE ZEROS TO AH-SEQ
           MOVE DEPARTMENT TO AH-NEW-DEPT
           MOVE JOB-CODE TO AH-NEW-JOB
           MOVE SALARY-GRADE TO AH-NEW-GRADE
           MOVE MANAGER-ID TO AH-NEW-MANAGER
           MOVE "MASTUP" TO AH-SOURCE
           CALL "AsgHistLog" USING WS-ASG-RECORD.

       APPLY-CHANGE.
           EVALUATE MU-FIELD
               WHEN "N"
               WHEN "B"
                   MOVE MU-NEW-DATE TO DATE-OF-BIRTH
               WHEN "D"
                   MOVE "N" TO WS-XCO-TRANSFER
                   IF WS-NEW-COMPANY NOT = SPACES
                       IF COMPANY-CODE NOT = SPACES AND
                          COMPANY-CODE NOT = WS-NEW-COMPANY
                           MOVE "Y" TO WS-XCO-TRANSFER
                           MOVE COMPANY-CODE TO WS-XCO-OLD-COMPANY
                           MOVE DEPARTMENT TO WS-XCO-OLD-DEPT
                       END-IF
                       MOVE WS-NEW-COMPANY TO COMPANY-CODE
                   END-IF
                   MOVE MU-NEW-DEPT TO DEPARTMENT
               WHEN "S"
                   MOVE MU-NEW-SALARY TO SALARY
                   MOVE MU-NEW-DATE TO HIRE-DATE
               WHEN "G"
                   MOVE MU-NEW-GRADE TO SALARY-GRADE
               WHEN "J"
                   MOVE MU-NEW-JOB TO JOB-CODE
               WHEN "E"
                   MOVE MU-NEW-TYPE TO EMPLOYMENT-TYPE
                   IF MU-NEW-TYPE = "C"
           END-EVALUATE.

       WRITE-REJECT.
           MOVE SPACES TO REJECT-LINE
           IF WS-CLOSED-FLAG = "Y"
               STRING
                   "CLOSED PERIOD: " DELIMITED BY SIZE
                   "Action=" MU-ACTION DELIMITED BY SIZE
                   " ID=" MU-EMPLOYEE-ID DELIMITED BY SIZE
                   " Field=" MU-FIELD DELIMITED BY SIZE
                   " Effective=" MU-NEW-DATE DELIMITED BY SIZE
                   " Reason=" WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REJECT-LINE
               END-STRING
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "N" TO WS-CLOSED-FLAG
           ELSE
               STRING
                   "Action=" MU-ACTION DELIMITED BY SIZE
                   " ID=" MU-EMPLOYEE-ID DELIMITED BY SIZE
                   " Field=" MU-FIELD DELIMITED BY SIZE
                   " Reason=" WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REJECT-LINE
               END-STRING
           END-IF
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       WRITE-CERT-WARNING.
           MOVE SPACES TO REJECT-LINE
           STRING
               "WARNING: ID=" MU-EMPLOYEE-ID DELIMITED BY SIZE
               " Job=" MU-NEW-JOB DELIMITED BY SIZE
               " lacks required certification(s): "
                   DELIMITED BY SIZE
               WS-CERT-LIST DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE
           ADD 1 TO WS-WARNING-COUNT.

       WRITE-DISMISSAL-WARNING.
           MOVE SPACES TO REJECT-LINE
           STRING
               "WARNING: ID=" MU-EMPLOYEE-ID DELIMITED BY SIZE
               " Reason=" MU-REASON DELIMITED BY SIZE
               " dismissed with no live final warning on file"
                   DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE
           ADD 1 TO WS-DISMISS-WARN-COUNT.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
