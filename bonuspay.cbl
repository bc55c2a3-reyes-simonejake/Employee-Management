       IDENTIFICATION DIVISION.
       PROGRAM-ID. BonusPay.

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
           SELECT BONUS-FILE ASSIGN TO "bonus-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BONUS-STATUS.
           SELECT BONUS-NEW-FILE ASSIGN TO "bonus-trans.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BONUS-NEW-STATUS.
           SELECT PROOF-FILE ASSIGN TO "bonus-proof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "bonus-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.
           SELECT CO-EXTRACT-FILE ASSIGN TO WS-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-EXTRACT-STATUS.
           SELECT GL-FILE ASSIGN TO WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "payperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT XREF-FILE ASSIGN TO "payroll-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "salary-approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "approval-threshold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "bonussort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD BONUS-FILE.
       01 BONUS-RECORD.
           COPY "BONUS.CPY".

       FD BONUS-NEW-FILE.
       01 BONUS-NEW-RECORD          PIC X(93).

       FD PROOF-FILE.
       01 PROOF-LINE                PIC X(100).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD            PIC X(80).
       01 BX-HEADER-RECORD REDEFINES EXTRACT-RECORD.
           05 BH-REC-TYPE           PIC X(1).
           05 BH-PERIOD-START       PIC 9(8).
           05 BH-PERIOD-END         PIC 9(8).
           05 BH-RUN-DATE           PIC 9(8).
           05 BH-COMPANY-CODE       PIC X(4).
           05 BH-EMPLOYER-ID        PIC X(12).
           05 FILLER                PIC X(39).
       01 BX-DETAIL-RECORD REDEFINES EXTRACT-RECORD.
           05 BD-REC-TYPE           PIC X(1).
           05 BD-EMPLOYEE-ID        PIC 9(5).
           05 BD-EXT-NUMBER         PIC X(8).
           05 BD-DEPARTMENT         PIC X(15).
           05 BD-COMPANY-CODE       PIC X(4).
           05 BD-PAY-TYPE           PIC X(4).
           05 BD-AMOUNT             PIC 9(7)V99.
           05 BD-TARGET-DATE        PIC 9(8).
           05 FILLER                PIC X(26).
       01 BX-TRAILER-RECORD REDEFINES EXTRACT-RECORD.
           05 BT-REC-TYPE           PIC X(1).
           05 BT-RECORD-COUNT       PIC 9(5).
           05 BT-TOTAL-AMOUNT       PIC 9(11)V99.
           05 FILLER                PIC X(61).

       FD GL-FILE.
       01 GL-RECORD                 PIC X(80).
       01 GL-HEADER-RECORD REDEFINES GL-RECORD.
           05 GH-REC-TYPE           PIC X(1).
           05 GH-POSTING-PERIOD     PIC 9(6).
           05 GH-RUN-DATE           PIC 9(8).
           05 GH-COMPANY-CODE       PIC X(4).
           05 GH-EMPLOYER-ID        PIC X(12).
           05 FILLER                PIC X(49).
       01 GL-DETAIL-RECORD REDEFINES GL-RECORD.
           05 GD-REC-TYPE           PIC X(1).
           05 GD-ACCOUNT            PIC X(10).
           05 GD-DR-CR              PIC X(2).
           05 GD-COST-CENTER        PIC X(15).
           05 GD-AMOUNT             PIC 9(11)V99.
           05 FILLER                PIC X(39).
       01 GL-TRAILER-RECORD REDEFINES GL-RECORD.
           05 GT-REC-TYPE           PIC X(1).
           05 GT-RECORD-COUNT       PIC 9(5).
           05 GT-TOTAL-DEBITS       PIC 9(13)V99.
           05 GT-TOTAL-CREDITS      PIC 9(13)V99.
           05 GT-HASH-TOTAL         PIC 9(13)V99.
           05 FILLER                PIC X(29).

       FD CO-EXTRACT-FILE.
       01 CO-EXTRACT-RECORD         PIC X(80).

       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           COPY "PAYPER.CPY".

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XR-EMPLOYEE-ID        PIC 9(5).
           05 XR-EXT-NUMBER         PIC X(8).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY "APPROVAL.CPY".

       FD THRESHOLD-FILE.
       01 THRESHOLD-RECORD.
           05 AT-THRESHOLD          PIC 9(7)V99.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SB-DEPARTMENT         PIC X(15).
           05 SB-AMOUNT             PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 BONUS-STATUS          PIC XX.
       01 BONUS-NEW-STATUS      PIC XX.
       01 PROOF-STATUS          PIC XX.
       01 EXTRACT-STATUS        PIC XX.
       01 GL-STATUS             PIC XX.
       01 PERIOD-STATUS         PIC XX.
       01 XREF-STATUS           PIC XX.
       01 APPROVAL-STATUS       PIC XX.
       01 THRESHOLD-STATUS      PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 END-OF-SCAN           PIC X VALUE "N".
       01 END-OF-SORT           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-RUN-MODE           PIC X VALUE "P".
       01 WS-MODE-CHOICE        PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-AS-OF-DATE         PIC 9(8).
       01 WS-PERIOD-FOUND       PIC X VALUE "N".
       01 WS-PERIOD-START       PIC 9(8).
       01 WS-PERIOD-END         PIC 9(8).
       01 WS-PERIOD-STATE       PIC X(1).
       01 WS-PERIOD-RESULT      PIC X(4).
       01 WS-DATE-RESULT        PIC X(4).
       01 WS-AGE-DUMMY          PIC 9(2) VALUE ZERO.
       01 WS-THRESHOLD          PIC 9(7)V99 VALUE ZERO.
       01 WS-THRESHOLD-SET      PIC X VALUE "N".
       01 WS-ZERO-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01 WS-APPROVAL-RESULT    PIC X(4).
       01 WS-DECISION           PIC X(1).
       01 WS-EMP-FOUND          PIC X.
       01 WS-SIZE-ERROR-FLAG    PIC X.
       01 WS-REJECT-REASON      PIC X(45).
       01 WS-EXT-NUMBER         PIC X(8).
       01 WS-OPERATOR           PIC X(10).
       01 WS-AUDIT-BEFORE       PIC X(120).
       01 WS-AUDIT-AFTER        PIC X(120).
       01 WS-READ-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-PAID-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-LATER-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DECLINED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PAID-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-DEPT-CODE          PIC X(15).
       01 WS-DEPT-TOTAL         PIC 9(11)V99.
       01 WS-DETAIL-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE ZERO.
       01 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01 WS-GL-OPEN            PIC X VALUE "N".
       01 WS-AMOUNT-DISPLAY     PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-BONUS-FILENAME     PIC X(255)
           VALUE "bonus-trans.dat".
       01 WS-BONUS-TMP-NAME     PIC X(255)
           VALUE "bonus-trans.tmp".
       01 WS-RUN-PROGRAM        PIC X(12).
       01 WS-RL-READ            PIC 9(7).
       01 WS-RL-APPLIED         PIC 9(7).
       01 WS-RL-REJECTED        PIC 9(7).
       01 WS-RL-RC              PIC 9(4).
       01 WS-REPEAT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RUN-STAMP          PIC 9(14).
       01 WS-APPROVAL-REF.
           05 WS-REF-STAMP      PIC 9(14).
           05 WS-REF-SEQ        PIC 9(5).
       01 CO-EXTRACT-STATUS     PIC XX.
       01 COMPANY-STATUS        PIC XX.
       01 WS-EXTRACT-NAME       PIC X(40).
       01 WS-GL-NAME            PIC X(40) VALUE "gl-bonus.dat".
       01 WS-COMPANY-FILTER     PIC X(4) VALUE SPACES.
       01 WS-NO-COMPANY-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CO-USED            PIC 9(3) VALUE ZERO.
       01 WS-CO-IDX             PIC 9(3).
       01 WS-CO-OVER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CO-LINE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CO-TOTAL           PIC 9(11)V99 VALUE ZERO.

       01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-CO-CODE       PIC X(4).
               10 WS-CO-EMPLOYER   PIC X(12).

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-PAID-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-LATER-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-DECLINED-COUNT
           MOVE ZERO TO WS-PAID-TOTAL
           MOVE ZERO TO WS-REPEAT-COUNT
           MOVE ZERO TO WS-NO-COMPANY-COUNT
           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "gl-bonus.dat" TO WS-GL-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP

           IF LS-MODE IS OMITTED
               DISPLAY "-------------------------------------------"
               DISPLAY "       Bonus and Incentive Payments"
               DISPLAY "-------------------------------------------"
               DISPLAY "Pays the one-time items in bonus-trans.dat "
                       "that fall due in a pay period."
               DISPLAY "Proof run or Update run? (P/U, default P): "
               ACCEPT WS-MODE-CHOICE
               IF WS-MODE-CHOICE = "U" OR WS-MODE-CHOICE = "u"
                   MOVE "U" TO WS-RUN-MODE
               ELSE
                   MOVE "P" TO WS-RUN-MODE
               END-IF
               DISPLAY "Enter a date inside the pay period to pay "
                       "(YYYYMMDD, blank for today): "
               ACCEPT WS-AS-OF-DATE
               IF WS-AS-OF-DATE IS NOT NUMERIC OR
                  WS-AS-OF-DATE = ZEROS
                   MOVE WS-TODAY TO WS-AS-OF-DATE
               END-IF
           ELSE
               IF LS-MODE = "PROOF "
                   MOVE "P" TO WS-RUN-MODE
               ELSE
                   MOVE "U" TO WS-RUN-MODE
               END-IF
               MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF

           PERFORM FIND-PAY-PERIOD
           IF WS-PERIOD-FOUND = "N"
               DISPLAY "No pay period covers " WS-AS-OF-DATE
                       " in payperiods.dat; bonuses not processed."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           CALL "PayPeriod" USING "CHECK " WS-PERIOD-START
               WS-PERIOD-STATE WS-PERIOD-RESULT
           IF WS-PERIOD-STATE = "X"
               DISPLAY "Pay period " WS-PERIOD-START " - "
                       WS-PERIOD-END " is closed; bonuses not "
                       "processed."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM LOAD-THRESHOLD
           CALL "AuditUser" USING "GET   " WS-OPERATOR

           OPEN INPUT BONUS-FILE
           IF BONUS-STATUS NOT = "00"
               DISPLAY "Error opening bonus-trans.dat. "
                       "No bonus payments."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               CLOSE BONUS-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT PROOF-FILE
           IF PROOF-STATUS NOT = "00"
               DISPLAY "Error creating bonus-proof.txt."
               CLOSE BONUS-FILE
               CLOSE EMPLOYEE-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           IF WS-RUN-MODE = "U"
               OPEN OUTPUT BONUS-NEW-FILE
               IF BONUS-NEW-STATUS NOT = "00"
                   DISPLAY "Error creating bonus-trans.tmp."
                   CLOSE BONUS-FILE
                   CLOSE EMPLOYEE-FILE
                   CLOSE PROOF-FILE
                   IF LS-MODE IS NOT OMITTED
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM PRESS-ENTER
                   EXIT PROGRAM
               END-IF
               OPEN OUTPUT EXTRACT-FILE
               IF EXTRACT-STATUS NOT = "00"
                   DISPLAY "Error creating bonus-extract.dat."
                   CLOSE BONUS-FILE
                   CLOSE EMPLOYEE-FILE
                   CLOSE PROOF-FILE
                   CLOSE BONUS-NEW-FILE
                   CALL "CBL_DELETE_FILE" USING WS-BONUS-TMP-NAME
                       RETURNING WS-DELETE-STATUS
                   IF LS-MODE IS NOT OMITTED
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM PRESS-ENTER
                   EXIT PROGRAM
               END-IF
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "H" TO BH-REC-TYPE
               MOVE WS-PERIOD-START TO BH-PERIOD-START
               MOVE WS-PERIOD-END TO BH-PERIOD-END
               MOVE WS-TODAY TO BH-RUN-DATE
               WRITE EXTRACT-RECORD
           END-IF

           PERFORM WRITE-PROOF-HEADER

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SB-DEPARTMENT
               INPUT PROCEDURE PROCESS-BONUS-FILE
               OUTPUT PROCEDURE SUMMARIZE-BY-DEPARTMENT

           CLOSE BONUS-FILE
           CLOSE EMPLOYEE-FILE
           PERFORM WRITE-PROOF-TRAILER
           CLOSE PROOF-FILE

           IF WS-RUN-MODE = "U"
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "T" TO BT-REC-TYPE
               MOVE WS-PAID-COUNT TO BT-RECORD-COUNT
               MOVE WS-PAID-TOTAL TO BT-TOTAL-AMOUNT
               WRITE EXTRACT-RECORD
               CLOSE EXTRACT-FILE
               CLOSE BONUS-NEW-FILE
               PERFORM REPLACE-BONUS-FILE
           END-IF

           MOVE WS-PAID-TOTAL TO WS-TOTAL-DISPLAY
           IF WS-RUN-MODE = "U"
               DISPLAY "Bonus update run complete."
           ELSE
               DISPLAY "Bonus proof run complete; nothing was "
                       "paid or queued."
           END-IF
           DISPLAY "Pay period:            " WS-PERIOD-START " - "
                   WS-PERIOD-END
           DISPLAY "Transactions read:     " WS-READ-COUNT
           DISPLAY "Paid this period:      " WS-PAID-COUNT
           IF WS-REPEAT-COUNT > 0
               DISPLAY "  of which paid by an earlier run: "
                       WS-REPEAT-COUNT
           END-IF
           DISPLAY "Amount paid:           " WS-TOTAL-DISPLAY
           DISPLAY "Held for approval:     " WS-HELD-COUNT
           DISPLAY "Due in a later period: " WS-LATER-COUNT
           DISPLAY "Rejected:              " WS-REJECTED-COUNT
           IF WS-DECLINED-COUNT > 0
               DISPLAY "Declined by approver:  " WS-DECLINED-COUNT
           END-IF
           IF WS-RUN-MODE = "U"
               DISPLAY "Earnings in bonus-extract.dat, GL cost in "
                       "gl-bonus.dat"
               IF WS-NO-COMPANY-COUNT > 0
                   DISPLAY WS-NO-COMPANY-COUNT " payment(s) have no "
                           "company code and are on no company file."
               END-IF
               PERFORM WRITE-COMPANY-FEEDS
           END-IF
           DISPLAY "See bonus-proof.txt for the item listing."

           IF WS-RUN-MODE = "U"
               MOVE "BONUSPAY" TO WS-RUN-PROGRAM
               MOVE WS-READ-COUNT TO WS-RL-READ
               COMPUTE WS-RL-APPLIED = WS-PAID-COUNT - WS-REPEAT-COUNT
               MOVE WS-REJECTED-COUNT TO WS-RL-REJECTED
               MOVE RETURN-CODE TO WS-RL-RC
               CALL "RunLog" USING WS-RUN-PROGRAM WS-RL-READ
                   WS-RL-APPLIED WS-RL-REJECTED WS-RL-RC
           END-IF

           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       FIND-PAY-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND
           MOVE ZEROS TO WS-PERIOD-START
           MOVE ZEROS TO WS-PERIOD-END
           OPEN INPUT PERIOD-FILE
           IF PERIOD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR
                   WS-PERIOD-FOUND = "Y"
               READ PERIOD-FILE INTO PERIOD-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PP-START IS NUMERIC AND
                          PP-END IS NUMERIC AND
                          WS-AS-OF-DATE >= PP-START AND
                          WS-AS-OF-DATE <= PP-END
                           MOVE "Y" TO WS-PERIOD-FOUND
                           MOVE PP-START TO WS-PERIOD-START
                           MOVE PP-END TO WS-PERIOD-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           MOVE "N" TO END-OF-FILE.

       LOAD-THRESHOLD.
           MOVE "N" TO WS-THRESHOLD-SET
           OPEN INPUT THRESHOLD-FILE
           IF THRESHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ THRESHOLD-FILE INTO THRESHOLD-RECORD
               NOT AT END
                   IF AT-THRESHOLD IS NUMERIC
                       MOVE AT-THRESHOLD TO WS-THRESHOLD
                       MOVE "Y" TO WS-THRESHOLD-SET
                   END-IF
           END-READ
           CLOSE THRESHOLD-FILE.

       PROCESS-BONUS-FILE.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BONUS-FILE INTO BONUS-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-ONE-BONUS
                       IF WS-RUN-MODE = "U"
                           MOVE BONUS-RECORD TO BONUS-NEW-RECORD
                           WRITE BONUS-NEW-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-ONE-BONUS.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE BN-STATUS
               WHEN SPACE
                   PERFORM SUBMIT-NEW-BONUS
               WHEN "H"
                   PERFORM CHECK-HELD-BONUS
               WHEN "P"
                   IF BN-PAID-DATE = WS-PERIOD-END
                       PERFORM REPEAT-PAID-BONUS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF BN-STATUS = "A"
               PERFORM PAY-APPROVED-BONUS
           END-IF.

       SUBMIT-NEW-BONUS.
           PERFORM VALIDATE-BONUS
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "X" TO BN-STATUS
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SIZE-ERROR-FLAG
           IF BN-CALC-TYPE = "P"
               COMPUTE BN-PAY-AMOUNT ROUNDED =
                   SALARY * BN-PERCENT / 100
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR-FLAG
               END-COMPUTE
           ELSE
               MOVE BN-AMOUNT TO BN-PAY-AMOUNT
           END-IF
           IF WS-SIZE-ERROR-FLAG = "Y"
               MOVE "Bonus amount exceeds field size"
                   TO WS-REJECT-REASON
               MOVE "X" TO BN-STATUS
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE DEPARTMENT TO BN-DEPARTMENT
           MOVE WS-TODAY TO BN-SUBMIT-DATE
           MOVE ZEROS TO BN-PAID-DATE
           MOVE WS-RUN-STAMP TO WS-REF-STAMP
           MOVE WS-READ-COUNT TO WS-REF-SEQ
           MOVE WS-APPROVAL-REF TO BN-APPROVAL-REF

           IF WS-RUN-MODE = "P"
               IF WS-THRESHOLD-SET = "Y" AND
                  BN-PAY-AMOUNT > WS-THRESHOLD
                   MOVE "HELD" TO WS-APPROVAL-RESULT
               ELSE
                   MOVE "PASS" TO WS-APPROVAL-RESULT
               END-IF
           ELSE
               CALL "ApprovalQueue" USING BN-EMPLOYEE-ID
                   WS-ZERO-AMOUNT BN-PAY-AMOUNT "BONUS "
                   WS-APPROVAL-RESULT BN-APPROVAL-REF
           END-IF

           EVALUATE WS-APPROVAL-RESULT
               WHEN "HELD"
                   MOVE "H" TO BN-STATUS
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM WRITE-HELD-LINE
               WHEN "ERR "
                   MOVE SPACE TO BN-STATUS
                   MOVE "Approval queue unavailable"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE "A" TO BN-STATUS
           END-EVALUATE.

       VALIDATE-BONUS.
           IF BN-EMPLOYEE-ID IS NOT NUMERIC OR
              BN-EMPLOYEE-ID = ZEROS
               MOVE "Invalid employee ID" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF BN-PAY-TYPE NOT = "ANNL" AND BN-PAY-TYPE NOT = "SIGN"
              AND BN-PAY-TYPE NOT = "SPOT"
               MOVE "Payment type must be ANNL, SIGN or SPOT"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF BN-CALC-TYPE NOT = "F" AND BN-CALC-TYPE NOT = "P"
               MOVE "Invalid amount type" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF BN-CALC-TYPE = "P" AND
              (BN-PERCENT IS NOT NUMERIC OR BN-PERCENT = ZEROS)
               MOVE "Invalid percentage" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF BN-CALC-TYPE = "F" AND
              (BN-AMOUNT IS NOT NUMERIC OR BN-AMOUNT = ZEROS)
               MOVE "Invalid amount" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           CALL "ValidDate" USING "DATE  " BN-PERIOD-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               MOVE "Invalid target pay period date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-BONUS-EMPLOYEE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF BN-CALC-TYPE = "P" AND
              (SALARY IS NOT NUMERIC OR SALARY = ZEROS)
               MOVE "No salary to apply the percentage to"
                   TO WS-REJECT-REASON
           END-IF.

       READ-BONUS-EMPLOYEE.
           MOVE BN-EMPLOYEE-ID TO EMPLOYEE-ID
           MOVE "Y" TO WS-EMP-FOUND
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
           END-READ
           IF WS-EMP-FOUND = "N"
               MOVE "Employee not found" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF EMPLOYEE-STATUS = "T" AND BN-TERM-ELIGIBLE NOT = "Y"
               MOVE "Employee terminated; not flagged eligible"
                   TO WS-REJECT-REASON
           END-IF.

       CHECK-HELD-BONUS.
           PERFORM FIND-APPROVAL-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   MOVE "A" TO BN-STATUS
               WHEN "R"
                   MOVE "R" TO BN-STATUS
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE SPACES TO PROOF-LINE
                   STRING
                       "DECLINED BY APPROVER: ID=" BN-EMPLOYEE-ID
                           DELIMITED BY SIZE
                       " Type=" BN-PAY-TYPE DELIMITED BY SIZE
                       " Amount=" BN-PAY-AMOUNT DELIMITED BY SIZE
                       INTO PROOF-LINE
                   END-STRING
                   WRITE PROOF-LINE
               WHEN OTHER
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM WRITE-HELD-LINE
           END-EVALUATE.

       FIND-APPROVAL-DECISION.
           MOVE SPACE TO WS-DECISION
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-SCAN
           PERFORM UNTIL END-OF-SCAN = "Y"
               READ APPROVAL-FILE INTO APPROVAL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-SCAN
                   NOT AT END
                       IF SA-SOURCE = "BONUS " AND
                          SA-EMPLOYEE-ID = BN-EMPLOYEE-ID AND
                          SA-REFERENCE = BN-APPROVAL-REF AND
                          (SA-STATUS = "A" OR SA-STATUS = "R") AND
                          (BN-APPROVAL-REF NOT = SPACES OR
                           (SA-NEW-SALARY = BN-PAY-AMOUNT AND
                            SA-REQUEST-DATE = BN-SUBMIT-DATE))
                           MOVE SA-STATUS TO WS-DECISION
                           MOVE "Y" TO END-OF-SCAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       PAY-APPROVED-BONUS.
           IF BN-PERIOD-DATE > WS-PERIOD-END
               ADD 1 TO WS-LATER-COUNT
               MOVE BN-PAY-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO PROOF-LINE
               STRING
                   "APPROVED, DUE LATER: ID=" BN-EMPLOYEE-ID
                       DELIMITED BY SIZE
                   " Type=" BN-PAY-TYPE DELIMITED BY SIZE
                   " Amount=" WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   " Period of " BN-PERIOD-DATE DELIMITED BY SIZE
                   INTO PROOF-LINE
               END-STRING
               WRITE PROOF-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-BONUS-EMPLOYEE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "X" TO BN-STATUS
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE DEPARTMENT TO BN-DEPARTMENT
           MOVE "P" TO BN-STATUS
           MOVE WS-PERIOD-END TO BN-PAID-DATE
           ADD 1 TO WS-PAID-COUNT
           ADD BN-PAY-AMOUNT TO WS-PAID-TOTAL
           PERFORM WRITE-PROOF-DETAIL

           IF WS-RUN-MODE = "U"
               PERFORM WRITE-EXTRACT-DETAIL
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING
                   "Bonus=" BN-PAY-AMOUNT DELIMITED BY SIZE
                   " Type=" BN-PAY-TYPE DELIMITED BY SIZE
                   " PaidDate=" BN-PAID-DATE DELIMITED BY SIZE
                   " By=" WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
               END-STRING
               CALL "AuditLog" USING "BONUS " BN-EMPLOYEE-ID
                   WS-AUDIT-BEFORE WS-AUDIT-AFTER
           END-IF

           MOVE BN-DEPARTMENT TO SB-DEPARTMENT
           MOVE BN-PAY-AMOUNT TO SB-AMOUNT
           RELEASE SORT-RECORD.

       REPEAT-PAID-BONUS.
           MOVE BN-EMPLOYEE-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO EMPLOYEE-NAME
                   MOVE SPACES TO COMPANY-CODE
           END-READ
           ADD 1 TO WS-PAID-COUNT
           ADD 1 TO WS-REPEAT-COUNT
           ADD BN-PAY-AMOUNT TO WS-PAID-TOTAL
           PERFORM WRITE-PROOF-DETAIL
           IF WS-RUN-MODE = "U"
               PERFORM WRITE-EXTRACT-DETAIL
           END-IF
           MOVE BN-DEPARTMENT TO SB-DEPARTMENT
           MOVE BN-PAY-AMOUNT TO SB-AMOUNT
           RELEASE SORT-RECORD.

       WRITE-EXTRACT-DETAIL.
           PERFORM FIND-EXT-NUMBER
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "D" TO BD-REC-TYPE
           MOVE BN-EMPLOYEE-ID TO BD-EMPLOYEE-ID
           MOVE WS-EXT-NUMBER TO BD-EXT-NUMBER
           MOVE BN-DEPARTMENT TO BD-DEPARTMENT
           MOVE COMPANY-CODE TO BD-COMPANY-CODE
           MOVE BN-PAY-TYPE TO BD-PAY-TYPE
           MOVE BN-PAY-AMOUNT TO BD-AMOUNT
           MOVE BN-PERIOD-DATE TO BD-TARGET-DATE
           WRITE EXTRACT-RECORD
           IF COMPANY-CODE = SPACES
               ADD 1 TO WS-NO-COMPANY-COUNT
           END-IF.

       FIND-EXT-NUMBER.
           MOVE SPACES TO WS-EXT-NUMBER
           OPEN INPUT XREF-FILE
           IF XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-SCAN
           PERFORM UNTIL END-OF-SCAN = "Y"
               READ XREF-FILE INTO XREF-RECORD
                   AT END
                       MOVE "Y" TO END-OF-SCAN
                   NOT AT END
                       IF XR-EMPLOYEE-ID = BN-EMPLOYEE-ID
                           MOVE XR-EXT-NUMBER TO WS-EXT-NUMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

       SUMMARIZE-BY-DEPARTMENT.
           MOVE "N" TO WS-GL-OPEN
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-TOTAL-DEBITS
           MOVE ZERO TO WS-TOTAL-CREDITS
           MOVE ZERO TO WS-HASH-TOTAL
           IF WS-RUN-MODE = "U"
               OPEN OUTPUT GL-FILE
               IF GL-STATUS NOT = "00"
                   DISPLAY "Error creating " WS-GL-NAME
                   IF LS-MODE IS NOT OMITTED
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE "Y" TO WS-GL-OPEN
                   MOVE SPACES TO GL-RECORD
                   MOVE "H" TO GH-REC-TYPE
                   MOVE WS-PERIOD-END(1:6) TO GH-POSTING-PERIOD
                   MOVE WS-TODAY TO GH-RUN-DATE
                   IF WS-COMPANY-FILTER NOT = SPACES
                       MOVE WS-COMPANY-FILTER TO GH-COMPANY-CODE
                       MOVE WS-CO-EMPLOYER(WS-CO-IDX)
                           TO GH-EMPLOYER-ID
                   END-IF
                   WRITE GL-RECORD
               END-IF
           END-IF

           IF WS-COMPANY-FILTER = SPACES
               MOVE SPACES TO PROOF-LINE
               WRITE PROOF-LINE
               MOVE "Bonus cost by department:" TO PROOF-LINE
               WRITE PROOF-LINE
           END-IF

           MOVE "N" TO END-OF-SORT
           PERFORM RETURN-SORT-RECORD
           PERFORM UNTIL END-OF-SORT = "Y"
               MOVE SB-DEPARTMENT TO WS-DEPT-CODE
               MOVE ZERO TO WS-DEPT-TOTAL
               PERFORM UNTIL END-OF-SORT = "Y" OR
                       SB-DEPARTMENT NOT = WS-DEPT-CODE
                   ADD SB-AMOUNT TO WS-DEPT-TOTAL
                   PERFORM RETURN-SORT-RECORD
               END-PERFORM
               PERFORM WRITE-DEPARTMENT-TOTAL
           END-PERFORM

           IF WS-GL-OPEN = "Y"
               IF WS-DETAIL-COUNT > ZERO
                   MOVE SPACES TO GL-RECORD
                   MOVE "D" TO GD-REC-TYPE
                   MOVE "BONUSCLEAR" TO GD-ACCOUNT
                   MOVE "CR" TO GD-DR-CR
                   MOVE "ALL" TO GD-COST-CENTER
                   MOVE WS-TOTAL-DEBITS TO GD-AMOUNT
                   WRITE GL-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD WS-TOTAL-DEBITS TO WS-TOTAL-CREDITS
                   ADD WS-TOTAL-DEBITS TO WS-HASH-TOTAL
               END-IF
               MOVE SPACES TO GL-RECORD
               MOVE "T" TO GT-REC-TYPE
               MOVE WS-DETAIL-COUNT TO GT-RECORD-COUNT
               MOVE WS-TOTAL-DEBITS TO GT-TOTAL-DEBITS
               MOVE WS-TOTAL-CREDITS TO GT-TOTAL-CREDITS
               MOVE WS-HASH-TOTAL TO GT-HASH-TOTAL
               WRITE GL-RECORD
               CLOSE GL-FILE
           END-IF.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO END-OF-SORT
           END-RETURN.

       WRITE-DEPARTMENT-TOTAL.
           IF WS-COMPANY-FILTER = SPACES
               MOVE WS-DEPT-TOTAL TO WS-TOTAL-DISPLAY
               MOVE SPACES TO PROOF-LINE
               STRING
                   "  " WS-DEPT-CODE DELIMITED BY SIZE
                   " " WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO PROOF-LINE
               END-STRING
               WRITE PROOF-LINE
           END-IF
           IF WS-GL-OPEN = "Y"
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GD-REC-TYPE
               MOVE "BONUSEXP" TO GD-ACCOUNT
               MOVE "DR" TO GD-DR-CR
               MOVE WS-DEPT-CODE TO GD-COST-CENTER
               MOVE WS-DEPT-TOTAL TO GD-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-DEPT-TOTAL TO WS-TOTAL-DEBITS
               ADD WS-DEPT-TOTAL TO WS-HASH-TOTAL
           END-IF.

       LOAD-COMPANY-TABLE.
           MOVE ZERO TO WS-CO-USED
           MOVE ZERO TO WS-CO-OVER-COUNT
           OPEN INPUT COMPANY-FILE
           IF COMPANY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COMPANY-FILE INTO COMPANY-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CO-ACTIVE = "A" AND WS-CO-USED >= 100
                           ADD 1 TO WS-CO-OVER-COUNT
                       END-IF
                       IF CO-ACTIVE = "A" AND WS-CO-USED < 100
                           ADD 1 TO WS-CO-USED
                           MOVE CO-CODE TO WS-CO-CODE(WS-CO-USED)
                           MOVE CO-EMPLOYER-ID
                               TO WS-CO-EMPLOYER(WS-CO-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE
           MOVE "N" TO END-OF-FILE.

       WRITE-COMPANY-FEEDS.
           PERFORM LOAD-COMPANY-TABLE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               MOVE WS-CO-CODE(WS-CO-IDX) TO WS-COMPANY-FILTER
               MOVE SPACES TO WS-EXTRACT-NAME
               STRING
                   "bonus-extract-" DELIMITED BY SIZE
                   WS-COMPANY-FILTER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-EXTRACT-NAME
               END-STRING
               MOVE SPACES TO WS-GL-NAME
               STRING
                   "gl-bonus-" DELIMITED BY SIZE
                   WS-COMPANY-FILTER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-GL-NAME
               END-STRING
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SB-DEPARTMENT
                   INPUT PROCEDURE SPLIT-COMPANY-EXTRACT
                   OUTPUT PROCEDURE SUMMARIZE-BY-DEPARTMENT
               DISPLAY "Company " WS-COMPANY-FILTER ": "
                       WS-CO-LINE-COUNT " payment(s) to "
                       WS-EXTRACT-NAME
           END-PERFORM
           IF WS-CO-OVER-COUNT > 0
               DISPLAY WS-CO-OVER-COUNT " active company record(s) "
                       "beyond the first 100 in companies.dat have no "
                       "company bonus file."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "gl-bonus.dat" TO WS-GL-NAME.

       SPLIT-COMPANY-EXTRACT.
           MOVE ZERO TO WS-CO-LINE-COUNT
           MOVE ZERO TO WS-CO-TOTAL
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-STATUS NOT = "00"
               DISPLAY "Error opening bonus-extract.dat."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CO-EXTRACT-FILE
           IF CO-EXTRACT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-EXTRACT-NAME
               CLOSE EXTRACT-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EXTRACT-RECORD
           MOVE "H" TO BH-REC-TYPE
           MOVE WS-PERIOD-START TO BH-PERIOD-START
           MOVE WS-PERIOD-END TO BH-PERIOD-END
           MOVE WS-TODAY TO BH-RUN-DATE
           MOVE WS-COMPANY-FILTER TO BH-COMPANY-CODE
           MOVE WS-CO-EMPLOYER(WS-CO-IDX) TO BH-EMPLOYER-ID
           WRITE CO-EXTRACT-RECORD FROM EXTRACT-RECORD

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EXTRACT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BD-REC-TYPE = "D" AND
                          BD-COMPANY-CODE = WS-COMPANY-FILTER
                           WRITE CO-EXTRACT-RECORD
                               FROM EXTRACT-RECORD
                           ADD 1 TO WS-CO-LINE-COUNT
                           ADD BD-AMOUNT TO WS-CO-TOTAL
                           MOVE BD-DEPARTMENT TO SB-DEPARTMENT
                           MOVE BD-AMOUNT TO SB-AMOUNT
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO EXTRACT-RECORD
           MOVE "T" TO BT-REC-TYPE
           MOVE WS-CO-LINE-COUNT TO BT-RECORD-COUNT
           MOVE WS-CO-TOTAL TO BT-TOTAL-AMOUNT
           WRITE CO-EXTRACT-RECORD FROM EXTRACT-RECORD
           CLOSE EXTRACT-FILE
           CLOSE CO-EXTRACT-FILE
           MOVE "N" TO END-OF-FILE.

       REPLACE-BONUS-FILE.
           CALL "CBL_DELETE_FILE" USING WS-BONUS-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING
               WS-BONUS-TMP-NAME WS-BONUS-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS = 0
               CALL "CBL_DELETE_FILE" USING WS-BONUS-TMP-NAME
                   RETURNING WS-DELETE-STATUS
           ELSE
               DISPLAY "Error replacing bonus-trans.dat; "
                       "updated items left in bonus-trans.tmp."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-PROOF-HEADER.
           MOVE "Employee Management System - Bonus Payment Proof"
               TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           IF WS-RUN-MODE = "U"
               STRING
                   "Run Date: " WS-TODAY DELIMITED BY SIZE
                   "   Pay period: " WS-PERIOD-START
                       DELIMITED BY SIZE
                   " - " WS-PERIOD-END DELIMITED BY SIZE
                   "   UPDATE RUN" DELIMITED BY SIZE
                   INTO PROOF-LINE
               END-STRING
           ELSE
               STRING
                   "Run Date: " WS-TODAY DELIMITED BY SIZE
                   "   Pay period: " WS-PERIOD-START
                       DELIMITED BY SIZE
                   " - " WS-PERIOD-END DELIMITED BY SIZE
                   "   PROOF ONLY - NOTHING PAID" DELIMITED BY SIZE
                   INTO PROOF-LINE
               END-STRING
           END-IF
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING
               "  ID  | Name                 | Department      |"
                   DELIMITED BY SIZE
               " Type |  Amount       | Target" DELIMITED BY SIZE
               INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING
               "------|----------------------|-----------------|"
                   DELIMITED BY SIZE
               "------|---------------|---------" DELIMITED BY SIZE
               INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE.

       WRITE-PROOF-DETAIL.
           MOVE BN-PAY-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PROOF-LINE
           STRING
               BN-EMPLOYEE-ID DELIMITED BY SIZE
               " | " EMPLOYEE-NAME(1:20) DELIMITED BY SIZE
               " | " BN-DEPARTMENT DELIMITED BY SIZE
               " | " BN-PAY-TYPE DELIMITED BY SIZE
               " | " WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " | " BN-PERIOD-DATE DELIMITED BY SIZE
               INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE.

       WRITE-HELD-LINE.
           MOVE BN-PAY-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PROOF-LINE
           STRING
               "HELD FOR APPROVAL: ID=" BN-EMPLOYEE-ID
                   DELIMITED BY SIZE
               " Type=" BN-PAY-TYPE DELIMITED BY SIZE
               " Amount=" WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " Requested=" BN-SUBMIT-DATE DELIMITED BY SIZE
               INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING
               "REJECTED: ID=" BN-EMPLOYEE-ID DELIMITED BY SIZE
               " Type=" BN-PAY-TYPE DELIMITED BY SIZE
               " Target=" BN-PERIOD-DATE DELIMITED BY SIZE
               " Reason=" WS-REJECT-REASON DELIMITED BY SIZE
               INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE.

       WRITE-PROOF-TRAILER.
           MOVE WS-PAID-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING
               "Read: " WS-READ-COUNT DELIMITED BY SIZE
               "  Paid: " WS-PAID-COUNT DELIMITED BY SIZE
               "  Held: " WS-HELD-COUNT DELIMITED BY SIZE
               "  Later: " WS-LATER-COUNT DELIMITED BY SIZE
               "  Rejected: " WS-REJECTED-COUNT DELIMITED BY SIZE
               "  Declined: " WS-DECLINED-COUNT DELIMITED BY SIZE
               INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING
               "Total paid this period: " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE
               INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
