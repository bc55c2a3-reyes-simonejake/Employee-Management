           SELECT FINAL-PAY-FILE ASSIGN TO "final-pay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINAL-PAY-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "loan-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           COPY "PAYPER.CPY".

       FD STATEMENT-FILE.
       01 STATEMENT-LINE         PIC X(100).
           05 FP-LEAVE-PAYOUT   PIC 9(7)V99.
           05 FP-TOTAL          PIC 9(7)V99.
           05 FP-TERM-DATE      PIC 9(8).
           05 FP-LOAN-DEDUCTION PIC 9(7)V99.

       FD LOAN-FILE.
       01 LOAN-RECORD.
           COPY "LOANREC.CPY".

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           COPY "LOANLEDG.CPY".

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 PERIOD-STATUS         PIC XX.
       01 STATEMENT-STATUS      PIC XX.
       01 FINAL-PAY-STATUS      PIC XX.
       01 LOAN-STATUS           PIC XX.
       01 LEDGER-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 SEARCH-ID             PIC 9(5).
       01 WS-SALARY-DUE         PIC 9(7)V99.
       01 WS-TOTAL-DUE          PIC 9(7)V99.
       01 WS-SIZE-ERROR-FLAG    PIC X.
       01 WS-FTE-PCT            PIC 9(3)V99.
       01 WS-FTE-DISPLAY        PIC ZZ9.99.
       01 WS-WORK-DAYS          PIC X(7).
       01 WS-DAYS-PER-WEEK      PIC 9V99.
       01 WS-PATTERN-RESULT     PIC X(4).
       01 WS-PATTERN-TO         PIC 9(8).
       01 WS-RATE-DISPLAY       PIC ZZ,ZZ9.99.
       01 WS-MONEY-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       01 WS-GROSS-DUE          PIC 9(7)V99.
       01 WS-LOAN-OUTSTANDING   PIC 9(7)V99.
       01 WS-LOAN-DEDUCTION     PIC 9(7)V99.
       01 WS-LOAN-REMAINING     PIC 9(7)V99.
       01 WS-LOAN-TAKE          PIC 9(7)V99.
       01 WS-RECOVER-LEFT       PIC 9(7)V99.
       01 WS-LOAN-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-LOAN-IDX           PIC 9(4).
       01 WS-EMP-LOAN-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-LIMIT-HIT          PIC X VALUE "N".
       01 WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 5000 TIMES.
               10 WS-LN-EMPLOYEE-ID    PIC 9(5).
               10 WS-LN-LOAN-NO        PIC 9(2).
               10 WS-LN-TYPE           PIC X(1).
               10 WS-LN-PRINCIPAL      PIC 9(7)V99.
               10 WS-LN-START-PERIOD   PIC 9(8).
               10 WS-LN-INSTALMENTS    PIC 9(3).
               10 WS-LN-INSTALMENT-AMT PIC 9(7)V99.
               10 WS-LN-BALANCE        PIC 9(7)V99.
               10 WS-LN-PAID-COUNT     PIC 9(3).
               10 WS-LN-LAST-DEDUCT    PIC 9(8).
               10 WS-LN-STATUS         PIC X(1).
               10 WS-LN-ENTERED-BY     PIC X(10).
               10 WS-LN-ENTERED-DATE   PIC 9(8).
       01 WS-LEAVE-DETAIL.
           COPY "LVBAL.CPY".

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM COMPUTE-LEAVE-PAYOUT
           PERFORM COMPUTE-FINAL-SALARY
           COMPUTE WS-GROSS-DUE = WS-SALARY-DUE + WS-LEAVE-PAYOUT
           PERFORM COMPUTE-LOAN-RECOVERY
           IF WS-LIMIT-HIT = "Y"
               DISPLAY "loans.dat holds more than 5000 loans; "
                       "settlement not written."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           COMPUTE WS-TOTAL-DUE = WS-GROSS-DUE - WS-LOAN-DEDUCTION

           PERFORM WRITE-STATEMENT
           PERFORM WRITE-FINAL-PAY-LINE
           IF WS-LOAN-DEDUCTION > ZERO
               PERFORM SETTLE-LOANS
           END-IF

           DISPLAY "Settlement computed for " EMPLOYEE-NAME
           MOVE WS-SALARY-DUE TO WS-MONEY-DISPLAY
           DISPLAY "Final period salary due: " WS-MONEY-DISPLAY
           MOVE WS-LEAVE-PAYOUT TO WS-MONEY-DISPLAY
           DISPLAY "Leave payout:            " WS-MONEY-DISPLAY
           IF WS-LOAN-OUTSTANDING > ZERO
               MOVE WS-LOAN-OUTSTANDING TO WS-MONEY-DISPLAY
               DISPLAY "Outstanding loans:       " WS-MONEY-DISPLAY
               MOVE WS-LOAN-DEDUCTION TO WS-MONEY-DISPLAY
               DISPLAY "Loan recovery deducted:  " WS-MONEY-DISPLAY
               IF WS-LOAN-REMAINING > ZERO
                   MOVE WS-LOAN-REMAINING TO WS-MONEY-DISPLAY
                   DISPLAY "WARNING: loan balance not covered by "
                           "final pay: " WS-MONEY-DISPLAY
               END-IF
           END-IF
           MOVE WS-TOTAL-DUE TO WS-MONEY-DISPLAY
           DISPLAY "Total settlement:        " WS-MONEY-DISPLAY
           DISPLAY "Statement written to " WS-STATEMENT-NAME
           EXIT PROGRAM.

       COMPUTE-LEAVE-PAYOUT.
           MOVE WS-TERM-DATE TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " SEARCH-ID WS-TERM-DATE
               WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           MOVE WS-TERM-DATE(1:4) TO WS-LEAVE-YEAR
           MOVE EMPLOYMENT-TYPE TO LB-EMP-TYPE
           MOVE SALARY-GRADE TO LB-GRADE
           MOVE WS-TERM-DATE TO LB-AS-OF-DATE
           CALL "LeaveBalance" USING SEARCH-ID HIRE-DATE
               WS-LEAVE-YEAR WS-ENTITLEMENT WS-TAKEN WS-BALANCE
               WS-LEAVE-DETAIL
           IF WS-BALANCE < ZERO
               MOVE ZERO TO WS-LEAVE-PAYOUT
               EXIT PARAGRAPH
           END-IF
           IF WS-DAYS-PER-WEEK = ZERO
               COMPUTE WS-DAY-RATE ROUNDED = SALARY / 260
           ELSE
               COMPUTE WS-DAY-RATE ROUNDED =
                   SALARY * WS-FTE-PCT / 100 /
                   (WS-DAYS-PER-WEEK * 52)
           END-IF
           MOVE "N" TO WS-SIZE-ERROR-FLAG
           COMPUTE WS-LEAVE-PAYOUT ROUNDED =
               WS-DAY-RATE * WS-BALANCE
           IF WS-DAYS-DUE < ZERO
               MOVE ZERO TO WS-DAYS-DUE
           END-IF
           IF WS-DAYS-DUE > ZERO
               CALL "WorkPattern" USING "RANGE " SEARCH-ID
                   WS-FROM-DATE WS-TERM-DATE WS-FTE-PCT
                   WS-WORK-DAYS WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           END-IF
           MOVE "N" TO WS-SIZE-ERROR-FLAG
           COMPUTE WS-SALARY-DUE ROUNDED =
               SALARY * WS-FTE-PCT / 100 * WS-DAYS-DUE / 365
               ON SIZE ERROR
                   MOVE "Y" TO WS-SIZE-ERROR-FLAG
           END-COMPUTE
               MOVE ZERO TO WS-SALARY-DUE
           END-IF.

       COMPUTE-LOAN-RECOVERY.
           MOVE ZERO TO WS-LOAN-OUTSTANDING
           MOVE ZERO TO WS-LOAN-DEDUCTION
           MOVE ZERO TO WS-LOAN-REMAINING
           MOVE ZERO TO WS-EMP-LOAN-COUNT
           PERFORM LOAD-LOAN-TABLE
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LN-EMPLOYEE-ID(WS-LOAN-IDX) = SEARCH-ID AND
                  WS-LN-STATUS(WS-LOAN-IDX) = "A"
                   ADD 1 TO WS-EMP-LOAN-COUNT
                   ADD WS-LN-BALANCE(WS-LOAN-IDX)
                       TO WS-LOAN-OUTSTANDING
               END-IF
           END-PERFORM
           IF WS-LOAN-OUTSTANDING > WS-GROSS-DUE
               MOVE WS-GROSS-DUE TO WS-LOAN-DEDUCTION
           ELSE
               MOVE WS-LOAN-OUTSTANDING TO WS-LOAN-DEDUCTION
           END-IF
           COMPUTE WS-LOAN-REMAINING =
               WS-LOAN-OUTSTANDING - WS-LOAN-DEDUCTION.

       LOAD-LOAN-TABLE.
           MOVE ZERO TO WS-LOAN-COUNT
           MOVE "N" TO WS-LIMIT-HIT
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LOAN-FILE INTO LOAN-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-LOAN-COUNT >= 5000
                           MOVE "Y" TO WS-LIMIT-HIT
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-LOAN-COUNT
                           MOVE LOAN-RECORD
                               TO WS-LOAN-ENTRY(WS-LOAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           MOVE "N" TO END-OF-FILE.

       SETTLE-LOANS.
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "Error opening loan-ledger.dat; loan "
                       "balances not updated."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-DEDUCTION TO WS-RECOVER-LEFT
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT OR
                         WS-RECOVER-LEFT = ZERO
               IF WS-LN-EMPLOYEE-ID(WS-LOAN-IDX) = SEARCH-ID AND
                  WS-LN-STATUS(WS-LOAN-IDX) = "A"
                   IF WS-LN-BALANCE(WS-LOAN-IDX) > WS-RECOVER-LEFT
                       MOVE WS-RECOVER-LEFT TO WS-LOAN-TAKE
                   ELSE
                       MOVE WS-LN-BALANCE(WS-LOAN-IDX)
                           TO WS-LOAN-TAKE
                   END-IF
                   SUBTRACT WS-LOAN-TAKE FROM
                       WS-LN-BALANCE(WS-LOAN-IDX)
                   SUBTRACT WS-LOAN-TAKE FROM WS-RECOVER-LEFT
                   IF WS-LN-BALANCE(WS-LOAN-IDX) = ZERO
                       MOVE "S" TO WS-LN-STATUS(WS-LOAN-IDX)
                   END-IF
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE SEARCH-ID TO LL-EMPLOYEE-ID
                   MOVE WS-LN-LOAN-NO(WS-LOAN-IDX) TO LL-LOAN-NO
                   MOVE "F" TO LL-ENTRY-TYPE
                   MOVE WS-TERM-DATE TO LL-PERIOD-END
                   MOVE WS-LOAN-TAKE TO LL-AMOUNT
                   MOVE WS-LN-BALANCE(WS-LOAN-IDX)
                       TO LL-BALANCE-AFTER
                   MOVE WS-TODAY TO LL-POSTED-DATE
                   WRITE LEDGER-RECORD
               END-IF
           END-PERFORM
           CLOSE LEDGER-FILE
           OPEN OUTPUT LOAN-FILE
           IF LOAN-STATUS NOT = "00"
               DISPLAY "Error writing loans.dat; loan balances "
                       "not updated."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE WS-LOAN-ENTRY(WS-LOAN-IDX) TO LOAN-RECORD
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-FILE.

       FIND-PAY-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND
           MOVE ZEROS TO WS-PERIOD-START
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE WS-FTE-PCT TO WS-FTE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING
               "FTE: " WS-FTE-DISPLAY DELIMITED BY SIZE
               "%  Working days (Mon-Sun): " WS-WORK-DAYS
                   DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING
               "Leave accrued to term date: " WS-ENTITLEMENT
                   DELIMITED BY SIZE
               "  Taken: " WS-TAKEN DELIMITED BY SIZE
               "  Balance: " WS-BALANCE-DISPLAY
           END-STRING
           WRITE STATEMENT-LINE
           MOVE WS-LEAVE-PAYOUT TO WS-MONEY-DISPLAY
           MOVE WS-DAY-RATE TO WS-RATE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING
               "Leave payout (balance x day rate "
                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-RATE-DISPLAY) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               WS-MONEY-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           IF WS-EMP-LOAN-COUNT > ZERO
               MOVE WS-LOAN-OUTSTANDING TO WS-MONEY-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING
                   "Outstanding loan/advance balance ("
                       DELIMITED BY SIZE
                   WS-EMP-LOAN-COUNT DELIMITED BY SIZE
                   " loan(s)): " DELIMITED BY SIZE
                   WS-MONEY-DISPLAY DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               MOVE WS-LOAN-DEDUCTION TO WS-MONEY-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING
                   "Less loan recovery from final pay: -"
                       DELIMITED BY SIZE
                   WS-MONEY-DISPLAY DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               IF WS-LOAN-REMAINING > ZERO
                   MOVE WS-LOAN-REMAINING TO WS-MONEY-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING
                       "Loan balance still owed after final pay: "
                           DELIMITED BY SIZE
                       WS-MONEY-DISPLAY DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
                   WRITE STATEMENT-LINE
               END-IF
           END-IF
           MOVE WS-TOTAL-DUE TO WS-MONEY-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING
           MOVE WS-LEAVE-PAYOUT TO FP-LEAVE-PAYOUT
           MOVE WS-TOTAL-DUE TO FP-TOTAL
           MOVE WS-TERM-DATE TO FP-TERM-DATE
           MOVE WS-LOAN-DEDUCTION TO FP-LOAN-DEDUCTION
           WRITE FINAL-PAY-RECORD
           CLOSE FINAL-PAY-FILE.

