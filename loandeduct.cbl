       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanDeduct.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE ASSIGN TO "payroll-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "loan-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO WS-DEDUCT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCT-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLL-FILE.
       01 PAYROLL-RECORD.
           05 PR-EMPLOYEE-ID        PIC 9(5).
           05 PR-EMPLOYEE-NAME      PIC X(30).
           05 PR-SALARY             PIC 9(7)V99.
           05 PR-DEPARTMENT         PIC X(15).
           05 PR-PERIOD-GROSS       PIC 9(7)V99.
           05 PR-PERIOD-START       PIC 9(8).
           05 PR-PERIOD-END         PIC 9(8).
           05 PR-EXT-NUMBER         PIC X(8).
           05 PR-COMPANY-CODE       PIC X(4).

       FD LOAN-FILE.
       01 LOAN-RECORD.
           COPY "LOANREC.CPY".

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           COPY "LOANLEDG.CPY".

       FD DEDUCT-FILE.
       01 DEDUCT-RECORD.
           05 LD-EMPLOYEE-ID    PIC 9(5).
           05 LD-LOAN-REF.
               10 LD-LOAN-TYPE  PIC X(2).
               10 LD-LOAN-NO    PIC 9(2).
           05 LD-DEDUCTION      PIC 9(7)V99.
           05 LD-BALANCE        PIC 9(7)V99.
           05 LD-PERIOD-END     PIC 9(8).
       01 DEDUCT-HEADER-RECORD.
           05 DH-MARKER         PIC X(3).
           05 DH-COMPANY-CODE   PIC X(4).
           05 DH-EMPLOYER-ID    PIC X(12).
           05 DH-RUN-DATE       PIC 9(8).
       01 DEDUCT-TRAILER-RECORD.
           05 DT-MARKER         PIC X(3).
           05 DT-RECORD-COUNT   PIC 9(5).
           05 DT-TOTAL-DED      PIC 9(11)V99.

       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 PAYROLL-STATUS        PIC XX.
       01 LOAN-STATUS           PIC XX.
       01 LEDGER-STATUS         PIC XX.
       01 DEDUCT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-LOAN-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-LOAN-IDX           PIC 9(4).
       01 WS-DEDUCT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REPAID-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LIMIT-HIT          PIC X VALUE "N".
       01 WS-AMOUNT             PIC 9(7)V99.
       01 WS-TOTAL-DED          PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-PERIOD-END         PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-FEED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-FEED-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-DEDUCT-NAME        PIC X(40)
           VALUE "loan-deduct.dat".
       01 COMPANY-STATUS        PIC XX.
       01 WS-COMPANY-FILTER     PIC X(4) VALUE SPACES.
       01 WS-PASS-FAILED        PIC X.
       01 WS-NO-COMPANY-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CO-USED            PIC 9(3) VALUE ZERO.
       01 WS-CO-IDX             PIC 9(3).
       01 WS-CO-OVER-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-CO-CODE       PIC X(4).
               10 WS-CO-EMPLOYER   PIC X(12).

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
               10 WS-LN-PERIOD-AMT     PIC 9(7)V99.
               10 WS-LN-PERIOD-BAL     PIC 9(7)V99.

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-DEDUCT-COUNT
           MOVE ZERO TO WS-REPAID-COUNT
           MOVE ZERO TO WS-TOTAL-DED

           PERFORM LOAD-LOAN-TABLE
           IF WS-LIMIT-HIT = "Y"
               DISPLAY "loans.dat holds more than 5000 loans; "
                       "no deductions taken."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           IF WS-LOAN-COUNT = ZERO
               DISPLAY "No loans on file; nothing to deduct."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM GET-PERIOD-END
           IF WS-PERIOD-END = ZERO
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM LOAD-PERIOD-DEDUCTIONS

           OPEN INPUT PAYROLL-FILE
           IF PAYROLL-STATUS NOT = "00"
               DISPLAY "Error opening payroll-extract.dat. Run "
                       "the Payroll Extract first."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "Error opening loan-ledger.dat; no "
                       "deductions taken."
               CLOSE PAYROLL-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PAYROLL-FILE INTO PAYROLL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM DEDUCT-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           CLOSE PAYROLL-FILE
           CLOSE LEDGER-FILE
           PERFORM SAVE-LOAN-TABLE

           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "loan-deduct.dat" TO WS-DEDUCT-NAME
           PERFORM RUN-FEED-PASS
           IF WS-PASS-FAILED = "Y"
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY "Loan deduction feed written to "
                   "loan-deduct.dat"
           DISPLAY "Deductions taken this run: " WS-DEDUCT-COUNT
           IF WS-PRIOR-COUNT > 0
               DISPLAY "Taken by an earlier run:   " WS-PRIOR-COUNT
           END-IF
           DISPLAY "Deduction lines: " WS-FEED-COUNT
           MOVE WS-FEED-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "Loan repayments:        " WS-TOTAL-DISPLAY
           DISPLAY "Loans fully repaid:     " WS-REPAID-COUNT
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY WS-NO-COMPANY-COUNT " deduction line(s) have "
                       "no company code and are on no company file."
           END-IF
           PERFORM WRITE-COMPANY-DEDUCTIONS
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       GET-PERIOD-END.
           MOVE ZERO TO WS-PERIOD-END
           OPEN INPUT PAYROLL-FILE
           IF PAYROLL-STATUS NOT = "00"
               DISPLAY "Error opening payroll-extract.dat. Run "
                       "the Payroll Extract first."
               EXIT PARAGRAPH
           END-IF
           READ PAYROLL-FILE INTO PAYROLL-RECORD
               AT END
                   DISPLAY "payroll-extract.dat is empty; nothing "
                           "to deduct."
               NOT AT END
                   MOVE PR-PERIOD-END TO WS-PERIOD-END
           END-READ
           CLOSE PAYROLL-FILE.

       LOAD-PERIOD-DEDUCTIONS.
           MOVE ZERO TO WS-PRIOR-COUNT
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE ZERO TO WS-LN-PERIOD-AMT(WS-LOAN-IDX)
               MOVE ZERO TO WS-LN-PERIOD-BAL(WS-LOAN-IDX)
           END-PERFORM
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEDGER-FILE INTO LEDGER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LL-ENTRY-TYPE = "D" AND
                          LL-PERIOD-END = WS-PERIOD-END
                           PERFORM MATCH-PERIOD-DEDUCTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE "N" TO END-OF-FILE.

       MATCH-PERIOD-DEDUCTION.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LN-EMPLOYEE-ID(WS-LOAN-IDX) = LL-EMPLOYEE-ID
                  AND WS-LN-LOAN-NO(WS-LOAN-IDX) = LL-LOAN-NO
                  AND WS-LN-LAST-DEDUCT(WS-LOAN-IDX) = LL-PERIOD-END
                   MOVE LL-AMOUNT TO WS-LN-PERIOD-AMT(WS-LOAN-IDX)
                   MOVE LL-BALANCE-AFTER
                       TO WS-LN-PERIOD-BAL(WS-LOAN-IDX)
                   ADD 1 TO WS-PRIOR-COUNT
               END-IF
           END-PERFORM.

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

       SAVE-LOAN-TABLE.
           OPEN OUTPUT LOAN-FILE
           IF LOAN-STATUS NOT = "00"
               DISPLAY "Error writing loans.dat; balances not "
                       "updated."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE WS-LOAN-ENTRY(WS-LOAN-IDX) TO LOAN-RECORD
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-FILE.

       DEDUCT-ONE-EMPLOYEE.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LN-EMPLOYEE-ID(WS-LOAN-IDX) = PR-EMPLOYEE-ID
                  AND WS-LN-STATUS(WS-LOAN-IDX) = "A"
                  AND WS-LN-START-PERIOD(WS-LOAN-IDX) <=
                      PR-PERIOD-END
                  AND WS-LN-LAST-DEDUCT(WS-LOAN-IDX) <
                      PR-PERIOD-END
                   PERFORM WRITE-ONE-DEDUCTION
               END-IF
           END-PERFORM.

       WRITE-ONE-DEDUCTION.
           IF WS-LN-PAID-COUNT(WS-LOAN-IDX) + 1 >=
              WS-LN-INSTALMENTS(WS-LOAN-IDX) OR
              WS-LN-INSTALMENT-AMT(WS-LOAN-IDX) >
              WS-LN-BALANCE(WS-LOAN-IDX)
               MOVE WS-LN-BALANCE(WS-LOAN-IDX) TO WS-AMOUNT
           ELSE
               MOVE WS-LN-INSTALMENT-AMT(WS-LOAN-IDX) TO WS-AMOUNT
           END-IF
           IF WS-AMOUNT = ZERO
               MOVE "P" TO WS-LN-STATUS(WS-LOAN-IDX)
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-AMOUNT FROM WS-LN-BALANCE(WS-LOAN-IDX)
           ADD 1 TO WS-LN-PAID-COUNT(WS-LOAN-IDX)
           MOVE PR-PERIOD-END TO WS-LN-LAST-DEDUCT(WS-LOAN-IDX)
           IF WS-LN-BALANCE(WS-LOAN-IDX) = ZERO
               MOVE "P" TO WS-LN-STATUS(WS-LOAN-IDX)
               ADD 1 TO WS-REPAID-COUNT
           END-IF

           MOVE WS-AMOUNT TO WS-LN-PERIOD-AMT(WS-LOAN-IDX)
           MOVE WS-LN-BALANCE(WS-LOAN-IDX)
               TO WS-LN-PERIOD-BAL(WS-LOAN-IDX)

           MOVE SPACES TO LEDGER-RECORD
           MOVE PR-EMPLOYEE-ID TO LL-EMPLOYEE-ID
           MOVE WS-LN-LOAN-NO(WS-LOAN-IDX) TO LL-LOAN-NO
           MOVE "D" TO LL-ENTRY-TYPE
           MOVE PR-PERIOD-END TO LL-PERIOD-END
           MOVE WS-AMOUNT TO LL-AMOUNT
           MOVE WS-LN-BALANCE(WS-LOAN-IDX) TO LL-BALANCE-AFTER
           MOVE WS-TODAY TO LL-POSTED-DATE
           WRITE LEDGER-RECORD

           ADD 1 TO WS-DEDUCT-COUNT
           ADD WS-AMOUNT TO WS-TOTAL-DED.

       RUN-FEED-PASS.
           MOVE "N" TO WS-PASS-FAILED
           MOVE ZERO TO WS-FEED-COUNT
           MOVE ZERO TO WS-FEED-TOTAL
           OPEN INPUT PAYROLL-FILE
           IF PAYROLL-STATUS NOT = "00"
               DISPLAY "Error opening payroll-extract.dat. Run "
                       "the Payroll Extract first."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-PASS-FAILED
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DEDUCT-FILE
           IF DEDUCT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-DEDUCT-NAME
               CLOSE PAYROLL-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-PASS-FAILED
               EXIT PARAGRAPH
           END-IF

           IF WS-COMPANY-FILTER NOT = SPACES
               MOVE SPACES TO DEDUCT-HEADER-RECORD
               MOVE "HDR" TO DH-MARKER
               MOVE WS-COMPANY-FILTER TO DH-COMPANY-CODE
               MOVE WS-CO-EMPLOYER(WS-CO-IDX) TO DH-EMPLOYER-ID
               MOVE WS-TODAY TO DH-RUN-DATE
               WRITE DEDUCT-HEADER-RECORD
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PAYROLL-FILE INTO PAYROLL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-COMPANY-FILTER = SPACES OR
                          PR-COMPANY-CODE = WS-COMPANY-FILTER
                           PERFORM FEED-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-COMPANY-FILTER NOT = SPACES
               MOVE SPACES TO DEDUCT-TRAILER-RECORD
               MOVE "TRL" TO DT-MARKER
               MOVE WS-FEED-COUNT TO DT-RECORD-COUNT
               MOVE WS-FEED-TOTAL TO DT-TOTAL-DED
               WRITE DEDUCT-TRAILER-RECORD
           END-IF

           CLOSE PAYROLL-FILE
           CLOSE DEDUCT-FILE
           MOVE "N" TO END-OF-FILE.

       FEED-ONE-EMPLOYEE.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LN-EMPLOYEE-ID(WS-LOAN-IDX) = PR-EMPLOYEE-ID
                  AND WS-LN-LAST-DEDUCT(WS-LOAN-IDX) =
                      PR-PERIOD-END
                  AND WS-LN-PERIOD-AMT(WS-LOAN-IDX) > ZERO
                   PERFORM WRITE-FEED-LINE
               END-IF
           END-PERFORM.

       WRITE-FEED-LINE.
           IF WS-COMPANY-FILTER = SPACES AND PR-COMPANY-CODE = SPACES
               ADD 1 TO WS-NO-COMPANY-COUNT
           END-IF
           MOVE SPACES TO DEDUCT-RECORD
           MOVE PR-EMPLOYEE-ID TO LD-EMPLOYEE-ID
           IF WS-LN-TYPE(WS-LOAN-IDX) = "A"
               MOVE "AD" TO LD-LOAN-TYPE
           ELSE
               MOVE "LN" TO LD-LOAN-TYPE
           END-IF
           MOVE WS-LN-LOAN-NO(WS-LOAN-IDX) TO LD-LOAN-NO
           MOVE WS-LN-PERIOD-AMT(WS-LOAN-IDX) TO LD-DEDUCTION
           MOVE WS-LN-PERIOD-BAL(WS-LOAN-IDX) TO LD-BALANCE
           MOVE PR-PERIOD-END TO LD-PERIOD-END
           WRITE DEDUCT-RECORD
           ADD 1 TO WS-FEED-COUNT
           ADD WS-LN-PERIOD-AMT(WS-LOAN-IDX) TO WS-FEED-TOTAL.

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

       WRITE-COMPANY-DEDUCTIONS.
           PERFORM LOAD-COMPANY-TABLE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               MOVE WS-CO-CODE(WS-CO-IDX) TO WS-COMPANY-FILTER
               MOVE SPACES TO WS-DEDUCT-NAME
               STRING
                   "loan-deduct-" DELIMITED BY SIZE
                   WS-COMPANY-FILTER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-DEDUCT-NAME
               END-STRING
               PERFORM RUN-FEED-PASS
               IF WS-PASS-FAILED = "N"
                   DISPLAY "Company " WS-COMPANY-FILTER ": "
                           WS-FEED-COUNT " line(s) to "
                           WS-DEDUCT-NAME
               END-IF
           END-PERFORM
           IF WS-CO-OVER-COUNT > 0
               DISPLAY WS-CO-OVER-COUNT " active company record(s) "
                       "beyond the first 100 in companies.dat have no "
                       "company deduction file."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "loan-deduct.dat" TO WS-DEDUCT-NAME.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
