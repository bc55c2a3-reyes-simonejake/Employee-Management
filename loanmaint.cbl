       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "loan-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       01 LOAN-RECORD.
           COPY "LOANREC.CPY".

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           COPY "LOANLEDG.CPY".

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 LOAN-STATUS          PIC XX.
       01 LEDGER-STATUS        PIC XX.
       01 FILE-STATUS          PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 CONTINUE-FLAG        PIC X.
       01 MENU-CHOICE          PIC 9.
       01 SEARCH-ID            PIC 9(5).
       01 WS-TODAY             PIC 9(8).
       01 WS-OPERATOR          PIC X(10).
       01 WS-EMP-FOUND         PIC X.
       01 WS-EMP-NAME          PIC X(30).
       01 WS-EMP-STATUS        PIC X(1).
       01 WS-LOAN-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-LOAN-IDX          PIC 9(4).
       01 WS-NEXT-LOAN-NO      PIC 9(2).
       01 WS-LISTED-COUNT      PIC 9(4).
       01 WS-INPUT-TYPE        PIC X(1).
       01 WS-INPUT-PRINCIPAL   PIC 9(7)V99.
       01 WS-INPUT-START       PIC 9(8).
       01 WS-INPUT-INSTALMENTS PIC 9(3).
       01 WS-INSTALMENT-AMT    PIC 9(7)V99.
       01 WS-CONFIRM           PIC X.
       01 WS-DATE-RESULT       PIC X(4).
       01 WS-AGE-DUMMY         PIC 9(2) VALUE ZERO.
       01 WS-AUDIT-AFTER       PIC X(120).
       01 WS-TOTAL-OUTSTANDING PIC 9(9)V99.
       01 WS-MONEY-DISPLAY     PIC Z,ZZZ,ZZ9.99.
       01 WS-MONEY-DISPLAY-2   PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-LOAN-TABLE
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 4
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Employee Loans and Advances"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Outstanding Loans"
               DISPLAY "2. View Employee Loans and Ledger"
               DISPLAY "3. Record New Loan / Salary Advance"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-OUTSTANDING
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM VIEW-EMPLOYEE-LOANS
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM ADD-LOAN
                       PERFORM PRESS-ENTER
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       LOAD-LOAN-TABLE.
           MOVE ZERO TO WS-LOAN-COUNT
           OPEN INPUT LOAN-FILE
           IF LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-LOAN-COUNT >= 5000
               READ LOAN-FILE INTO LOAN-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LOAN-RECORD
                           TO WS-LOAN-ENTRY(WS-LOAN-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

       SAVE-LOAN-TABLE.
           OPEN OUTPUT LOAN-FILE
           IF LOAN-STATUS NOT = "00"
               DISPLAY "Error writing loans.dat."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               MOVE WS-LOAN-ENTRY(WS-LOAN-IDX) TO LOAN-RECORD
               WRITE LOAN-RECORD
           END-PERFORM
           CLOSE LOAN-FILE.

       LOOK-UP-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               EXIT PARAGRAPH
           END-IF
           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   MOVE EMPLOYEE-NAME TO WS-EMP-NAME
                   MOVE EMPLOYEE-STATUS TO WS-EMP-STATUS
           END-READ
           CLOSE EMPLOYEE-FILE.

       LIST-OUTSTANDING.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO WS-TOTAL-OUTSTANDING
           DISPLAY "Emp ID | No | T | Start    | Paid    | "
                   "Instalment   | Balance"
           DISPLAY "-------|----|---|----------|---------|-"
                   "-------------|-------------"
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LN-STATUS(WS-LOAN-IDX) = "A"
                   PERFORM DISPLAY-LOAN-LINE
                   ADD 1 TO WS-LISTED-COUNT
                   ADD WS-LN-BALANCE(WS-LOAN-IDX)
                       TO WS-TOTAL-OUTSTANDING
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "No outstanding loans or advances."
           ELSE
               MOVE WS-TOTAL-OUTSTANDING TO WS-TOTAL-DISPLAY
               DISPLAY "Outstanding loans: " WS-LISTED-COUNT
                       "  Total balance: " WS-TOTAL-DISPLAY
           END-IF.

       DISPLAY-LOAN-LINE.
           MOVE WS-LN-INSTALMENT-AMT(WS-LOAN-IDX) TO WS-MONEY-DISPLAY
           MOVE WS-LN-BALANCE(WS-LOAN-IDX) TO WS-MONEY-DISPLAY-2
           DISPLAY WS-LN-EMPLOYEE-ID(WS-LOAN-IDX) "  | "
                   WS-LN-LOAN-NO(WS-LOAN-IDX) " | "
                   WS-LN-TYPE(WS-LOAN-IDX) " | "
                   WS-LN-START-PERIOD(WS-LOAN-IDX) " | "
                   WS-LN-PAID-COUNT(WS-LOAN-IDX) " of "
                   WS-LN-INSTALMENTS(WS-LOAN-IDX) " | "
                   WS-MONEY-DISPLAY " | "
                   WS-MONEY-DISPLAY-2.

       VIEW-EMPLOYEE-LOANS.
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-EMPLOYEE
           IF WS-EMP-FOUND = "Y"
               DISPLAY "Employee: " WS-EMP-NAME
           END-IF
           MOVE ZERO TO WS-LISTED-COUNT
           DISPLAY "Emp ID | No | T | Start    | Paid    | "
                   "Instalment   | Balance      | Status"
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LN-EMPLOYEE-ID(WS-LOAN-IDX) = SEARCH-ID
                   PERFORM DISPLAY-LOAN-LINE
                   EVALUATE WS-LN-STATUS(WS-LOAN-IDX)
                       WHEN "A"
                           DISPLAY "       Status: Active"
                       WHEN "P"
                           DISPLAY "       Status: Repaid"
                       WHEN "S"
                           DISPLAY "       Status: Settled "
                                   "from final pay"
                       WHEN OTHER
                           DISPLAY "       Status: "
                                   WS-LN-STATUS(WS-LOAN-IDX)
                   END-EVALUATE
                   ADD 1 TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "No loans on file for employee "
                       SEARCH-ID "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Ledger:"
           DISPLAY "No | E | Period   | Amount       | Balance "
                   "After  | Posted"
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "No ledger entries yet."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEDGER-FILE INTO LEDGER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LL-EMPLOYEE-ID = SEARCH-ID
                           MOVE LL-AMOUNT TO WS-MONEY-DISPLAY
                           MOVE LL-BALANCE-AFTER
                               TO WS-MONEY-DISPLAY-2
                           DISPLAY LL-LOAN-NO " | "
                                   LL-ENTRY-TYPE " | "
                                   LL-PERIOD-END " | "
                                   WS-MONEY-DISPLAY " | "
                                   WS-MONEY-DISPLAY-2 " | "
                                   LL-POSTED-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           DISPLAY "(E: I=issued D=period deduction "
                   "F=final pay settlement)".

       ADD-LOAN.
           IF WS-LOAN-COUNT >= 5000
               DISPLAY "Loan master is full."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-EMPLOYEE
           IF WS-EMP-FOUND = "N"
               DISPLAY "Employee not found!"
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-STATUS = "T"
               DISPLAY "Employee is terminated; cannot issue a "
                       "loan or advance."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee: " WS-EMP-NAME
           DISPLAY "Type (L=Staff Loan, A=Salary Advance): "
           ACCEPT WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           IF WS-INPUT-TYPE NOT = "L" AND WS-INPUT-TYPE NOT = "A"
               DISPLAY "Type must be L or A."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Principal amount (e.g. 000150000 = 1500.00): "
           ACCEPT WS-INPUT-PRINCIPAL
           IF WS-INPUT-PRINCIPAL IS NOT NUMERIC OR
              WS-INPUT-PRINCIPAL = ZEROS
               DISPLAY "Invalid principal."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "First deduction period - a date inside it "
                   "(YYYYMMDD): "
           ACCEPT WS-INPUT-START
           CALL "ValidDate" USING "DATE  " WS-INPUT-START
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               DISPLAY "Invalid start period date."
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-TYPE = "A"
               MOVE 1 TO WS-INPUT-INSTALMENTS
               DISPLAY "Salary advance is recovered in one "
                       "instalment."
           ELSE
               DISPLAY "Number of instalments (001-120): "
               ACCEPT WS-INPUT-INSTALMENTS
               IF WS-INPUT-INSTALMENTS IS NOT NUMERIC OR
                  WS-INPUT-INSTALMENTS = ZERO OR
                  WS-INPUT-INSTALMENTS > 120
                   DISPLAY "Invalid number of instalments."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE WS-INSTALMENT-AMT ROUNDED =
               WS-INPUT-PRINCIPAL / WS-INPUT-INSTALMENTS
           MOVE WS-INSTALMENT-AMT TO WS-MONEY-DISPLAY
           DISPLAY "Instalment amount per period: "
                   WS-MONEY-DISPLAY
           DISPLAY "(the last instalment clears any rounding "
                   "difference)"
           DISPLAY "Record this loan? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Loan not recorded."
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-NEXT-LOAN-NO
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
               IF WS-LN-EMPLOYEE-ID(WS-LOAN-IDX) = SEARCH-ID AND
                  WS-LN-LOAN-NO(WS-LOAN-IDX) > WS-NEXT-LOAN-NO
                   MOVE WS-LN-LOAN-NO(WS-LOAN-IDX)
                       TO WS-NEXT-LOAN-NO
               END-IF
           END-PERFORM
           IF WS-NEXT-LOAN-NO >= 99
               DISPLAY "Employee has reached the maximum number "
                       "of loans on file."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-LOAN-NO

           CALL "AuditUser" USING "GET   " WS-OPERATOR
           ADD 1 TO WS-LOAN-COUNT
           MOVE SEARCH-ID TO WS-LN-EMPLOYEE-ID(WS-LOAN-COUNT)
           MOVE WS-NEXT-LOAN-NO TO WS-LN-LOAN-NO(WS-LOAN-COUNT)
           MOVE WS-INPUT-TYPE TO WS-LN-TYPE(WS-LOAN-COUNT)
           MOVE WS-INPUT-PRINCIPAL TO WS-LN-PRINCIPAL(WS-LOAN-COUNT)
           MOVE WS-INPUT-START TO WS-LN-START-PERIOD(WS-LOAN-COUNT)
           MOVE WS-INPUT-INSTALMENTS
               TO WS-LN-INSTALMENTS(WS-LOAN-COUNT)
           MOVE WS-INSTALMENT-AMT
               TO WS-LN-INSTALMENT-AMT(WS-LOAN-COUNT)
           MOVE WS-INPUT-PRINCIPAL TO WS-LN-BALANCE(WS-LOAN-COUNT)
           MOVE ZERO TO WS-LN-PAID-COUNT(WS-LOAN-COUNT)
           MOVE ZERO TO WS-LN-LAST-DEDUCT(WS-LOAN-COUNT)
           MOVE "A" TO WS-LN-STATUS(WS-LOAN-COUNT)
           MOVE WS-OPERATOR TO WS-LN-ENTERED-BY(WS-LOAN-COUNT)
           MOVE WS-TODAY TO WS-LN-ENTERED-DATE(WS-LOAN-COUNT)
           PERFORM SAVE-LOAN-TABLE

           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF LEDGER-STATUS = "00"
               MOVE SPACES TO LEDGER-RECORD
               MOVE SEARCH-ID TO LL-EMPLOYEE-ID
               MOVE WS-NEXT-LOAN-NO TO LL-LOAN-NO
               MOVE "I" TO LL-ENTRY-TYPE
               MOVE WS-INPUT-START TO LL-PERIOD-END
               MOVE WS-INPUT-PRINCIPAL TO LL-AMOUNT
               MOVE WS-INPUT-PRINCIPAL TO LL-BALANCE-AFTER
               MOVE WS-TODAY TO LL-POSTED-DATE
               WRITE LEDGER-RECORD
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "Error opening loan-ledger.dat; issue "
                       "entry not written."
           END-IF

           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Loan=" WS-NEXT-LOAN-NO DELIMITED BY SIZE
               " Type=" WS-INPUT-TYPE DELIMITED BY SIZE
               " Principal=" WS-INPUT-PRINCIPAL DELIMITED BY SIZE
               " Inst=" WS-INPUT-INSTALMENTS DELIMITED BY SIZE
               " Start=" WS-INPUT-START DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "LOAN  " SEARCH-ID
               SPACES WS-AUDIT-AFTER
           DISPLAY "Loan " WS-NEXT-LOAN-NO " recorded for employee "
                   SEARCH-ID ".".

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
