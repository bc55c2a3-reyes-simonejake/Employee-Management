       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenefitRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "benefit-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "benefit-enroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO "benefit-deduct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCT-STATUS.
           SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "benefit-disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-STATUS.
           SELECT DISPUTE-NEW-FILE ASSIGN TO "benefit-disputes.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-NEW-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY "BENPLAN.CPY".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           05 BE-EMPLOYEE-ID    PIC 9(5).
           05 BE-PLAN-CODE      PIC X(4).
           05 BE-START-DATE     PIC 9(8).

       FD DEDUCT-FILE.
       01 DEDUCT-RECORD.
           05 BD-EMPLOYEE-ID    PIC 9(5).
           05 BD-PLAN-CODE      PIC X(4).
           05 BD-EMP-DEDUCTION  PIC 9(7)V99.
           05 BD-ER-CONTRIB     PIC 9(7)V99.
           05 BD-PERIOD-END     PIC 9(8).

       FD INVOICE-FILE.
       01 INVOICE-RECORD.
           COPY "CARRINV.CPY".

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD DISPUTE-FILE.
       01 DISPUTE-RECORD.
           COPY "BENDISP.CPY".

       FD DISPUTE-NEW-FILE.
       01 DISPUTE-NEW-RECORD     PIC X(63).

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 PLAN-STATUS           PIC XX.
       01 ENROLL-STATUS         PIC XX.
       01 DEDUCT-STATUS         PIC XX.
       01 INVOICE-STATUS        PIC XX.
       01 FILE-STATUS           PIC XX.
       01 DISPUTE-STATUS        PIC XX.
       01 DISPUTE-NEW-STATUS    PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 MENU-CHOICE           PIC 9.
       01 WS-CONFIRM            PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR     PIC 9(4).
           05 WS-TODAY-MONTH    PIC 9(2).
           05 WS-TODAY-DAY      PIC 9(2).
       01 WS-INVOICE-NAME       PIC X(60).
       01 WS-REPORT-NAME        PIC X(60).
       01 WS-PLAN-CODE          PIC X(4).
       01 WS-PLAN-FOUND         PIC X.
       01 WS-PLAN-DESC          PIC X(30).
       01 WS-PLAN-EMP-RATE      PIC 9(2)V99.
       01 WS-PLAN-ER-RATE       PIC 9(2)V99.
       01 WS-MONTH              PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MONTH-YEAR     PIC 9(4).
           05 WS-MONTH-MM       PIC 9(2).
       01 WS-MONTH-START        PIC 9(8).
       01 WS-MONTH-END          PIC 9(8).
       01 WS-NEXT-MONTH-START   PIC 9(8).
       01 WS-NEXT-PARTS REDEFINES WS-NEXT-MONTH-START.
           05 WS-NEXT-YEAR      PIC 9(4).
           05 WS-NEXT-MM        PIC 9(2).
           05 WS-NEXT-DD        PIC 9(2).
       01 WS-DATE-INT           PIC 9(8).
       01 WS-EMPLOYEES-OPEN     PIC X VALUE "N".
       01 WS-EMP-FOUND          PIC X.
       01 WS-EXCEPTION-TYPE     PIC X(3).
       01 WS-EXCEPTION-TEXT     PIC X(34).
       01 WS-BILLED             PIC 9(5)V99.
       01 WS-EXPECTED           PIC 9(5)V99.
       01 WS-CLAIM              PIC 9(5)V99.
       01 WS-DIFFERENCE         PIC S9(5)V99.
       01 WS-TOLERANCE          PIC 9V99 VALUE 0.01.
       01 WS-BILLED-DISPLAY     PIC ZZ,ZZ9.99.
       01 WS-EXPECTED-DISPLAY   PIC ZZ,ZZ9.99.
       01 WS-CLAIM-DISPLAY      PIC ZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-WRONG-PLAN-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-BNE-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ENB-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-BAT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-PRM-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-DUP-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-MATCH-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-BILLED       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-EXPECTED     PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CLAIM        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-UNDER        PIC 9(11)V99 VALUE ZERO.
       01 WS-DISPUTE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-OLD-MONTH-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-DISPUTE-FAILED     PIC X.
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-DISPUTE-FILENAME   PIC X(255)
           VALUE "benefit-disputes.dat".
       01 WS-DISPUTE-TMP-NAME   PIC X(255)
           VALUE "benefit-disputes.tmp".
       01 WS-AGE-MONTHS         PIC 9(4).
       01 WS-AGE-BAND           PIC X(10).
       01 WS-AGED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-BAND-1-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-BAND-2-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-BAND-3-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-BAND-4-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-RESOLVE-ID         PIC 9(5).
       01 WS-RESOLVE-TYPE       PIC X(3).
       01 WS-RESOLVED           PIC X.
       01 WS-AUDIT-BEFORE       PIC X(120).
       01 WS-AUDIT-AFTER        PIC X(120).
       01 WS-NO-EMPLOYEE        PIC 9(5) VALUE ZERO.

       01 WS-PLAN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-PLAN-IDX           PIC 9(3).
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
               10 WS-PL-CODE       PIC X(4).
               10 WS-PL-DESC       PIC X(30).
               10 WS-PL-EMP-RATE   PIC 9(2)V99.
               10 WS-PL-ER-RATE    PIC 9(2)V99.

       01 WS-BILL-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-BILL-IDX           PIC 9(5).
       01 WS-BILL-SCAN          PIC 9(5).
       01 WS-BILL-FULL          PIC X.
       01 WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 20000 TIMES.
               10 WS-BL-ID         PIC 9(5).
               10 WS-BL-PREMIUM    PIC 9(5)V99.

       01 WS-ENR-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ENR-IDX            PIC 9(5).
       01 WS-ENR-FOUND          PIC 9(5).
       01 WS-ENR-FULL           PIC X.
       01 WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 20000 TIMES.
               10 WS-ER-ID         PIC 9(5).
               10 WS-ER-START      PIC 9(8).
               10 WS-ER-BILLED     PIC X(1).

       01 WS-DED-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-DED-IDX            PIC 9(5).
       01 WS-DED-FOUND          PIC 9(5).
       01 WS-DED-FULL           PIC X.
       01 WS-DED-TABLE.
           05 WS-DED-ENTRY OCCURS 20000 TIMES.
               10 WS-DD-ID         PIC 9(5).
               10 WS-DD-PREMIUM    PIC 9(7)V99.

       01 WS-KEEP-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-KEEP-IDX           PIC 9(4).
       01 WS-KEEP-FULL          PIC X.
       01 WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY OCCURS 2000 TIMES.
               10 WS-KP-ID         PIC 9(5).
               10 WS-KP-TYPE       PIC X(3).
               10 WS-KP-DATE       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ZERO TO MENU-CHOICE
           PERFORM UNTIL MENU-CHOICE = 4
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "   Benefit Carrier Invoice Reconciliation"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. Reconcile a Carrier Invoice"
               DISPLAY "2. Aged List of Open Disputes"
               DISPLAY "3. Mark a Dispute Resolved"
               DISPLAY "4. Return to Main Menu"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM RECONCILE-INVOICE
                       PERFORM PRESS-ENTER
                   WHEN 2
                       PERFORM AGED-DISPUTE-LIST
                       PERFORM PRESS-ENTER
                   WHEN 3
                       PERFORM RESOLVE-DISPUTE
                       PERFORM PRESS-ENTER
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM
           EXIT PROGRAM.

       RECONCILE-INVOICE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-PLAN-TABLE
           DISPLAY "Enter Plan Code: "
           ACCEPT WS-PLAN-CODE
           MOVE FUNCTION UPPER-CASE(WS-PLAN-CODE) TO WS-PLAN-CODE
           PERFORM FIND-PLAN
           IF WS-PLAN-FOUND = "N"
               DISPLAY "Plan not found on benefit-plans.dat."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Coverage Month (YYYYMM): "
           ACCEPT WS-MONTH
           IF WS-MONTH IS NOT NUMERIC OR
              WS-MONTH-MM < 1 OR WS-MONTH-MM > 12 OR
              WS-MONTH-YEAR < 1900
               DISPLAY "Invalid coverage month."
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-MONTH-BOUNDS

           MOVE SPACES TO WS-INVOICE-NAME
           STRING
               "carrier-invoice-" DELIMITED BY SIZE
               WS-PLAN-CODE DELIMITED BY SPACE
               "-" WS-MONTH ".dat" DELIMITED BY SIZE
               INTO WS-INVOICE-NAME
           END-STRING
           MOVE FUNCTION LOWER-CASE(WS-INVOICE-NAME)
               TO WS-INVOICE-NAME
           PERFORM LOAD-INVOICE
           IF INVOICE-STATUS NOT = "00" AND INVOICE-STATUS NOT = "10"
               DISPLAY "Carrier invoice " FUNCTION TRIM(WS-INVOICE-NAME)
                       " not found."
               EXIT PARAGRAPH
           END-IF
           IF WS-BILL-FULL = "Y"
               DISPLAY "Invoice has more than 20000 lines; "
                       "reconciliation not run."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ENROLLMENTS
           IF WS-ENR-FULL = "Y"
               DISPLAY "benefit-enroll.dat has more than 20000 "
                       "enrollments for this plan; reconciliation "
                       "not run."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DEDUCTIONS
           IF WS-DED-FULL = "Y"
               DISPLAY "benefit-deduct.dat has more than 20000 "
                       "employees deducted for this plan and month; "
                       "reconciliation not run."
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-EXISTING-MONTH
           IF WS-OLD-MONTH-COUNT > ZERO
               DISPLAY WS-OLD-MONTH-COUNT " dispute(s) already on "
                       "file for " WS-PLAN-CODE " " WS-MONTH "."
               DISPLAY "Re-run and replace them (resolved items stay "
                       "resolved)? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Reconciliation not run."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "benefit-recon-" DELIMITED BY SIZE
               WS-PLAN-CODE DELIMITED BY SPACE
               "-" WS-MONTH ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           MOVE FUNCTION LOWER-CASE(WS-REPORT-NAME) TO WS-REPORT-NAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-REPORT-NAME
               EXIT PARAGRAPH
           END-IF

           PERFORM START-DISPUTE-REWRITE
           IF WS-DISPUTE-FAILED = "Y"
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EMPLOYEES-OPEN
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS = "00"
               MOVE "Y" TO WS-EMPLOYEES-OPEN
           END-IF

           PERFORM RESET-RECON-TOTALS
           PERFORM WRITE-RECON-HEADER
           PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                   UNTIL WS-BILL-IDX > WS-BILL-COUNT
               PERFORM CHECK-BILLED-LINE
           END-PERFORM
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF WS-ER-BILLED(WS-ENR-IDX) = "N"
                   PERFORM CHECK-UNBILLED-ENROLLMENT
               END-IF
           END-PERFORM
           PERFORM WRITE-RECON-TOTALS

           IF WS-EMPLOYEES-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE DISPUTE-NEW-FILE
           PERFORM REPLACE-DISPUTE-FILE

           DISPLAY "Reconciliation written to "
                   FUNCTION TRIM(WS-REPORT-NAME)
           DISPLAY "Invoice lines: " WS-BILL-COUNT
                   "  Matched: " WS-MATCH-COUNT
           DISPLAY "Billed not enrolled:     " WS-BNE-COUNT
           DISPLAY "Billed after termination: " WS-BAT-COUNT
           DISPLAY "Billed twice:            " WS-DUP-COUNT
           DISPLAY "Premium differences:     " WS-PRM-COUNT
           DISPLAY "Enrolled not billed:     " WS-ENB-COUNT
           MOVE WS-TOTAL-CLAIM TO WS-TOTAL-DISPLAY
           DISPLAY "Overbilling to claim back: " WS-TOTAL-DISPLAY
           IF WS-WRONG-PLAN-COUNT > ZERO
               DISPLAY WS-WRONG-PLAN-COUNT " invoice line(s) carry "
                       "another plan code or month and were skipped."
           END-IF
           IF WS-EMPLOYEES-OPEN = "N"
               DISPLAY "Warning: employees.dat could not be opened; "
                       "termination dates were not checked."
           END-IF
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Plan=" WS-PLAN-CODE " Month=" WS-MONTH
                   DELIMITED BY SIZE
               " Lines=" WS-BILL-COUNT " Disputes=" WS-DISPUTE-COUNT
                   DELIMITED BY SIZE
               " Claim=" WS-TOTAL-CLAIM DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "BENREC" WS-NO-EMPLOYEE
               SPACES WS-AUDIT-AFTER.

       SET-MONTH-BOUNDS.
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1
           MOVE WS-MONTH-START TO WS-NEXT-MONTH-START
           ADD 1 TO WS-NEXT-MM
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YEAR
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-MONTH-END.

       RESET-RECON-TOTALS.
           MOVE ZERO TO WS-BNE-COUNT
           MOVE ZERO TO WS-ENB-COUNT
           MOVE ZERO TO WS-BAT-COUNT
           MOVE ZERO TO WS-PRM-COUNT
           MOVE ZERO TO WS-DUP-COUNT
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-TOTAL-BILLED
           MOVE ZERO TO WS-TOTAL-EXPECTED
           MOVE ZERO TO WS-TOTAL-CLAIM
           MOVE ZERO TO WS-TOTAL-UNDER
           MOVE ZERO TO WS-DISPUTE-COUNT.

       LOAD-PLAN-TABLE.
           MOVE ZERO TO WS-PLAN-COUNT
           OPEN INPUT PLAN-FILE
           IF PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-PLAN-COUNT >= 100
               READ PLAN-FILE INTO PLAN-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE BP-CODE TO WS-PL-CODE(WS-PLAN-COUNT)
                       MOVE BP-DESC TO WS-PL-DESC(WS-PLAN-COUNT)
                       MOVE BP-EMP-RATE
                           TO WS-PL-EMP-RATE(WS-PLAN-COUNT)
                       MOVE BP-ER-RATE
                           TO WS-PL-ER-RATE(WS-PLAN-COUNT)
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

       FIND-PLAN.
           MOVE "N" TO WS-PLAN-FOUND
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PL-CODE(WS-PLAN-IDX) = WS-PLAN-CODE
                   MOVE "Y" TO WS-PLAN-FOUND
                   MOVE WS-PL-DESC(WS-PLAN-IDX) TO WS-PLAN-DESC
                   MOVE WS-PL-EMP-RATE(WS-PLAN-IDX)
                       TO WS-PLAN-EMP-RATE
                   MOVE WS-PL-ER-RATE(WS-PLAN-IDX)
                       TO WS-PLAN-ER-RATE
               END-IF
           END-PERFORM.

       LOAD-INVOICE.
           MOVE ZERO TO WS-BILL-COUNT
           MOVE ZERO TO WS-WRONG-PLAN-COUNT
           MOVE "N" TO WS-BILL-FULL
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ INVOICE-FILE INTO INVOICE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ADD-INVOICE-LINE
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE.

       ADD-INVOICE-LINE.
           IF CI-EMPLOYEE-ID IS NOT NUMERIC OR
              CI-PREMIUM IS NOT NUMERIC
               ADD 1 TO WS-WRONG-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CI-PLAN-CODE) TO CI-PLAN-CODE
           IF CI-PLAN-CODE NOT = WS-PLAN-CODE OR
              (CI-COVERAGE-MONTH IS NUMERIC AND
               CI-COVERAGE-MONTH NOT = ZEROS AND
               CI-COVERAGE-MONTH NOT = WS-MONTH)
               ADD 1 TO WS-WRONG-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-BILL-COUNT >= 20000
               MOVE "Y" TO WS-BILL-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BILL-COUNT
           MOVE CI-EMPLOYEE-ID TO WS-BL-ID(WS-BILL-COUNT)
           MOVE CI-PREMIUM TO WS-BL-PREMIUM(WS-BILL-COUNT).

       LOAD-ENROLLMENTS.
           MOVE ZERO TO WS-ENR-COUNT
           MOVE "N" TO WS-ENR-FULL
           OPEN INPUT ENROLL-FILE
           IF ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ENROLL-FILE INTO ENROLL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BE-PLAN-CODE = WS-PLAN-CODE AND
                          BE-START-DATE IS NUMERIC AND
                          BE-START-DATE <= WS-MONTH-END
                           IF WS-ENR-COUNT >= 20000
                               MOVE "Y" TO WS-ENR-FULL
                           ELSE
                               ADD 1 TO WS-ENR-COUNT
                               MOVE BE-EMPLOYEE-ID
                                   TO WS-ER-ID(WS-ENR-COUNT)
                               MOVE BE-START-DATE
                                   TO WS-ER-START(WS-ENR-COUNT)
                               MOVE "N" TO WS-ER-BILLED(WS-ENR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLL-FILE.

       LOAD-DEDUCTIONS.
           MOVE ZERO TO WS-DED-COUNT
           MOVE "N" TO WS-DED-FULL
           OPEN INPUT DEDUCT-FILE
           IF DEDUCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DEDUCT-FILE INTO DEDUCT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BD-EMPLOYEE-ID IS NUMERIC AND
                          BD-PLAN-CODE = WS-PLAN-CODE AND
                          BD-EMP-DEDUCTION IS NUMERIC AND
                          BD-ER-CONTRIB IS NUMERIC AND
                          BD-PERIOD-END IS NUMERIC AND
                          BD-PERIOD-END >= WS-MONTH-START AND
                          BD-PERIOD-END <= WS-MONTH-END
                           PERFORM ADD-MONTH-DEDUCTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCT-FILE.

       ADD-MONTH-DEDUCTION.
           MOVE ZERO TO WS-DED-FOUND
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT OR
                         WS-DED-FOUND NOT = ZERO
               IF WS-DD-ID(WS-DED-IDX) = BD-EMPLOYEE-ID
                   MOVE WS-DED-IDX TO WS-DED-FOUND
               END-IF
           END-PERFORM
           IF WS-DED-FOUND = ZERO
               IF WS-DED-COUNT >= 20000
                   MOVE "Y" TO WS-DED-FULL
                   MOVE "Y" TO END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DED-COUNT
               MOVE WS-DED-COUNT TO WS-DED-FOUND
               MOVE BD-EMPLOYEE-ID TO WS-DD-ID(WS-DED-FOUND)
               MOVE ZERO TO WS-DD-PREMIUM(WS-DED-FOUND)
           END-IF
           COMPUTE WS-DD-PREMIUM(WS-DED-FOUND) =
               WS-DD-PREMIUM(WS-DED-FOUND) +
               BD-EMP-DEDUCTION + BD-ER-CONTRIB.

       CHECK-BILLED-LINE.
           MOVE WS-BL-PREMIUM(WS-BILL-IDX) TO WS-BILLED
           ADD WS-BILLED TO WS-TOTAL-BILLED
           MOVE ZERO TO WS-EXPECTED
           MOVE ZERO TO WS-CLAIM

           PERFORM VARYING WS-BILL-SCAN FROM 1 BY 1
                   UNTIL WS-BILL-SCAN >= WS-BILL-IDX
               IF WS-BL-ID(WS-BILL-SCAN) = WS-BL-ID(WS-BILL-IDX)
                   MOVE WS-BILL-IDX TO WS-BILL-SCAN
                   MOVE "DUP" TO WS-EXCEPTION-TYPE
                   MOVE "Billed more than once this month"
                       TO WS-EXCEPTION-TEXT
                   MOVE WS-BILLED TO WS-CLAIM
                   ADD 1 TO WS-DUP-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM READ-BILLED-EMPLOYEE
           IF WS-EMP-FOUND = "Y" AND EMPLOYEE-STATUS = "T" AND
              TERMINATION-DATE IS NUMERIC AND
              TERMINATION-DATE < WS-MONTH-START
               MOVE "BAT" TO WS-EXCEPTION-TYPE
               MOVE "Billed after termination"
                   TO WS-EXCEPTION-TEXT
               MOVE WS-BILLED TO WS-CLAIM
               ADD 1 TO WS-BAT-COUNT
               PERFORM MARK-ENROLLMENT-BILLED
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM MARK-ENROLLMENT-BILLED
           IF WS-ENR-FOUND = ZERO
               MOVE "BNE" TO WS-EXCEPTION-TYPE
               IF WS-EMP-FOUND = "N" AND WS-EMPLOYEES-OPEN = "Y"
                   MOVE "Billed, not on the employee master"
                       TO WS-EXCEPTION-TEXT
               ELSE
                   MOVE "Billed but not enrolled"
                       TO WS-EXCEPTION-TEXT
               END-IF
               MOVE WS-BILLED TO WS-CLAIM
               ADD 1 TO WS-BNE-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-EXPECTED-PREMIUM
           ADD WS-EXPECTED TO WS-TOTAL-EXPECTED
           COMPUTE WS-DIFFERENCE = WS-BILLED - WS-EXPECTED
           IF WS-DIFFERENCE > WS-TOLERANCE
               MOVE "PRM" TO WS-EXCEPTION-TYPE
               MOVE "Premium above BP-EMP-RATE+BP-ER-RATE"
                   TO WS-EXCEPTION-TEXT
               MOVE WS-DIFFERENCE TO WS-CLAIM
               ADD 1 TO WS-PRM-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-DIFFERENCE < ZERO AND
              (WS-DIFFERENCE * -1) > WS-TOLERANCE
               MOVE "PRM" TO WS-EXCEPTION-TYPE
               MOVE "Premium below expected (underbilled)"
                   TO WS-EXCEPTION-TEXT
               COMPUTE WS-TOTAL-UNDER =
                   WS-TOTAL-UNDER - WS-DIFFERENCE
               ADD 1 TO WS-PRM-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCH-COUNT.

       READ-BILLED-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           IF WS-EMPLOYEES-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BL-ID(WS-BILL-IDX) TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.

       MARK-ENROLLMENT-BILLED.
           MOVE ZERO TO WS-ENR-FOUND
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
                   UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF WS-ER-ID(WS-ENR-IDX) = WS-BL-ID(WS-BILL-IDX)
                   MOVE WS-ENR-IDX TO WS-ENR-FOUND
                   MOVE "Y" TO WS-ER-BILLED(WS-ENR-IDX)
               END-IF
           END-PERFORM.

       SET-EXPECTED-PREMIUM.
           MOVE ZERO TO WS-DED-FOUND
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DD-ID(WS-DED-IDX) = WS-BL-ID(WS-BILL-IDX)
                   MOVE WS-DED-IDX TO WS-DED-FOUND
               END-IF
           END-PERFORM
           IF WS-DED-FOUND NOT = ZERO
               MOVE WS-DD-PREMIUM(WS-DED-FOUND) TO WS-EXPECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-FOUND = "Y"
               COMPUTE WS-EXPECTED ROUNDED =
                   SALARY / 12 *
                   (WS-PLAN-EMP-RATE + WS-PLAN-ER-RATE) / 100
                   ON SIZE ERROR
                       MOVE ZERO TO WS-EXPECTED
               END-COMPUTE
           END-IF.

       CHECK-UNBILLED-ENROLLMENT.
           MOVE WS-ER-ID(WS-ENR-IDX) TO EMPLOYEE-ID
           MOVE "N" TO WS-EMP-FOUND
           IF WS-EMPLOYEES-OPEN = "Y"
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-EMP-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-FOUND
               END-READ
           END-IF
           IF WS-EMP-FOUND = "Y" AND EMPLOYEE-STATUS = "T" AND
              TERMINATION-DATE IS NUMERIC AND
              TERMINATION-DATE < WS-MONTH-START
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-BILLED
           MOVE ZERO TO WS-CLAIM
           MOVE ZERO TO WS-EXPECTED
           MOVE ZERO TO WS-DED-FOUND
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DD-ID(WS-DED-IDX) = WS-ER-ID(WS-ENR-IDX)
                   MOVE WS-DED-IDX TO WS-DED-FOUND
               END-IF
           END-PERFORM
           IF WS-DED-FOUND NOT = ZERO
               MOVE WS-DD-PREMIUM(WS-DED-FOUND) TO WS-EXPECTED
           ELSE
               IF WS-EMP-FOUND = "Y"
                   COMPUTE WS-EXPECTED ROUNDED =
                       SALARY / 12 *
                       (WS-PLAN-EMP-RATE + WS-PLAN-ER-RATE) / 100
                       ON SIZE ERROR
                           MOVE ZERO TO WS-EXPECTED
                   END-COMPUTE
               END-IF
           END-IF
           MOVE "ENB" TO WS-EXCEPTION-TYPE
           MOVE "Enrolled but not billed" TO WS-EXCEPTION-TEXT
           ADD 1 TO WS-ENB-COUNT
           MOVE WS-ER-ID(WS-ENR-IDX) TO WS-RESOLVE-ID
           PERFORM WRITE-ENB-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE WS-BILLED TO WS-BILLED-DISPLAY
           MOVE WS-EXPECTED TO WS-EXPECTED-DISPLAY
           MOVE WS-CLAIM TO WS-CLAIM-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-EXCEPTION-TYPE DELIMITED BY SIZE
               "  " WS-BL-ID(WS-BILL-IDX) DELIMITED BY SIZE
               "  " WS-EXCEPTION-TEXT DELIMITED BY SIZE
               " " WS-BILLED-DISPLAY DELIMITED BY SIZE
               " " WS-EXPECTED-DISPLAY DELIMITED BY SIZE
               " " WS-CLAIM-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-CLAIM > ZERO
               ADD WS-CLAIM TO WS-TOTAL-CLAIM
               MOVE WS-BL-ID(WS-BILL-IDX) TO WS-RESOLVE-ID
               PERFORM WRITE-DISPUTE-RECORD
           END-IF.

       WRITE-ENB-LINE.
           MOVE WS-BILLED TO WS-BILLED-DISPLAY
           MOVE WS-EXPECTED TO WS-EXPECTED-DISPLAY
           MOVE WS-CLAIM TO WS-CLAIM-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-EXCEPTION-TYPE DELIMITED BY SIZE
               "  " WS-RESOLVE-ID DELIMITED BY SIZE
               "  " WS-EXCEPTION-TEXT DELIMITED BY SIZE
               " " WS-BILLED-DISPLAY DELIMITED BY SIZE
               " " WS-EXPECTED-DISPLAY DELIMITED BY SIZE
               " " WS-CLAIM-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-RECON-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING
               "Employee Management System - Benefit Carrier "
                   DELIMITED BY SIZE
               "Invoice Reconciliation" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Plan: " WS-PLAN-CODE " " WS-PLAN-DESC
                   DELIMITED BY SIZE
               "  Coverage Month: " WS-MONTH DELIMITED BY SIZE
               "  Run Date: " WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Invoice: " DELIMITED BY SIZE
               WS-INVOICE-NAME DELIMITED BY SPACE
               "  Expected premium = benefit-deduct.dat, or "
                   DELIMITED BY SIZE
               "salary/12 x (BP-EMP-RATE+BP-ER-RATE)%"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Typ  ID     Exception                         "
                   DELIMITED BY SIZE
               "     Billed  Expected     Claim" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "---  -----  ----------------------------------"
                   DELIMITED BY SIZE
               " --------- --------- ---------" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-RECON-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING
               "Invoice lines: " WS-BILL-COUNT DELIMITED BY SIZE
               "  Matched: " WS-MATCH-COUNT DELIMITED BY SIZE
               "  BNE: " WS-BNE-COUNT DELIMITED BY SIZE
               "  BAT: " WS-BAT-COUNT DELIMITED BY SIZE
               "  DUP: " WS-DUP-COUNT DELIMITED BY SIZE
               "  PRM: " WS-PRM-COUNT DELIMITED BY SIZE
               "  ENB: " WS-ENB-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-BILLED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "Total billed:              " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-EXPECTED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "Expected (enrolled lines): " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-UNDER TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "Underbilled:               " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-CLAIM TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "OVERBILLING TO CLAIM BACK: " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE
               "  (" WS-DISPUTE-COUNT " disputed item(s))"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-WRONG-PLAN-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING
                   "Invoice lines skipped (other plan/month or "
                       DELIMITED BY SIZE
                   "unreadable): " WS-WRONG-PLAN-COUNT
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       COUNT-EXISTING-MONTH.
           MOVE ZERO TO WS-OLD-MONTH-COUNT
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DISPUTE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BX-PLAN-CODE = WS-PLAN-CODE AND
                          BX-MONTH = WS-MONTH
                           ADD 1 TO WS-OLD-MONTH-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE.

       START-DISPUTE-REWRITE.
           MOVE "N" TO WS-DISPUTE-FAILED
           MOVE ZERO TO WS-KEEP-COUNT
           MOVE "N" TO WS-KEEP-FULL
           OPEN OUTPUT DISPUTE-NEW-FILE
           IF DISPUTE-NEW-STATUS NOT = "00"
               DISPLAY "Error creating benefit-disputes.tmp; "
                       "reconciliation not run."
               MOVE "Y" TO WS-DISPUTE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DISPUTE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BX-PLAN-CODE = WS-PLAN-CODE AND
                          BX-MONTH = WS-MONTH
                           PERFORM KEEP-RESOLVED-STATUS
                       ELSE
                           MOVE DISPUTE-RECORD TO DISPUTE-NEW-RECORD
                           WRITE DISPUTE-NEW-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           IF WS-KEEP-FULL = "Y"
               DISPLAY "benefit-disputes.dat holds more than 2000 "
                       "resolved disputes for this plan and month; "
                       "reconciliation not run."
               CLOSE DISPUTE-NEW-FILE
               CALL "CBL_DELETE_FILE" USING WS-DISPUTE-TMP-NAME
                   RETURNING WS-DELETE-STATUS
               MOVE "Y" TO WS-DISPUTE-FAILED
           END-IF.

       KEEP-RESOLVED-STATUS.
           IF BX-STATUS = "R" AND WS-KEEP-COUNT >= 2000
               MOVE "Y" TO WS-KEEP-FULL
               MOVE "Y" TO END-OF-FILE
               EXIT PARAGRAPH
           END-IF
           IF BX-STATUS = "R"
               ADD 1 TO WS-KEEP-COUNT
               MOVE BX-EMPLOYEE-ID TO WS-KP-ID(WS-KEEP-COUNT)
               MOVE BX-TYPE TO WS-KP-TYPE(WS-KEEP-COUNT)
               MOVE BX-STATUS-DATE TO WS-KP-DATE(WS-KEEP-COUNT)
           END-IF.

       WRITE-DISPUTE-RECORD.
           MOVE SPACES TO DISPUTE-RECORD
           MOVE WS-PLAN-CODE TO BX-PLAN-CODE
           MOVE WS-MONTH TO BX-MONTH
           MOVE WS-RESOLVE-ID TO BX-EMPLOYEE-ID
           MOVE WS-EXCEPTION-TYPE TO BX-TYPE
           MOVE WS-BILLED TO BX-BILLED
           MOVE WS-EXPECTED TO BX-EXPECTED
           MOVE WS-CLAIM TO BX-CLAIM
           MOVE WS-TODAY TO BX-RUN-DATE
           MOVE "O" TO BX-STATUS
           MOVE WS-TODAY TO BX-STATUS-DATE
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-COUNT
               IF WS-KP-ID(WS-KEEP-IDX) = WS-RESOLVE-ID AND
                  WS-KP-TYPE(WS-KEEP-IDX) = WS-EXCEPTION-TYPE
                   MOVE "R" TO BX-STATUS
                   MOVE WS-KP-DATE(WS-KEEP-IDX) TO BX-STATUS-DATE
               END-IF
           END-PERFORM
           MOVE DISPUTE-RECORD TO DISPUTE-NEW-RECORD
           WRITE DISPUTE-NEW-RECORD
           ADD 1 TO WS-DISPUTE-COUNT.

       REPLACE-DISPUTE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-DISPUTE-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING WS-DISPUTE-TMP-NAME
               WS-DISPUTE-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS NOT = 0
               DISPLAY "Error saving benefit-disputes.dat; the "
                       "disputes are in benefit-disputes.tmp."
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-DISPUTE-TMP-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF.

       AGED-DISPUTE-LIST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Enter Plan Code (blank = all plans): "
           ACCEPT WS-PLAN-CODE
           MOVE FUNCTION UPPER-CASE(WS-PLAN-CODE) TO WS-PLAN-CODE
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-STATUS NOT = "00"
               DISPLAY "No disputes on file (benefit-disputes.dat)."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "benefit-disputes-aged-" WS-TODAY ".txt"
                   DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-REPORT-NAME
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AGED-COUNT
           MOVE ZERO TO WS-TOTAL-CLAIM
           MOVE ZERO TO WS-BAND-1-TOTAL
           MOVE ZERO TO WS-BAND-2-TOTAL
           MOVE ZERO TO WS-BAND-3-TOTAL
           MOVE ZERO TO WS-BAND-4-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING
               "Employee Management System - Aged Benefit Carrier "
                   DELIMITED BY SIZE
               "Disputes" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Run Date: " WS-TODAY DELIMITED BY SIZE
               "  Plan: " WS-PLAN-CODE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Plan Month  ID    Typ Age(mo) Band          Claim"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "---- ------ ----- --- ------- ---------- ---------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DISPUTE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BX-STATUS NOT = "R" AND
                          (WS-PLAN-CODE = SPACES OR
                           BX-PLAN-CODE = WS-PLAN-CODE)
                           PERFORM WRITE-AGED-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           PERFORM WRITE-AGED-TOTALS
           CLOSE REPORT-FILE
           DISPLAY WS-AGED-COUNT " open dispute(s) written to "
                   FUNCTION TRIM(WS-REPORT-NAME)
           MOVE WS-TOTAL-CLAIM TO WS-TOTAL-DISPLAY
           DISPLAY "Total open claim: " WS-TOTAL-DISPLAY.

       WRITE-AGED-LINE.
           MOVE BX-MONTH TO WS-MONTH
           COMPUTE WS-AGE-MONTHS =
               (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH) -
               (WS-MONTH-YEAR * 12 + WS-MONTH-MM)
               ON SIZE ERROR
                   MOVE ZERO TO WS-AGE-MONTHS
           END-COMPUTE
           EVALUATE TRUE
               WHEN WS-AGE-MONTHS <= 1
                   MOVE "0-1 MONTH" TO WS-AGE-BAND
                   ADD BX-CLAIM TO WS-BAND-1-TOTAL
               WHEN WS-AGE-MONTHS <= 3
                   MOVE "2-3 MONTHS" TO WS-AGE-BAND
                   ADD BX-CLAIM TO WS-BAND-2-TOTAL
               WHEN WS-AGE-MONTHS <= 6
                   MOVE "4-6 MONTHS" TO WS-AGE-BAND
                   ADD BX-CLAIM TO WS-BAND-3-TOTAL
               WHEN OTHER
                   MOVE "OVER 6" TO WS-AGE-BAND
                   ADD BX-CLAIM TO WS-BAND-4-TOTAL
           END-EVALUATE
           ADD 1 TO WS-AGED-COUNT
           ADD BX-CLAIM TO WS-TOTAL-CLAIM
           MOVE BX-CLAIM TO WS-CLAIM-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               BX-PLAN-CODE " " BX-MONTH " " BX-EMPLOYEE-ID " "
                   DELIMITED BY SIZE
               BX-TYPE "    " WS-AGE-MONTHS " " WS-AGE-BAND " "
                   DELIMITED BY SIZE
               WS-CLAIM-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-AGED-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BAND-1-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "0-1 month:   " WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-BAND-2-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "2-3 months:  " WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-BAND-3-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "4-6 months:  " WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-BAND-4-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "Over 6:      " WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-CLAIM TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "Total open:  " WS-TOTAL-DISPLAY DELIMITED BY SIZE
               "  (" WS-AGED-COUNT " item(s))" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       RESOLVE-DISPUTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Enter Plan Code: "
           ACCEPT WS-PLAN-CODE
           MOVE FUNCTION UPPER-CASE(WS-PLAN-CODE) TO WS-PLAN-CODE
           DISPLAY "Enter Coverage Month (YYYYMM): "
           ACCEPT WS-MONTH
           DISPLAY "Enter Employee ID: "
           ACCEPT WS-RESOLVE-ID
           DISPLAY "Enter Exception Type (BNE/BAT/DUP/PRM): "
           ACCEPT WS-RESOLVE-TYPE
           MOVE FUNCTION UPPER-CASE(WS-RESOLVE-TYPE)
               TO WS-RESOLVE-TYPE
           IF WS-MONTH IS NOT NUMERIC OR
              WS-RESOLVE-ID IS NOT NUMERIC
               DISPLAY "Invalid month or Employee ID."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-STATUS NOT = "00"
               DISPLAY "No disputes on file (benefit-disputes.dat)."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DISPUTE-NEW-FILE
           IF DISPUTE-NEW-STATUS NOT = "00"
               DISPLAY "Error creating benefit-disputes.tmp. No "
                       "change made."
               CLOSE DISPUTE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RESOLVED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DISPUTE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BX-PLAN-CODE = WS-PLAN-CODE AND
                          BX-MONTH = WS-MONTH AND
                          BX-EMPLOYEE-ID = WS-RESOLVE-ID AND
                          BX-TYPE = WS-RESOLVE-TYPE AND
                          BX-STATUS NOT = "R"
                           MOVE "R" TO BX-STATUS
                           MOVE WS-TODAY TO BX-STATUS-DATE
                           MOVE BX-CLAIM TO WS-CLAIM
                           MOVE "Y" TO WS-RESOLVED
                       END-IF
                       MOVE DISPUTE-RECORD TO DISPUTE-NEW-RECORD
                       WRITE DISPUTE-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           CLOSE DISPUTE-NEW-FILE
           IF WS-RESOLVED = "N"
               DISPLAY "No open dispute matches."
               CALL "CBL_DELETE_FILE" USING WS-DISPUTE-TMP-NAME
                   RETURNING WS-DELETE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM REPLACE-DISPUTE-FILE
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Plan=" WS-PLAN-CODE " Month=" WS-MONTH
                   DELIMITED BY SIZE
               " Type=" WS-RESOLVE-TYPE " Status=O" DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Plan=" WS-PLAN-CODE " Month=" WS-MONTH
                   DELIMITED BY SIZE
               " Type=" WS-RESOLVE-TYPE " Status=R Claim="
                   DELIMITED BY SIZE
               WS-CLAIM DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "BENDSP" WS-RESOLVE-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           DISPLAY "Dispute marked resolved.".

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
