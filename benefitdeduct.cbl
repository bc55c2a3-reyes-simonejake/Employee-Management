           SELECT ENROLL-FILE ASSIGN TO "benefit-enroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-STATUS.
           SELECT DEDUCT-FILE ASSIGN TO WS-DEDUCT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCT-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PR-PERIOD-START       PIC 9(8).
           05 PR-PERIOD-END         PIC 9(8).
           05 PR-EXT-NUMBER         PIC X(8).
           05 PR-COMPANY-CODE       PIC X(4).

       FD PLAN-FILE.
       01 PLAN-RECORD.
           05 BD-EMP-DEDUCTION  PIC 9(7)V99.
           05 BD-ER-CONTRIB     PIC 9(7)V99.
           05 BD-PERIOD-END     PIC 9(8).
       01 DEDUCT-HEADER-RECORD.
           05 BH-MARKER         PIC X(3).
           05 BH-COMPANY-CODE   PIC X(4).
           05 BH-EMPLOYER-ID    PIC X(12).
           05 BH-RUN-DATE       PIC 9(8).
       01 DEDUCT-TRAILER-RECORD.
           05 BT-MARKER         PIC X(3).
           05 BT-RECORD-COUNT   PIC 9(5).
           05 BT-TOTAL-DED      PIC 9(11)V99.
           05 BT-TOTAL-ER       PIC 9(11)V99.

       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 PAYROLL-STATUS        PIC XX.
       01 WS-TOTAL-ER           PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-SIZE-ERROR-FLAG    PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-DEDUCT-NAME        PIC X(40)
           VALUE "benefit-deduct.dat".
       01 COMPANY-STATUS        PIC XX.
       01 WS-COMPANY-FILTER     PIC X(4) VALUE SPACES.
       01 WS-PASS-FAILED        PIC X.
       01 WS-NO-COMPANY-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CO-OVER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CO-USED            PIC 9(3) VALUE ZERO.
       01 WS-CO-IDX             PIC 9(3).

       01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-CO-CODE       PIC X(4).
               10 WS-CO-EMPLOYER   PIC X(12).

       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-NO-PLAN-COUNT
           MOVE ZERO TO WS-NO-COMPANY-COUNT

           PERFORM LOAD-PLAN-TABLE
           IF WS-PLAN-COUNT = ZERO
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "benefit-deduct.dat" TO WS-DEDUCT-NAME
           PERFORM RUN-DEDUCT-PASS
           IF WS-PASS-FAILED = "Y"
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY "Benefit deduction feed written to "
                   "benefit-deduct.dat"
           DISPLAY "Deduction lines: " WS-DEDUCT-COUNT
           MOVE WS-TOTAL-DED TO WS-TOTAL-DISPLAY
           DISPLAY "Employee deductions:    " WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-ER TO WS-TOTAL-DISPLAY
           DISPLAY "Employer contributions: " WS-TOTAL-DISPLAY
           IF WS-NO-PLAN-COUNT > 0
               DISPLAY WS-NO-PLAN-COUNT " enrollment(s) reference "
                       "a plan no longer on the master; skipped."
           END-IF
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY WS-NO-COMPANY-COUNT " deduction line(s) have "
                       "no company code and are on no company file."
           END-IF
           PERFORM WRITE-COMPANY-DEDUCTIONS
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       RUN-DEDUCT-PASS.
           MOVE "N" TO WS-PASS-FAILED
           MOVE ZERO TO WS-DEDUCT-COUNT
           MOVE ZERO TO WS-TOTAL-DED
           MOVE ZERO TO WS-TOTAL-ER
           OPEN INPUT PAYROLL-FILE
           IF PAYROLL-STATUS NOT = "00"
               DISPLAY "Error opening payroll-extract.dat. Run "
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
               MOVE "HDR" TO BH-MARKER
               MOVE WS-COMPANY-FILTER TO BH-COMPANY-CODE
               MOVE WS-CO-EMPLOYER(WS-CO-IDX) TO BH-EMPLOYER-ID
               MOVE WS-TODAY TO BH-RUN-DATE
               WRITE DEDUCT-HEADER-RECORD
           END-IF

           MOVE "N" TO END-OF-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-COMPANY-FILTER = SPACES OR
                          PR-COMPANY-CODE = WS-COMPANY-FILTER
                           PERFORM DEDUCT-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-COMPANY-FILTER NOT = SPACES
               MOVE SPACES TO DEDUCT-TRAILER-RECORD
               MOVE "TRL" TO BT-MARKER
               MOVE WS-DEDUCT-COUNT TO BT-RECORD-COUNT
               MOVE WS-TOTAL-DED TO BT-TOTAL-DED
               MOVE WS-TOTAL-ER TO BT-TOTAL-ER
               WRITE DEDUCT-TRAILER-RECORD
           END-IF

           CLOSE PAYROLL-FILE
           CLOSE DEDUCT-FILE.

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
                   "benefit-deduct-" DELIMITED BY SIZE
                   WS-COMPANY-FILTER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-DEDUCT-NAME
               END-STRING
               PERFORM RUN-DEDUCT-PASS
               IF WS-PASS-FAILED = "N"
                   DISPLAY "Company " WS-COMPANY-FILTER ": "
                           WS-DEDUCT-COUNT " line(s) to "
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
           MOVE "benefit-deduct.dat" TO WS-DEDUCT-NAME.

       LOAD-PLAN-TABLE.
           MOVE ZERO TO WS-PLAN-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-DED = ZERO AND WS-ER-CON = ZERO
               IF WS-COMPANY-FILTER = SPACES
                   ADD 1 TO WS-NO-PLAN-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-COMPANY-FILTER = SPACES AND PR-COMPANY-CODE = SPACES
               ADD 1 TO WS-NO-COMPANY-COUNT
           END-IF
           MOVE SPACES TO DEDUCT-RECORD
           MOVE PR-EMPLOYEE-ID TO BD-EMPLOYEE-ID
           MOVE WS-EN-PLAN(WS-ENROLL-IDX) TO BD-PLAN-CODE
