           SELECT BANK-FILE ASSIGN TO "bank-details.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO WS-DEPOSIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PR-PERIOD-START      PIC 9(8).
           05 PR-PERIOD-END        PIC 9(8).
           05 PR-EXT-NUMBER        PIC X(8).
           05 PR-COMPANY-CODE      PIC X(4).

       FD BANK-FILE.
       01 BANK-RECORD.
           05 DH-REC-TYPE           PIC X(1).
           05 DH-RUN-DATE           PIC 9(8).
           05 DH-PERIOD-END         PIC 9(8).
           05 DH-COMPANY-CODE       PIC X(4).
           05 DH-EMPLOYER-ID        PIC X(12).
           05 FILLER                PIC X(47).
       01 DD-DETAIL-RECORD REDEFINES DD-RECORD.
           05 DD-REC-TYPE           PIC X(1).
           05 DD-EMPLOYEE-ID        PIC 9(5).
           05 DT-HASH-TOTAL         PIC 9(13)V99.
           05 FILLER                PIC X(44).

       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 PAYROLL-STATUS        PIC XX.
       01 BANK-STATUS           PIC XX.
       01 WS-PAY-AMOUNT         PIC 9(7)V99.
       01 WS-PERIOD-END         PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DEPOSIT-NAME       PIC X(40)
           VALUE "direct-deposit.dat".
       01 COMPANY-STATUS        PIC XX.
       01 WS-COMPANY-FILTER     PIC X(4) VALUE SPACES.
       01 WS-EMPLOYER-ID        PIC X(12) VALUE SPACES.
       01 WS-PASS-FAILED        PIC X.
       01 WS-NO-COMPANY-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CO-OVER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CO-USED            PIC 9(3) VALUE ZERO.
       01 WS-CO-IDX             PIC 9(3).

       01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-CO-CODE       PIC X(4).
               10 WS-CO-EMPLOYER   PIC X(12).

       01 WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 20000 TIMES.
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-NO-BANK-COUNT
           MOVE ZERO TO WS-NO-COMPANY-COUNT

           PERFORM LOAD-BANK-TABLE
           IF WS-BANK-USED = ZERO

           PERFORM PEEK-PERIOD-END

           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE SPACES TO WS-EMPLOYER-ID
           MOVE "direct-deposit.dat" TO WS-DEPOSIT-NAME
           PERFORM RUN-DEPOSIT-PASS
           IF WS-PASS-FAILED = "Y"
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           DISPLAY "Direct deposit file written to "
                   "direct-deposit.dat"
           DISPLAY "Deposit lines: " WS-DETAIL-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-DISPLAY
           DISPLAY "Total amount:  " WS-TOTAL-DISPLAY
           IF WS-NO-BANK-COUNT > 0
               DISPLAY WS-NO-BANK-COUNT " extracted employee(s) "
                       "have no bank details on file and were "
                       "left off the deposit file."
           END-IF
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY WS-NO-COMPANY-COUNT " deposit line(s) have "
                       "no company code and are on no company file."
           END-IF
           PERFORM WRITE-COMPANY-DEPOSITS
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       RUN-DEPOSIT-PASS.
           MOVE "N" TO WS-PASS-FAILED
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-TOTAL-AMOUNT
           MOVE ZERO TO WS-HASH-TOTAL
           OPEN INPUT PAYROLL-FILE
           IF PAYROLL-STATUS NOT = "00"
               DISPLAY "Error opening payroll-extract.dat. Run "
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-PASS-FAILED
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DEPOSIT-FILE
           IF DEPOSIT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-DEPOSIT-NAME
               CLOSE PAYROLL-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-PASS-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DD-HEADER
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-COMPANY-FILTER = SPACES OR
                          PR-COMPANY-CODE = WS-COMPANY-FILTER
                           PERFORM WRITE-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-DD-TRAILER
           CLOSE PAYROLL-FILE
           CLOSE DEPOSIT-FILE.

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

       WRITE-COMPANY-DEPOSITS.
           PERFORM LOAD-COMPANY-TABLE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               MOVE WS-CO-CODE(WS-CO-IDX) TO WS-COMPANY-FILTER
               MOVE WS-CO-EMPLOYER(WS-CO-IDX) TO WS-EMPLOYER-ID
               MOVE SPACES TO WS-DEPOSIT-NAME
               STRING
                   "direct-deposit-" DELIMITED BY SIZE
                   WS-COMPANY-FILTER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-DEPOSIT-NAME
               END-STRING
               PERFORM RUN-DEPOSIT-PASS
               IF WS-PASS-FAILED = "N"
                   MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-DISPLAY
                   DISPLAY "Company " WS-COMPANY-FILTER ": "
                           WS-DETAIL-COUNT " line(s), "
                           WS-TOTAL-DISPLAY " to " WS-DEPOSIT-NAME
               END-IF
           END-PERFORM
           IF WS-CO-OVER-COUNT > 0
               DISPLAY WS-CO-OVER-COUNT " active company record(s) "
                       "beyond the first 100 in companies.dat have no "
                       "company deposit file."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "direct-deposit.dat" TO WS-DEPOSIT-NAME.

       LOAD-BANK-TABLE.
           MOVE ZERO TO WS-BANK-USED
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               IF WS-COMPANY-FILTER = SPACES
                   ADD 1 TO WS-NO-BANK-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-COMPANY-FILTER = SPACES AND PR-COMPANY-CODE = SPACES
               ADD 1 TO WS-NO-COMPANY-COUNT
           END-IF
           IF PR-PERIOD-GROSS IS NUMERIC AND
              PR-PERIOD-GROSS NOT = ZEROS
               MOVE PR-PERIOD-GROSS TO WS-PAY-AMOUNT
           MOVE "H" TO DH-REC-TYPE
           MOVE WS-TODAY TO DH-RUN-DATE
           MOVE WS-PERIOD-END TO DH-PERIOD-END
           MOVE WS-COMPANY-FILTER TO DH-COMPANY-CODE
           MOVE WS-EMPLOYER-ID TO DH-EMPLOYER-ID
           WRITE DD-RECORD.

       WRITE-DD-TRAILER.
