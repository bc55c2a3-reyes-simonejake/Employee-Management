           SELECT XREF-FILE ASSIGN TO "payroll-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT BONUS-FILE ASSIGN TO "bonus-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BONUS-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           05 XR-EMPLOYEE-ID        PIC 9(5).
           05 XR-EXT-NUMBER         PIC X(8).

       FD BONUS-FILE.
       01 BONUS-RECORD.
           COPY "BONUS.CPY".

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(100).

       01 CONFIRM-STATUS        PIC XX.
       01 XREF-STATUS           PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 BONUS-STATUS          PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-UNPAID-DEDUCTION   PIC 9(7)V99.
       01 WS-NET-PAY            PIC S9(9)V99.
       01 WS-CONFIRM-TOTAL      PIC 9(9)V99.
       01 WS-BONUS-TOTAL        PIC 9(9)V99.
       01 WS-BONUS-COUNT        PIC 9(5).
       01 WS-CONFIRM-FOUND      PIC X.
       01 WS-SIZE-ERROR-FLAG    PIC X.
       01 WS-CHG-USED           PIC 9(2).
           IF EMPLOYEE-STATUS = "T" AND
              TERMINATION-DATE NOT = ZEROS AND
              TERMINATION-DATE < WS-YEAR-START
               PERFORM SUM-BONUS-PAYMENTS
               IF WS-BONUS-COUNT = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-YEAR-START TO WS-FROM-DATE
           PERFORM LOAD-YEAR-CHANGES
           PERFORM COMPUTE-EARNINGS
           PERFORM SUM-UNPAID-LEAVE
           PERFORM SUM-BONUS-PAYMENTS
           PERFORM SUM-BUREAU-CONFIRMED
           PERFORM WRITE-ONE-STATEMENT.

               END-IF
           END-IF.

       SUM-BONUS-PAYMENTS.
           MOVE ZERO TO WS-BONUS-TOTAL
           MOVE ZERO TO WS-BONUS-COUNT
           OPEN INPUT BONUS-FILE
           IF BONUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BONUS-FILE INTO BONUS-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BN-STATUS = "P" AND
                          BN-EMPLOYEE-ID = EMPLOYEE-ID AND
                          BN-PAID-DATE >= WS-YEAR-START AND
                          BN-PAID-DATE <= WS-YEAR-END
                           ADD 1 TO WS-BONUS-COUNT
                           ADD BN-PAY-AMOUNT TO WS-BONUS-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BONUS-FILE
           MOVE "N" TO END-OF-FILE.

       WRITE-BONUS-LINES.
           OPEN INPUT BONUS-FILE
           IF BONUS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BONUS-FILE INTO BONUS-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BN-STATUS = "P" AND
                          BN-EMPLOYEE-ID = EMPLOYEE-ID AND
                          BN-PAID-DATE >= WS-YEAR-START AND
                          BN-PAID-DATE <= WS-YEAR-END
                           MOVE BN-PAY-AMOUNT TO WS-MONEY-DISPLAY
                           MOVE SPACES TO REPORT-LINE
                           STRING
                               "  " BN-PAID-DATE DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               BN-PAY-TYPE DELIMITED BY SIZE
                               "  " WS-MONEY-DISPLAY
                                   DELIMITED BY SIZE
                               INTO REPORT-LINE
                           END-STRING
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BONUS-FILE
           MOVE "N" TO END-OF-FILE.

       SUM-BUREAU-CONFIRMED.
           MOVE ZERO TO WS-CONFIRM-TOTAL
           MOVE "N" TO WS-CONFIRM-FOUND
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-BONUS-COUNT > ZERO
               MOVE "Bonus and incentive payments (date, type, "
                   TO REPORT-LINE
               STRING
                   FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
                   " amount):" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM WRITE-BONUS-LINES
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-EARNED TO WS-MONEY-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-BONUS-TOTAL TO WS-MONEY-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "Bonus and incentive payments:  "
                   DELIMITED BY SIZE
               WS-MONEY-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           COMPUTE WS-NET-PAY = WS-EARNED + WS-BONUS-TOTAL
               - WS-UNPAID-DEDUCTION
           MOVE WS-NET-PAY TO WS-MONEY-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
