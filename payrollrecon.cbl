       01 WS-TOTAL-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-SALARY-DISPLAY     PIC Z,ZZZ,ZZ9.99.
       01 WS-SALARY-DISPLAY-2   PIC Z,ZZZ,ZZ9.99.
       01 WS-PERIOD-DATE        PIC 9(8).
       01 WS-PERIOD-STATE       PIC X(1).
       01 WS-PERIOD-RESULT      PIC X(4).

       01 XREF-STATUS           PIC XX.
       01 WS-XREF-USED          PIC 9(5) VALUE ZERO.
           DISPLAY "Missing xref entries:  " WS-NO-XREF-COUNT
           DISPLAY "Duplicate xref lines:  " WS-XREF-DUP-COUNT
           DISPLAY "See payroll-recon.txt for details."
           PERFORM CONFIRM-PAY-PERIOD
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       CONFIRM-PAY-PERIOD.
           MOVE ZEROS TO WS-PERIOD-DATE
           MOVE "E" TO WS-PERIOD-STATE
           CALL "PayPeriod" USING "LATEST" WS-PERIOD-DATE
               WS-PERIOD-STATE WS-PERIOD-RESULT
           IF WS-PERIOD-RESULT NOT = "OK  "
               DISPLAY "No extracted pay period awaiting "
                       "confirmation in payperiods.dat."
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-PERIOD-STATE
           CALL "PayPeriod" USING "SET   " WS-PERIOD-DATE
               WS-PERIOD-STATE WS-PERIOD-RESULT
           IF WS-PERIOD-RESULT = "OK  "
               DISPLAY "Pay period starting " WS-PERIOD-DATE
                       " marked confirmed; close it with Pay "
                       "Period Close once the exceptions are cleared."
           ELSE
               DISPLAY "Pay period starting " WS-PERIOD-DATE
                       " could not be marked confirmed."
           END-IF.

       LOAD-XREF-TABLE.
           MOVE ZERO TO WS-XREF-USED
           OPEN INPUT XREF-FILE
