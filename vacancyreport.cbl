           05 POS-DEPT          PIC X(15).
           05 POS-JOB-CODE      PIC X(4).
           05 POS-AUTHORIZED    PIC 9(4).
           05 POS-GRADE         PIC X(2).
           05 POS-AUTH-FTE      PIC 9(4)V99.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
       01 WS-TODAY              PIC 9(8).
       01 WS-POS-USED           PIC 9(3) VALUE ZERO.
       01 WS-I                  PIC 9(3).
       01 WS-OPEN-FTE           PIC S9(5)V99.
       01 WS-OPEN-DISPLAY       PIC -ZZZ9.99.
       01 WS-AUTH-DISPLAY       PIC ZZZ9.99.
       01 WS-FILLED-DISPLAY     PIC ZZZ9.99.
       01 WS-TOTAL-AUTH         PIC 9(6)V99 VALUE ZERO.
       01 WS-TOTAL-FILLED       PIC 9(6)V99 VALUE ZERO.
       01 WS-TOTAL-HEADS        PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-AUTH-DISPLAY PIC ZZZZZ9.99.
       01 WS-TOTAL-FILL-DISPLAY PIC ZZZZZ9.99.
       01 WS-FTE-PCT            PIC 9(3)V99.
       01 WS-WORK-DAYS          PIC X(7).
       01 WS-DAYS-PER-WEEK      PIC 9V99.
       01 WS-PATTERN-RESULT     PIC X(4).
       01 WS-PATTERN-TO         PIC 9(8).
       01 WS-OVER-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-JOB-DISPLAY        PIC X(4).

           05 WS-POS-ENTRY OCCURS 200 TIMES.
               10 WS-POS-DEPT      PIC X(15).
               10 WS-POS-JOB       PIC X(4).
               10 WS-POS-AUTH      PIC 9(4)V99.
               10 WS-POS-FILLED    PIC 9(5)V99.
               10 WS-POS-HEADS     PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CLEAR-SCREEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-TOTAL-AUTH
           MOVE ZERO TO WS-TOTAL-FILLED
           MOVE ZERO TO WS-TOTAL-HEADS
           MOVE ZERO TO WS-OVER-COUNT

           PERFORM LOAD-POSITION-TABLE
           IF WS-POS-USED = ZERO
                   "vacancy-report.txt"
           IF WS-OVER-COUNT > 0
               DISPLAY WS-OVER-COUNT " position(s) are over their "
                       "authorized FTE."
           END-IF
           PERFORM PRESS-ENTER
           EXIT PROGRAM.
                       MOVE POS-DEPT TO WS-POS-DEPT(WS-POS-USED)
                       MOVE POS-JOB-CODE
                           TO WS-POS-JOB(WS-POS-USED)
                       IF POS-AUTH-FTE IS NUMERIC
                           MOVE POS-AUTH-FTE
                               TO WS-POS-AUTH(WS-POS-USED)
                       ELSE
                           MOVE POS-AUTHORIZED
                               TO WS-POS-AUTH(WS-POS-USED)
                       END-IF
                       MOVE ZERO TO WS-POS-FILLED(WS-POS-USED)
                       MOVE ZERO TO WS-POS-HEADS(WS-POS-USED)
               END-READ
           END-PERFORM
           CLOSE POSITION-FILE.
           CLOSE EMPLOYEE-FILE.

       TALLY-ONE-EMPLOYEE.
           MOVE WS-TODAY TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " EMPLOYEE-ID WS-TODAY
               WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POS-USED
               IF WS-POS-DEPT(WS-I) = DEPARTMENT AND
                  (WS-POS-JOB(WS-I) = SPACES OR
                   WS-POS-JOB(WS-I) = JOB-CODE)
                   COMPUTE WS-POS-FILLED(WS-I) =
                       WS-POS-FILLED(WS-I) + WS-FTE-PCT / 100
                   ADD 1 TO WS-POS-HEADS(WS-I)
               END-IF
           END-PERFORM.

       WRITE-POSITION-LINE.
           COMPUTE WS-OPEN-FTE =
               WS-POS-AUTH(WS-I) - WS-POS-FILLED(WS-I)
           MOVE WS-OPEN-FTE TO WS-OPEN-DISPLAY
           MOVE WS-POS-AUTH(WS-I) TO WS-AUTH-DISPLAY
           MOVE WS-POS-FILLED(WS-I) TO WS-FILLED-DISPLAY
           ADD WS-POS-AUTH(WS-I) TO WS-TOTAL-AUTH
           ADD WS-POS-FILLED(WS-I) TO WS-TOTAL-FILLED
           ADD WS-POS-HEADS(WS-I) TO WS-TOTAL-HEADS
           IF WS-POS-JOB(WS-I) = SPACES
               MOVE "all " TO WS-JOB-DISPLAY
           ELSE
           STRING
               WS-POS-DEPT(WS-I) DELIMITED BY SIZE
               " | " WS-JOB-DISPLAY DELIMITED BY SIZE
               " |     " WS-AUTH-DISPLAY DELIMITED BY SIZE
               " |     " WS-FILLED-DISPLAY DELIMITED BY SIZE
               " |  " WS-POS-HEADS(WS-I) DELIMITED BY SIZE
               " | " WS-OPEN-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF WS-OPEN-FTE < ZERO
               ADD 1 TO WS-OVER-COUNT
               STRING
                   FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Department      | Job  | Auth FTE   | Filled FTE |"
                   DELIMITED BY SIZE
               " Heads | Open FTE" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "----------------|------|------------|------------|"
                   DELIMITED BY SIZE
               "-------|---------" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-AUTH TO WS-TOTAL-AUTH-DISPLAY
           MOVE WS-TOTAL-FILLED TO WS-TOTAL-FILL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "Total authorized FTE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-AUTH-DISPLAY)
                   DELIMITED BY SIZE
               "  Total filled FTE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TOTAL-FILL-DISPLAY)
                   DELIMITED BY SIZE
               " (" WS-TOTAL-HEADS DELIMITED BY SIZE
               " heads)  Over cap: " WS-OVER-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
