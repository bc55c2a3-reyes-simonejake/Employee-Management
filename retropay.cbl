           SELECT PROOF-FILE ASSIGN TO "retro-pay-proof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROOF-STATUS.
           SELECT ROUTE-FILE ASSIGN TO "retro-routed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROOF-FILE.
       01 PROOF-LINE                PIC X(100).

       FD ROUTE-FILE.
       01 ROUTE-RECORD.
           COPY "RETROQ.CPY".

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS        PIC XX.
       01 RETRO-STATUS          PIC XX.
       01 WS-RETRO-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-DISPLAY     PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 ROUTE-STATUS          PIC XX.
       01 WS-ROUTE-USED         PIC 9(5) VALUE ZERO.
       01 WS-ROUTE-IDX          PIC 9(5).
       01 WS-ROUTE-FOUND        PIC 9(5).
       01 WS-ROUTE-FULL         PIC X VALUE "N".
       01 WS-ROUTE-PENDING      PIC 9(5) VALUE ZERO.
       01 WS-ROUTE-PAID         PIC 9(5) VALUE ZERO.

       01 WS-ROUTE-TABLE.
           05 WS-ROUTE-ENTRY OCCURS 5000 TIMES.
               10 WS-RQ-RECORD      PIC X(63).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               EXIT PROGRAM
           END-IF.

           PERFORM LOAD-ROUTED-QUEUE
           IF WS-ROUTE-PENDING > 0
               DISPLAY WS-ROUTE-PENDING " back-dated raise(s) routed "
                       "from closed pay periods are waiting;"
               DISPLAY "they are included whatever the window."
           END-IF
           IF WS-ROUTE-FULL = "Y"
               DISPLAY "WARNING: retro-routed.dat holds more than "
                       "5000 entries; only the first 5000 are"
               DISPLAY "included and none will be marked paid."
           END-IF

           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "No salary history on file yet."
           CLOSE RETRO-FILE
           PERFORM WRITE-PROOF-TRAILER
           CLOSE PROOF-FILE
           IF WS-ROUTE-PAID > 0 AND WS-ROUTE-FULL = "N"
               PERFORM REWRITE-ROUTED-QUEUE
           END-IF

           DISPLAY "Retro pay run complete."
           DISPLAY "History records read: " WS-READ-COUNT
           DISPLAY "Retro lines written:  " WS-RETRO-COUNT
           MOVE WS-RETRO-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "Total back pay:       " WS-TOTAL-DISPLAY
           IF WS-ROUTE-PENDING > 0
               DISPLAY "Routed raises paid:   " WS-ROUTE-PAID
                       " of " WS-ROUTE-PENDING
           END-IF
           DISPLAY "Proof report in retro-pay-proof.txt; have it "
                   "signed off before sending"
           DISPLAY "retro-pay.dat to the bureau."
              SH-EFFECTIVE-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ROUTED-ENTRY
           IF SH-EFFECTIVE-DATE >= WS-PAID-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF SH-EFFECTIVE-DATE < WS-WINDOW-FROM AND
              WS-ROUTE-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF
           IF SH-NEW-SALARY <= SH-OLD-SALARY
           WRITE RETRO-RECORD
           ADD 1 TO WS-RETRO-COUNT
           ADD WS-RETRO-AMOUNT TO WS-RETRO-TOTAL
           PERFORM WRITE-PROOF-DETAIL
           IF WS-ROUTE-FOUND NOT = ZERO
               MOVE WS-RQ-RECORD(WS-ROUTE-FOUND) TO ROUTE-RECORD
               MOVE WS-TODAY TO RQ-RETRO-DATE
               MOVE ROUTE-RECORD TO WS-RQ-RECORD(WS-ROUTE-FOUND)
               ADD 1 TO WS-ROUTE-PAID
           END-IF.

       LOAD-ROUTED-QUEUE.
           MOVE ZERO TO WS-ROUTE-USED
           MOVE ZERO TO WS-ROUTE-PENDING
           MOVE "N" TO WS-ROUTE-FULL
           OPEN INPUT ROUTE-FILE
           IF ROUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ROUTE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-ROUTE-USED >= 5000
                           MOVE "Y" TO WS-ROUTE-FULL
                       ELSE
                           ADD 1 TO WS-ROUTE-USED
                           MOVE ROUTE-RECORD
                               TO WS-RQ-RECORD(WS-ROUTE-USED)
                           IF RQ-RETRO-DATE IS NOT NUMERIC OR
                              RQ-RETRO-DATE = ZEROS
                               ADD 1 TO WS-ROUTE-PENDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROUTE-FILE
           MOVE "N" TO END-OF-FILE.

       FIND-ROUTED-ENTRY.
           MOVE ZERO TO WS-ROUTE-FOUND
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-ROUTE-USED OR
                         WS-ROUTE-FOUND NOT = ZERO
               MOVE WS-RQ-RECORD(WS-ROUTE-IDX) TO ROUTE-RECORD
               IF RQ-EMPLOYEE-ID = SH-EMPLOYEE-ID AND
                  RQ-EFFECTIVE-DATE = SH-EFFECTIVE-DATE AND
                  RQ-NEW-SALARY = SH-NEW-SALARY AND
                  (RQ-RETRO-DATE IS NOT NUMERIC OR
                   RQ-RETRO-DATE = ZEROS)
                   MOVE WS-ROUTE-IDX TO WS-ROUTE-FOUND
               END-IF
           END-PERFORM.

       REWRITE-ROUTED-QUEUE.
           OPEN OUTPUT ROUTE-FILE
           IF ROUTE-STATUS NOT = "00"
               DISPLAY "Error rewriting retro-routed.dat; routed "
                       "raises paid in this run are not marked."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-ROUTE-USED
               MOVE WS-RQ-RECORD(WS-ROUTE-IDX) TO ROUTE-RECORD
               WRITE ROUTE-RECORD
           END-PERFORM
           CLOSE ROUTE-FILE.

       WRITE-PROOF-HEADER.
           MOVE "Employee Management System - Retro Pay Proof"
               " | " WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO PROOF-LINE
           END-STRING
           IF WS-ROUTE-FOUND NOT = ZERO
               MOVE "(closed period)" TO PROOF-LINE(60:15)
           END-IF
           WRITE PROOF-LINE.

       WRITE-PROOF-TRAILER.
