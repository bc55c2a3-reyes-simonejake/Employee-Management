           05 HS-DEPT           PIC X(15).
           05 HS-ACTIVE         PIC 9(5).
           05 HS-TERMINATED     PIC 9(5).
           05 HS-ACTIVE-FTE     PIC 9(5)V99.

       FD HISTORY-NEW-FILE.
       01 HISTORY-NEW-RECORD.
           05 HN-DEPT           PIC X(15).
           05 HN-ACTIVE         PIC 9(5).
           05 HN-TERMINATED     PIC 9(5).
           05 HN-ACTIVE-FTE     PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 WS-TODAY              PIC 9(8).
       01 WS-DEPT-USED          PIC 9(3) VALUE ZERO.
       01 WS-DEPT-FOUND         PIC X.
       01 WS-LIMIT-HIT          PIC X VALUE "N".
       01 HISTORY-NEW-STATUS    PIC XX.
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-FTE-PCT            PIC 9(3)V99.
       01 WS-WORK-DAYS          PIC X(7).
       01 WS-DAYS-PER-WEEK      PIC 9V99.
       01 WS-PATTERN-RESULT     PIC X(4).
       01 WS-PATTERN-TO         PIC 9(8).
       01 WS-HISTORY-FILENAME   PIC X(255)
           VALUE "headcount-history.dat".
       01 WS-HISTORY-TMP-NAME   PIC X(255)
               10 WS-DEPT-CODE     PIC X(15).
               10 WS-DEPT-ACTIVE   PIC 9(5).
               10 WS-DEPT-TERM     PIC 9(5).
               10 WS-DEPT-FTE      PIC 9(5)V99.

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-DEPT-USED
           MOVE "N" TO WS-LIMIT-HIT

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
           END-PERFORM
           CLOSE EMPLOYEE-FILE

           IF WS-LIMIT-HIT = "Y"
               DISPLAY "More than 100 departments on file; no "
                       "snapshot written."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           IF WS-DEPT-USED = ZERO
               DISPLAY "No employees on file; no snapshot written."
               PERFORM PRESS-ENTER
               MOVE WS-DEPT-CODE(DEPT-IDX) TO HN-DEPT
               MOVE WS-DEPT-ACTIVE(DEPT-IDX) TO HN-ACTIVE
               MOVE WS-DEPT-TERM(DEPT-IDX) TO HN-TERMINATED
               MOVE WS-DEPT-FTE(DEPT-IDX) TO HN-ACTIVE-FTE
               WRITE HISTORY-NEW-RECORD
           END-PERFORM
           CLOSE HISTORY-NEW-FILE
           CLOSE HISTORY-FILE.

       ADD-TO-DEPARTMENT.
           MOVE ZERO TO WS-FTE-PCT
           IF EMPLOYEE-STATUS NOT = "T"
               MOVE WS-TODAY TO WS-PATTERN-TO
               CALL "WorkPattern" USING "GET   " EMPLOYEE-ID WS-TODAY
                   WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
                   WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           END-IF
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-USED
                       ADD 1 TO WS-DEPT-TERM(DEPT-IDX)
                   ELSE
                       ADD 1 TO WS-DEPT-ACTIVE(DEPT-IDX)
                       COMPUTE WS-DEPT-FTE(DEPT-IDX) =
                           WS-DEPT-FTE(DEPT-IDX) + WS-FTE-PCT / 100
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = "N" AND WS-DEPT-USED >= 100
               MOVE "Y" TO WS-LIMIT-HIT
           END-IF
           IF WS-DEPT-FOUND = "N" AND WS-DEPT-USED < 100
               ADD 1 TO WS-DEPT-USED
               SET DEPT-IDX TO WS-DEPT-USED
               MOVE DEPARTMENT TO WS-DEPT-CODE(DEPT-IDX)
               MOVE ZERO TO WS-DEPT-ACTIVE(DEPT-IDX)
               MOVE ZERO TO WS-DEPT-TERM(DEPT-IDX)
               MOVE ZERO TO WS-DEPT-FTE(DEPT-IDX)
               IF EMPLOYEE-STATUS = "T"
                   ADD 1 TO WS-DEPT-TERM(DEPT-IDX)
               ELSE
                   ADD 1 TO WS-DEPT-ACTIVE(DEPT-IDX)
                   COMPUTE WS-DEPT-FTE(DEPT-IDX) =
                       WS-DEPT-FTE(DEPT-IDX) + WS-FTE-PCT / 100
               END-IF
           END-IF.

