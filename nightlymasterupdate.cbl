       01 STATS-RECORD.
           05 ES-READ            PIC 9(7).
           05 ES-REJECTED        PIC 9(7).
           05 ES-CLOSED          PIC 9(7).

       FD THRESHOLD-FILE.
       01 THRESHOLD-RECORD.
       01 WS-BATCH-USER         PIC X(10) VALUE "NIGHTLY".
       01 WS-READ-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-CLOSED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-THRESHOLD-PCT      PIC 9(3) VALUE 10.
       01 WS-REJECT-PCT         PIC 9(3)V99.
       01 WS-UPDATE-RC          PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM READ-EDIT-STATS
           PERFORM READ-THRESHOLD
           IF WS-CLOSED-COUNT > ZERO
               DISPLAY WS-CLOSED-COUNT " transaction(s) dated inside "
                       "a closed pay period will be rejected; see "
                       "empchanges-edit.txt."
           END-IF

           IF WS-READ-COUNT > ZERO
               COMPUTE WS-REJECT-PCT ROUNDED =
           END-IF

           CALL "MasterUpdate" USING WS-BATCH-MODE
           MOVE RETURN-CODE TO WS-UPDATE-RC
           CALL "ContractExpiry" USING WS-BATCH-MODE
           IF WS-UPDATE-RC > RETURN-CODE
               MOVE WS-UPDATE-RC TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-EDIT-STATS.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-CLOSED-COUNT
           OPEN INPUT STATS-FILE
           IF STATS-STATUS NOT = "00"
               EXIT PARAGRAPH
                   IF ES-REJECTED IS NUMERIC
                       MOVE ES-REJECTED TO WS-REJECTED-COUNT
                   END-IF
                   IF ES-CLOSED IS NUMERIC
                       MOVE ES-CLOSED TO WS-CLOSED-COUNT
                   END-IF
           END-READ
           CLOSE STATS-FILE.

