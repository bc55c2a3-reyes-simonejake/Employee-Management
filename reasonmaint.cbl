       01 WS-FOUND-IDX         PIC 9(3).
       01 WS-INPUT-CODE        PIC X(2).
       01 WS-INPUT-DESC        PIC X(30).
       01 WS-INPUT-DISMISSAL   PIC X(1).
       01 WS-DISMISSAL-TEXT    PIC X(3).

       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 50 TIMES.
               10 WS-TBL-CODE      PIC X(2).
               10 WS-TBL-DESC      PIC X(30).
               10 WS-TBL-ACTIVE    PIC X(1).
               10 WS-TBL-DISMISSAL PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                           TO WS-TBL-DESC(WS-ENTRY-COUNT)
                       MOVE TR-ACTIVE
                           TO WS-TBL-ACTIVE(WS-ENTRY-COUNT)
                       MOVE TR-DISMISSAL
                           TO WS-TBL-DISMISSAL(WS-ENTRY-COUNT)
               END-READ
           END-PERFORM
           CLOSE REASON-FILE.
               MOVE WS-TBL-CODE(WS-ENTRY-IDX) TO TR-CODE
               MOVE WS-TBL-DESC(WS-ENTRY-IDX) TO TR-DESC
               MOVE WS-TBL-ACTIVE(WS-ENTRY-IDX) TO TR-ACTIVE
               MOVE WS-TBL-DISMISSAL(WS-ENTRY-IDX) TO TR-DISMISSAL
               WRITE REASON-RECORD
           END-PERFORM
           CLOSE REASON-FILE.
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Code | Description                    | Status"
                   "   | Dismissal"
           DISPLAY "-----|--------------------------------|-------"
                   "---|----------"
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-TBL-DISMISSAL(WS-ENTRY-IDX) = "Y"
                   MOVE "Yes" TO WS-DISMISSAL-TEXT
               ELSE
                   MOVE "No" TO WS-DISMISSAL-TEXT
               END-IF
               IF WS-TBL-ACTIVE(WS-ENTRY-IDX) = "A"
                   DISPLAY WS-TBL-CODE(WS-ENTRY-IDX) "   | "
                           WS-TBL-DESC(WS-ENTRY-IDX) " | Active   | "
                           WS-DISMISSAL-TEXT
               ELSE
                   DISPLAY WS-TBL-CODE(WS-ENTRY-IDX) "   | "
                           WS-TBL-DESC(WS-ENTRY-IDX) " | Inactive | "
                           WS-DISMISSAL-TEXT
               END-IF
           END-PERFORM.

               DISPLAY "Description cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Dismissal-type reason? Terminations with it are "
                   "checked for a live final warning (Y/N): "
           ACCEPT WS-INPUT-DISMISSAL
           IF WS-INPUT-DISMISSAL = "y"
               MOVE "Y" TO WS-INPUT-DISMISSAL
           END-IF
           IF WS-INPUT-DISMISSAL NOT = "Y"
               MOVE "N" TO WS-INPUT-DISMISSAL
           END-IF
           PERFORM FIND-REASON
           IF WS-FOUND-IDX = ZERO
               IF WS-ENTRY-COUNT >= 50
           END-IF
           MOVE WS-INPUT-DESC TO WS-TBL-DESC(WS-FOUND-IDX)
           MOVE "A" TO WS-TBL-ACTIVE(WS-FOUND-IDX)
           MOVE WS-INPUT-DISMISSAL TO WS-TBL-DISMISSAL(WS-FOUND-IDX)
           PERFORM SAVE-REASON-TABLE
           DISPLAY "Reason code saved.".

