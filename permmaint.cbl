           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                   UNTIL WS-PERM-IDX > WS-PERM-COUNT
               IF WS-TBL-ROLE(WS-PERM-IDX) = WS-INPUT-ROLE
                   EVALUATE WS-TBL-OPTION(WS-PERM-IDX)
                       WHEN 99
                           DISPLAY "  Option 99 (view employee "
                                   "relations case notes)"
                       WHEN 98
                           DISPLAY "  Option 98 (approve leave for "
                                   "another manager)"
                       WHEN OTHER
                           DISPLAY "  Option "
                                   WS-TBL-OPTION(WS-PERM-IDX)
                   END-EVALUATE
                   MOVE WS-PERM-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
               DISPLAY "Role cannot be empty."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Enter Menu Option Number (99 = view employee "
                   "relations case notes, 98 = approve leave for "
                   "another manager): "
           ACCEPT WS-INPUT-OPTION
           IF WS-INPUT-OPTION IS NOT NUMERIC OR
              WS-INPUT-OPTION = ZEROS
