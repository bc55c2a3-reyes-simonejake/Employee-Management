           COPY "APPROVAL.CPY".

       FD APPROVAL-NEW-FILE.
       01 APPROVAL-NEW-RECORD    PIC X(85).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
               INTO WS-AUDIT-BEFORE
           END-STRING
           IF WS-DECISION = "A" OR WS-DECISION = "a"
               IF SA-SOURCE = "BONUS "
                   MOVE "Y" TO WS-APPLIED
               ELSE
                   PERFORM APPLY-APPROVED-CHANGE
               END-IF
               IF WS-APPLIED = "Y"
                   MOVE "A" TO SA-STATUS
                   MOVE WS-OPERATOR TO SA-DECIDED-BY
                       TO SA-DECISION-DATE
                   CALL "AuditLog" USING "SALAPP" SA-EMPLOYEE-ID
                       WS-AUDIT-BEFORE SPACES
                   IF SA-SOURCE = "BONUS "
                       DISPLAY "Bonus approved; it is paid by the "
                               "next bonus update run."
                   ELSE
                       DISPLAY "Change approved and applied."
                   END-IF
               END-IF
           ELSE
               MOVE "R" TO SA-STATUS
