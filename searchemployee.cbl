       01 WS-TODAY            PIC 9(8).
       01 WS-EMP-AGE          PIC 9(2).
       01 WS-SALARY-ACCESS    PIC X(4).
       01 WS-LEAVE-DETAIL.
           COPY "LVBAL.CPY".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               DISPLAY "Status: Terminated (" TERMINATION-DATE ")"
           ELSE
               DISPLAY "Status: Active"
               MOVE WS-TODAY(1:4) TO WS-LEAVE-YEAR
               MOVE EMPLOYMENT-TYPE TO LB-EMP-TYPE
               MOVE SALARY-GRADE TO LB-GRADE
               MOVE WS-TODAY TO LB-AS-OF-DATE
               CALL "LeaveBalance" USING EMPLOYEE-ID HIRE-DATE
                   WS-LEAVE-YEAR WS-ENTITLEMENT WS-TAKEN
                   WS-LEAVE-BALANCE WS-LEAVE-DETAIL
               MOVE WS-LEAVE-BALANCE TO WS-BALANCE-DISPLAY
               DISPLAY "Vacation: " WS-TAKEN " of " WS-ENTITLEMENT
                       " day(s) taken, balance " WS-BALANCE-DISPLAY
