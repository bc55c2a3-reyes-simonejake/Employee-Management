       01 WS-LEAVE-BALANCE     PIC S9(3).
       01 WS-BALANCE-DISPLAY   PIC -ZZ9.
       01 WS-LEAVE-YEAR        PIC 9(4).
       01 WS-LEAVE-DETAIL.
           COPY "LVBAL.CPY".
       01 WS-AUD-USED          PIC 9(2) VALUE ZERO.
       01 WS-AUD-IDX           PIC 9(2).

               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY(1:4) TO WS-LEAVE-YEAR
           MOVE EMPLOYMENT-TYPE TO LB-EMP-TYPE
           MOVE SALARY-GRADE TO LB-GRADE
           MOVE WS-TODAY TO LB-AS-OF-DATE
           CALL "LeaveBalance" USING SEARCH-ID HIRE-DATE
               WS-LEAVE-YEAR WS-ENTITLEMENT WS-TAKEN
               WS-LEAVE-BALANCE WS-LEAVE-DETAIL
           MOVE WS-LEAVE-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "Vacation accrued to date (incl. carry-over): "
                   WS-ENTITLEMENT
           DISPLAY "Vacation taken this year: " WS-TAKEN
           DISPLAY "Vacation balance: " WS-BALANCE-DISPLAY
           MOVE LB-SICK-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "Sick leave accrued to date: " LB-SICK-ACCRUED
           DISPLAY "Sick leave taken this year: " LB-SICK-TAKEN
           DISPLAY "Sick leave balance: " WS-BALANCE-DISPLAY.

       SHOW-AUDIT-SECTION.
           DISPLAY "=========== Recent Changes ================"
