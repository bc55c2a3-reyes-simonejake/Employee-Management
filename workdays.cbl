       01 WS-IS-WORKDAY        PIC X.
       01 WS-COUNTER           PIC 9(3).
       01 WS-GUARD             PIC 9(3).
       01 WS-EMP-PATTERN       PIC X.
       01 WS-FTE-PCT           PIC 9(3)V99.
       01 WS-WORK-DAYS         PIC X(7).
       01 WS-DAYS-PER-WEEK     PIC 9V99.
       01 WS-PATTERN-RESULT    PIC X(4).
       01 WS-PATTERN-TO        PIC 9(8).

       01 WS-HOLIDAY-TABLE.
           05 WS-HOL-ENTRY OCCURS 200 TIMES.
       01 LS-START-DATE        PIC 9(8).
       01 LS-END-DATE          PIC 9(8).
       01 LS-DAYS              PIC 9(3).
       01 LS-EMPLOYEE-ID       PIC 9(5).

       PROCEDURE DIVISION USING LS-MODE LS-START-DATE LS-END-DATE
                                 LS-DAYS OPTIONAL LS-EMPLOYEE-ID.
       MAIN-LOGIC.
           MOVE "N" TO WS-EMP-PATTERN
           IF LS-EMPLOYEE-ID IS NOT OMITTED
               IF LS-EMPLOYEE-ID IS NUMERIC AND
                  LS-EMPLOYEE-ID NOT = ZEROS
                   MOVE "Y" TO WS-EMP-PATTERN
               END-IF
           END-IF
           IF WS-HOL-LOADED = "N"
               PERFORM LOAD-HOLIDAY-TABLE
           END-IF
           MOVE "Y" TO WS-IS-WORKDAY
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(WS-CURRENT-INT, 7)
           MOVE FUNCTION DATE-OF-INTEGER(WS-CURRENT-INT)
               TO WS-CURRENT-DATE
           IF WS-EMP-PATTERN = "Y"
               MOVE WS-CURRENT-DATE TO WS-PATTERN-TO
               CALL "WorkPattern" USING "GET   " LS-EMPLOYEE-ID
                   WS-CURRENT-DATE WS-PATTERN-TO WS-FTE-PCT
                   WS-WORK-DAYS WS-DAYS-PER-WEEK WS-PATTERN-RESULT
               IF WS-WEEKDAY = 0
                   MOVE 7 TO WS-WEEKDAY
               END-IF
               IF WS-WORK-DAYS(WS-WEEKDAY:1) NOT = "Y"
                   MOVE "N" TO WS-IS-WORKDAY
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                   MOVE "N" TO WS-IS-WORKDAY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-USED
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-CURRENT-DATE
