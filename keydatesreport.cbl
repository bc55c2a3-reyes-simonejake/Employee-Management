               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       01 WS-DAYS-DUMMY         PIC 9(3) VALUE ZERO.
       01 WS-DATE-RESULT        PIC X(4).
       01 WS-AGE-DUMMY          PIC 9(2) VALUE ZERO.
       01 WS-REPORT-NAME        PIC X(60) VALUE "hr-key-dates.txt".
       01 WS-DEPT-FILTER        PIC X(15) VALUE SPACES.
       01 WS-BATCH-WINDOW-DAYS  PIC 9(3) VALUE 30.

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).
       01 LS-DEPT-FILTER        PIC X(15).
       01 LS-REPORT-NAME        PIC X(60).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE
                                OPTIONAL LS-DEPT-FILTER
                                OPTIONAL LS-REPORT-NAME.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE 1 TO WS-PAGE-NUM
           MOVE ZERO TO WS-EVENT-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-DEPT-FILTER
           IF LS-DEPT-FILTER IS NOT OMITTED
               MOVE LS-DEPT-FILTER TO WS-DEPT-FILTER
           END-IF
           MOVE "hr-key-dates.txt" TO WS-REPORT-NAME
           IF LS-REPORT-NAME IS NOT OMITTED
               MOVE LS-REPORT-NAME TO WS-REPORT-NAME
           END-IF

           IF LS-MODE IS NOT OMITTED
               MOVE WS-TODAY TO WS-WINDOW-FROM
               COMPUTE WS-EVENT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) +
                   WS-BATCH-WINDOW-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-EVENT-INT)
                   TO WS-WINDOW-TO
           ELSE
               DISPLAY "-------------------------------------------"
               DISPLAY "       Key HR Dates Report"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter window From Date (YYYYMMDD): "
               ACCEPT WS-WINDOW-FROM
               DISPLAY "Enter window To Date (YYYYMMDD): "
               ACCEPT WS-WINDOW-TO
           END-IF
           IF WS-WINDOW-FROM IS NOT NUMERIC OR
              WS-WINDOW-TO IS NOT NUMERIC OR
              WS-WINDOW-FROM > WS-WINDOW-TO
               DISPLAY "Invalid date window."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF.
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-REPORT-NAME
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EMPLOYEE-FILE
               PERFORM PRESS-ENTER
               EXIT PROGRAM
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          (WS-DEPT-FILTER = SPACES OR
                           DEPARTMENT = WS-DEPT-FILTER)
                           PERFORM CHECK-EMPLOYEE-DATES
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING
               "Total key dates: " WS-EVENT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE EMPLOYEE-FILE
           CLOSE REPORT-FILE

           DISPLAY WS-EVENT-COUNT " key date(s) written to"
           DISPLAY FUNCTION TRIM(WS-REPORT-NAME) " (" WS-PAGE-NUM
                   " page(s))."
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-DEPT-FILTER NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING
                   "Department: " WS-DEPT-FILTER DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING
           WRITE REPORT-LINE.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
