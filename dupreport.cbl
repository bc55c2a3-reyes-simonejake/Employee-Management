           SELECT REPORT-FILE ASSIGN TO "suspected-duplicates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT WEAK-FILE ASSIGN TO "suspected-duplicates.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEAK-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "dupsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(120).

       FD WEAK-FILE.
       01 WEAK-LINE              PIC X(120).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-NAME-UC         PIC X(30).
           05 SR-ID              PIC 9(5).
           05 SR-DOB             PIC 9(8).
           05 SR-HIRE            PIC 9(8).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 WEAK-STATUS           PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 END-OF-SORT           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-EMP-READ           PIC 9(7) VALUE ZERO.
       01 WS-EMP-USED           PIC 9(4) VALUE ZERO.
       01 WS-GROUP-NAME         PIC X(30).
       01 WS-NOT-COMPARED       PIC 9(7) VALUE ZERO.
       01 WS-I                  PIC 9(4).
       01 WS-J                  PIC 9(4).
       01 WS-PASS-SCORE         PIC 9.
       01 WS-PAIR-SCORE         PIC 9.
       01 WS-PAIR-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-WEAK-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-RUN-PROGRAM        PIC X(12).
       01 WS-RL-READ            PIC 9(7).
       01 WS-RL-APPLIED         PIC 9(7).
       01 WS-RL-REJECTED        PIC 9(7).
       01 WS-RL-RC              PIC 9(4).

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES.
       MAIN-LOGIC.
           PERFORM CLEAR-SCREEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO RETURN-CODE

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating suspected-duplicates.txt."
               CLOSE EMPLOYEE-FILE
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT WEAK-FILE
           IF WEAK-STATUS NOT = "00"
               DISPLAY "Error creating suspected-duplicates.tmp."
               CLOSE EMPLOYEE-FILE
               CLOSE REPORT-FILE
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           WRITE REPORT-LINE

           MOVE ZERO TO WS-PAIR-COUNT
           MOVE ZERO TO WS-WEAK-COUNT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-NAME-UC SR-ID
               INPUT PROCEDURE RELEASE-EMPLOYEES
               OUTPUT PROCEDURE SCAN-NAME-GROUPS
           CLOSE WEAK-FILE
           PERFORM APPEND-WEAK-PAIRS
           CLOSE REPORT-FILE

           DISPLAY WS-PAIR-COUNT " suspected duplicate pair(s) "
                   "written to suspected-duplicates.txt"
           IF WS-NOT-COMPARED > ZERO
               DISPLAY WS-NOT-COMPARED " employee(s) share a name "
                       "with more than 2000 others and were not "
                       "compared."
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "DUPREPORT" TO WS-RUN-PROGRAM
           MOVE WS-EMP-READ TO WS-RL-READ
           MOVE WS-PAIR-COUNT TO WS-RL-APPLIED
           MOVE WS-NOT-COMPARED TO WS-RL-REJECTED
           MOVE RETURN-CODE TO WS-RL-RC
           CALL "RunLog" USING WS-RUN-PROGRAM WS-RL-READ
               WS-RL-APPLIED WS-RL-REJECTED WS-RL-RC
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       RELEASE-EMPLOYEES.
           MOVE ZERO TO WS-EMP-READ
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD INTO EMPLOYEE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-EMP-READ
                       MOVE FUNCTION UPPER-CASE(EMPLOYEE-NAME)
                           TO SR-NAME-UC
                       MOVE EMPLOYEE-ID TO SR-ID
                       MOVE DATE-OF-BIRTH TO SR-DOB
                       MOVE HIRE-DATE TO SR-HIRE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       SCAN-NAME-GROUPS.
           MOVE ZERO TO WS-NOT-COMPARED
           MOVE "N" TO END-OF-SORT
           PERFORM RETURN-SORT-RECORD
           PERFORM UNTIL END-OF-SORT = "Y"
               MOVE SR-NAME-UC TO WS-GROUP-NAME
               MOVE ZERO TO WS-EMP-USED
               PERFORM UNTIL END-OF-SORT = "Y" OR
                       SR-NAME-UC NOT = WS-GROUP-NAME
                   IF WS-EMP-USED < 2000
                       ADD 1 TO WS-EMP-USED
                       MOVE SR-ID TO WS-EMP-ID(WS-EMP-USED)
                       MOVE SR-NAME-UC
                           TO WS-EMP-NAME-UC(WS-EMP-USED)
                       MOVE SR-DOB TO WS-EMP-DOB(WS-EMP-USED)
                       MOVE SR-HIRE TO WS-EMP-HIRE(WS-EMP-USED)
                   ELSE
                       ADD 1 TO WS-NOT-COMPARED
                   END-IF
                   PERFORM RETURN-SORT-RECORD
               END-PERFORM
               IF WS-EMP-USED > 1
                   PERFORM SCAN-ALL-PAIRS
               END-IF
           END-PERFORM.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO END-OF-SORT
           END-RETURN.

       SCAN-ALL-PAIRS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-EMP-USED
               END-PERFORM
           END-PERFORM.

       APPEND-WEAK-PAIRS.
           IF WS-WEAK-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WEAK-FILE
           IF WEAK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ WEAK-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE WEAK-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE WEAK-FILE.

       SCORE-PAIR.
           MOVE ZERO TO WS-PAIR-SCORE
           IF WS-EMP-NAME-UC(WS-I) = WS-EMP-NAME-UC(WS-J)
                   ADD 1 TO WS-PAIR-SCORE
               END-IF
           END-IF
           IF WS-PAIR-SCORE > 1
               MOVE WS-PAIR-SCORE TO WS-PASS-SCORE
               PERFORM WRITE-PAIR-LINE
           END-IF.

                   "  ** STRONG MATCH **" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-WEAK-COUNT
               MOVE REPORT-LINE TO WEAK-LINE
               WRITE WEAK-LINE
           END-IF.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
