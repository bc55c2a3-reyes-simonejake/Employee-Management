           SELECT HISTORY-FILE ASSIGN TO "headcount-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "trendsort.tmp".
           SELECT TOTAL-FILE ASSIGN TO "headcount-history.srt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTAL-STATUS.
           SELECT CURR-FILE ASSIGN TO "headcount-history.srt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURR-STATUS.
           SELECT PRIOR-FILE ASSIGN TO "headcount-history.srt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 HS-DEPT           PIC X(15).
           05 HS-ACTIVE         PIC 9(5).
           05 HS-TERMINATED     PIC 9(5).
           05 HS-ACTIVE-FTE     PIC 9(5)V99.

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-SNAP-DATE      PIC 9(8).
           05 SR-DEPT           PIC X(15).
           05 SR-ACTIVE         PIC 9(5).
           05 SR-TERMINATED     PIC 9(5).
           05 SR-ACTIVE-FTE     PIC 9(5)V99.

       FD TOTAL-FILE.
       01 TOTAL-RECORD.
           05 TL-SNAP-DATE      PIC 9(8).
           05 TL-DEPT           PIC X(15).
           05 TL-ACTIVE         PIC 9(5).
           05 TL-TERMINATED     PIC 9(5).
           05 TL-ACTIVE-FTE     PIC 9(5)V99.

       FD CURR-FILE.
       01 CURR-RECORD.
           05 CR-SNAP-DATE      PIC 9(8).
           05 CR-DEPT           PIC X(15).
           05 CR-ACTIVE         PIC 9(5).
           05 CR-TERMINATED     PIC 9(5).
           05 CR-ACTIVE-FTE     PIC 9(5)V99.

       FD PRIOR-FILE.
       01 PRIOR-RECORD.
           05 PR-SNAP-DATE      PIC 9(8).
           05 PR-DEPT           PIC X(15).
           05 PR-ACTIVE         PIC 9(5).
           05 PR-TERMINATED     PIC 9(5).
           05 PR-ACTIVE-FTE     PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS        PIC XX.
       01 TOTAL-STATUS          PIC XX.
       01 CURR-STATUS           PIC XX.
       01 PRIOR-STATUS          PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 END-OF-CURR           PIC X VALUE "N".
       01 END-OF-PRIOR          PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-SNAP-USED          PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-DATE         PIC 9(8).
       01 WS-CURR-DATE          PIC 9(8).
       01 WS-HIRES              PIC S9(6).
       01 WS-TERMS              PIC S9(6).
       01 WS-NET-CHANGE         PIC S9(6).
       01 WS-ACTIVE-NOW         PIC 9(6).
       01 WS-TERM-PRIOR         PIC 9(6).
       01 WS-TERM-NOW           PIC 9(6).
       01 WS-DEPT-PRIOR         PIC 9(6).
       01 WS-HIRES-DISPLAY      PIC -ZZZZ9.
       01 WS-TERMS-DISPLAY      PIC -ZZZZ9.
       01 WS-NET-DISPLAY        PIC -ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CLEAR-SCREEN
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF.
           CLOSE HISTORY-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SNAP-DATE SR-DEPT
               USING HISTORY-FILE
               GIVING TOTAL-FILE

           OPEN INPUT TOTAL-FILE
           OPEN INPUT CURR-FILE
           OPEN INPUT PRIOR-FILE
           MOVE "N" TO END-OF-FILE
           MOVE "N" TO END-OF-CURR
           MOVE "N" TO END-OF-PRIOR
           PERFORM READ-TOTAL-FILE
           PERFORM READ-CURR-FILE
           PERFORM READ-PRIOR-FILE

           IF END-OF-FILE = "N"
               MOVE TL-SNAP-DATE TO WS-PRIOR-DATE
               PERFORM SUM-SNAPSHOT
               ADD 1 TO WS-SNAP-USED
               MOVE WS-ACTIVE-NOW TO WS-ACTIVE-PRIOR
               MOVE WS-TERM-NOW TO WS-TERM-PRIOR
               PERFORM UNTIL END-OF-CURR = "Y" OR
                       CR-SNAP-DATE NOT = WS-PRIOR-DATE
                   PERFORM READ-CURR-FILE
               END-PERFORM
           END-IF

           PERFORM UNTIL END-OF-FILE = "Y"
               MOVE TL-SNAP-DATE TO WS-CURR-DATE
               PERFORM SUM-SNAPSHOT
               ADD 1 TO WS-SNAP-USED
               PERFORM COMPARE-SNAPSHOTS
               MOVE WS-ACTIVE-NOW TO WS-ACTIVE-PRIOR
               MOVE WS-TERM-NOW TO WS-TERM-PRIOR
               MOVE WS-CURR-DATE TO WS-PRIOR-DATE
           END-PERFORM

           CLOSE TOTAL-FILE
           CLOSE CURR-FILE
           CLOSE PRIOR-FILE

           IF WS-SNAP-USED < 2
               DISPLAY "Only " WS-SNAP-USED " snapshot(s) on file; "
                       "at least two are needed for a trend."
           END-IF

           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       READ-TOTAL-FILE.
           READ TOTAL-FILE INTO TOTAL-RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
           END-READ.

       READ-CURR-FILE.
           READ CURR-FILE INTO CURR-RECORD
               AT END
                   MOVE "Y" TO END-OF-CURR
           END-READ.

       READ-PRIOR-FILE.
           READ PRIOR-FILE INTO PRIOR-RECORD
               AT END
                   MOVE "Y" TO END-OF-PRIOR
           END-READ.

       SUM-SNAPSHOT.
           MOVE ZERO TO WS-ACTIVE-NOW
           MOVE ZERO TO WS-TERM-NOW
           MOVE TL-SNAP-DATE TO WS-CURR-DATE
           PERFORM UNTIL END-OF-FILE = "Y" OR
                   TL-SNAP-DATE NOT = WS-CURR-DATE
               ADD TL-ACTIVE TO WS-ACTIVE-NOW
               ADD TL-TERMINATED TO WS-TERM-NOW
               PERFORM READ-TOTAL-FILE
           END-PERFORM.

       COMPARE-SNAPSHOTS.
           COMPUTE WS-NET-CHANGE = WS-ACTIVE-NOW - WS-ACTIVE-PRIOR
           COMPUTE WS-TERMS = WS-TERM-NOW - WS-TERM-PRIOR
           IF WS-TERMS < ZERO
           MOVE WS-TERMS TO WS-TERMS-DISPLAY
           MOVE WS-NET-CHANGE TO WS-NET-DISPLAY
           DISPLAY "-------------------------------------------"
           DISPLAY WS-PRIOR-DATE " -> "
                   WS-CURR-DATE ":"
           DISPLAY "  Active " WS-ACTIVE-PRIOR " -> "
                   WS-ACTIVE-NOW
           DISPLAY "  Hires: " WS-HIRES-DISPLAY
           PERFORM SHOW-DEPT-MOVEMENT.

       SHOW-DEPT-MOVEMENT.
           PERFORM UNTIL END-OF-CURR = "Y" OR
                   CR-SNAP-DATE NOT = WS-CURR-DATE
               PERFORM SHOW-ONE-DEPT-CHANGE
               PERFORM READ-CURR-FILE
           END-PERFORM
           PERFORM UNTIL END-OF-PRIOR = "Y" OR
                   PR-SNAP-DATE NOT = WS-PRIOR-DATE
               PERFORM READ-PRIOR-FILE
           END-PERFORM.

       SHOW-ONE-DEPT-CHANGE.
           MOVE ZERO TO WS-DEPT-PRIOR
           PERFORM UNTIL END-OF-PRIOR = "Y" OR
                   PR-SNAP-DATE NOT = WS-PRIOR-DATE OR
                   PR-DEPT >= CR-DEPT
               PERFORM READ-PRIOR-FILE
           END-PERFORM
           IF END-OF-PRIOR = "N" AND
              PR-SNAP-DATE = WS-PRIOR-DATE AND
              PR-DEPT = CR-DEPT
               MOVE PR-ACTIVE TO WS-DEPT-PRIOR
           END-IF
           COMPUTE WS-NET-CHANGE = CR-ACTIVE - WS-DEPT-PRIOR
           IF WS-NET-CHANGE NOT = ZERO
               MOVE WS-NET-CHANGE TO WS-NET-DISPLAY
               DISPLAY "    " CR-DEPT " "
                       WS-DEPT-PRIOR " -> "
                       CR-ACTIVE
                       " (net " WS-NET-DISPLAY ")"
           END-IF.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
