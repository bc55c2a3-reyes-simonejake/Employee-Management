       IDENTIFICATION DIVISION.
       PROGRAM-ID. HrEventFeed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "hr-events-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT EVENT-NEW-FILE ASSIGN TO "hr-events-queue.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-NEW-STATUS.
           SELECT FEED-FILE ASSIGN TO "hr-events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "hr-events-ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
       01 EVENT-RECORD.
           COPY "HREVENT.CPY".

       FD EVENT-NEW-FILE.
       01 EVENT-NEW-RECORD         PIC X(117).

       FD FEED-FILE.
       01 FEED-DETAIL-RECORD.
           05 FE-MARKER             PIC X(3).
           05 FE-EVENT-NO           PIC 9(7).
           05 FE-EVENT-TYPE         PIC X(4).
           05 FE-EMPLOYEE-ID        PIC 9(5).
           05 FE-EFFECTIVE-DATE     PIC 9(8).
           05 FE-DEPARTMENT         PIC X(15).
           05 FE-JOB-CODE           PIC X(4).
           05 FE-MANAGER-ID         PIC 9(5).
           05 FE-EMPLOYEE-NAME      PIC X(30).
       01 FEED-HEADER-RECORD.
           05 FH-MARKER             PIC X(3).
           05 FH-SEQUENCE           PIC 9(6).
           05 FH-RUN-DATE           PIC 9(8).
           05 FH-EVENT-COUNT        PIC 9(7).
           05 FH-SYSTEM             PIC X(10).
       01 FEED-TRAILER-RECORD.
           05 FT-MARKER             PIC X(3).
           05 FT-SEQUENCE           PIC 9(6).
           05 FT-EVENT-COUNT        PIC 9(7).
           05 FT-ID-HASH            PIC 9(12).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 HC-LAST-SEQUENCE      PIC 9(6).
           05 HC-LAST-RUN-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 EVENT-STATUS          PIC XX.
       01 EVENT-NEW-STATUS      PIC XX.
       01 FEED-STATUS           PIC XX.
       01 CONTROL-STATUS        PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-SEQUENCE           PIC 9(6) VALUE ZERO.
       01 WS-QUEUE-FOUND        PIC X VALUE "N".
       01 WS-ELIGIBLE           PIC X.
       01 WS-DUE-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-SENT-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-QUEUE-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-ID-HASH            PIC 9(12) VALUE ZERO.
       01 WS-COPY-STATUS        PIC S9(9) USAGE BINARY.
       01 WS-DELETE-STATUS      PIC S9(9) USAGE BINARY.
       01 WS-QUEUE-FILENAME     PIC X(255)
           VALUE "hr-events-queue.dat".
       01 WS-QUEUE-TMP-NAME     PIC X(255)
           VALUE "hr-events-queue.tmp".

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO WS-DUE-COUNT
           MOVE ZERO TO WS-SENT-COUNT
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-QUEUE-COUNT
           MOVE ZERO TO WS-ID-HASH

           PERFORM READ-CONTROL-FILE
           ADD 1 TO WS-SEQUENCE
           PERFORM COUNT-DUE-EVENTS

           OPEN OUTPUT FEED-FILE
           IF FEED-STATUS NOT = "00"
               DISPLAY "Error creating hr-events.dat."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO FEED-HEADER-RECORD
           MOVE "HDR" TO FH-MARKER
           MOVE WS-SEQUENCE TO FH-SEQUENCE
           MOVE WS-TODAY TO FH-RUN-DATE
           MOVE WS-DUE-COUNT TO FH-EVENT-COUNT
           MOVE "HRMS" TO FH-SYSTEM
           WRITE FEED-HEADER-RECORD

           IF WS-QUEUE-FOUND = "Y"
               PERFORM SEND-DUE-EVENTS
               IF EVENT-NEW-STATUS NOT = "00"
                   CLOSE FEED-FILE
                   DISPLAY "Error writing hr-events-queue.tmp; "
                           "hr-events.dat is incomplete and must "
                           "not be sent."
                   IF LS-MODE IS NOT OMITTED
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM PRESS-ENTER
                   EXIT PROGRAM
               END-IF
           END-IF

           MOVE SPACES TO FEED-TRAILER-RECORD
           MOVE "TRL" TO FT-MARKER
           MOVE WS-SEQUENCE TO FT-SEQUENCE
           MOVE WS-SENT-COUNT TO FT-EVENT-COUNT
           MOVE WS-ID-HASH TO FT-ID-HASH
           WRITE FEED-TRAILER-RECORD
           CLOSE FEED-FILE

           IF WS-QUEUE-FOUND = "Y"
               PERFORM REPLACE-QUEUE-FILE
           END-IF
           PERFORM WRITE-CONTROL-FILE

           DISPLAY "HR event feed sequence " WS-SEQUENCE
                   " written to hr-events.dat."
           DISPLAY "Events sent:              " WS-SENT-COUNT
           DISPLAY "Terminations not yet due: " WS-HELD-COUNT
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       READ-CONTROL-FILE.
           MOVE ZERO TO WS-SEQUENCE
           OPEN INPUT CONTROL-FILE
           IF CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF HC-LAST-SEQUENCE IS NUMERIC
                       MOVE HC-LAST-SEQUENCE TO WS-SEQUENCE
                   END-IF
           END-READ
           CLOSE CONTROL-FILE.

       WRITE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE
           IF CONTROL-STATUS NOT = "00"
               DISPLAY "Error writing hr-events-ctl.dat; the next "
                       "run will repeat sequence " WS-SEQUENCE "."
               IF LS-MODE IS NOT OMITTED
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEQUENCE TO HC-LAST-SEQUENCE
           MOVE WS-TODAY TO HC-LAST-RUN-DATE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       CHECK-EVENT-DUE.
           MOVE "N" TO WS-ELIGIBLE
           IF EV-SENT-DATE IS NUMERIC AND EV-SENT-DATE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF EV-TYPE = "TERM" AND EV-EFFECTIVE-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF EV-SOURCE = "COXFER"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ELIGIBLE.

       COUNT-DUE-EVENTS.
           MOVE "N" TO WS-QUEUE-FOUND
           OPEN INPUT EVENT-FILE
           IF EVENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-QUEUE-FOUND
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EVENT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-EVENT-DUE
                       IF WS-ELIGIBLE = "Y"
                           ADD 1 TO WS-DUE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE.

       SEND-DUE-EVENTS.
           OPEN INPUT EVENT-FILE
           OPEN OUTPUT EVENT-NEW-FILE
           IF EVENT-NEW-STATUS NOT = "00"
               CLOSE EVENT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EVENT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
                       PERFORM CHECK-EVENT-DUE
                       IF WS-ELIGIBLE = "Y"
                           PERFORM WRITE-FEED-DETAIL
                       ELSE
                           IF (EV-SENT-DATE IS NOT NUMERIC OR
                               EV-SENT-DATE = ZEROS) AND
                              EV-SOURCE NOT = "COXFER"
                               ADD 1 TO WS-HELD-COUNT
                           END-IF
                       END-IF
                       MOVE EVENT-RECORD TO EVENT-NEW-RECORD
                       WRITE EVENT-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE EVENT-FILE
           CLOSE EVENT-NEW-FILE.

       WRITE-FEED-DETAIL.
           ADD 1 TO WS-SENT-COUNT
           ADD EV-EMPLOYEE-ID TO WS-ID-HASH
           MOVE SPACES TO FEED-DETAIL-RECORD
           MOVE "EVT" TO FE-MARKER
           MOVE WS-SENT-COUNT TO FE-EVENT-NO
           MOVE EV-TYPE TO FE-EVENT-TYPE
           MOVE EV-EMPLOYEE-ID TO FE-EMPLOYEE-ID
           MOVE EV-EFFECTIVE-DATE TO FE-EFFECTIVE-DATE
           MOVE EV-DEPARTMENT TO FE-DEPARTMENT
           MOVE EV-JOB-CODE TO FE-JOB-CODE
           MOVE EV-MANAGER-ID TO FE-MANAGER-ID
           MOVE EV-EMPLOYEE-NAME TO FE-EMPLOYEE-NAME
           WRITE FEED-DETAIL-RECORD
           MOVE WS-TODAY TO EV-SENT-DATE
           MOVE WS-SEQUENCE TO EV-SENT-SEQ.

       REPLACE-QUEUE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-QUEUE-FILENAME
               RETURNING WS-DELETE-STATUS
           CALL "CBL_COPY_FILE" USING WS-QUEUE-TMP-NAME
               WS-QUEUE-FILENAME
               RETURNING WS-COPY-STATUS
           IF WS-COPY-STATUS NOT = 0
               DISPLAY "Error saving hr-events-queue.dat; the sent "
                       "queue is in hr-events-queue.tmp."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-QUEUE-TMP-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
