           SELECT RUNLOG-FILE ASSIGN TO "run-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.
           SELECT STATE-FILE ASSIGN TO "jobstream-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RL-APPLIED        PIC 9(7).
           05 RL-REJECTED       PIC 9(7).
           05 RL-RC             PIC 9(4).
           05 RL-STREAM-ID      PIC X(15).
           05 RL-STEP-STATE     PIC X(7).

       FD STATE-FILE.
       01 STATE-RECORD.
           COPY "JOBSTATE.CPY".

       WORKING-STORAGE SECTION.
       01 RUNLOG-STATUS        PIC XX.
       01 STATE-STATUS         PIC XX.
       01 WS-STREAM-ID         PIC X(15) VALUE SPACES.
       01 WS-STREAM-STATE      PIC X(10).
       01 WS-OPEN-STEPS        PIC 9(3) VALUE ZERO.
       01 END-OF-FILE          PIC X VALUE "N".
       01 CONTINUE-FLAG        PIC X.
       01 WS-TODAY             PIC 9(8).
           DISPLAY "-------------------------------------------"
           DISPLAY "       Batch Run Status"
           DISPLAY "-------------------------------------------"
           PERFORM SHOW-JOBSTREAM

           OPEN INPUT RUNLOG-FILE
           IF RUNLOG-STATUS NOT = "00"
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       SHOW-JOBSTREAM.
           OPEN INPUT STATE-FILE
           IF STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ STATE-FILE INTO STATE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-STREAM-ID = SPACES
                           MOVE JT-STREAM-ID TO WS-STREAM-ID
                           DISPLAY "Nightly jobstream " WS-STREAM-ID
                           DISPLAY "Step      | State   | RC   | "
                                   "Last Change"
                           DISPLAY "----------|---------|------|-"
                                   "---------------"
                       END-IF
                       IF JT-STATE NOT = "DONE" AND
                          JT-STATE NOT = "WARN" AND
                          JT-STATE NOT = "NOTDUE"
                           ADD 1 TO WS-OPEN-STEPS
                       END-IF
                       DISPLAY JT-STEP-NAME " | " JT-STATE " | "
                               JT-RC " | " JT-STAMP
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           IF WS-OPEN-STEPS = ZERO
               MOVE "COMPLETE" TO WS-STREAM-STATE
           ELSE
               MOVE "INCOMPLETE" TO WS-STREAM-STATE
           END-IF
           DISPLAY "Jobstream state: " WS-STREAM-STATE
           IF WS-OPEN-STEPS > ZERO
               DISPLAY WS-OPEN-STEPS " step(s) not complete; "
                       "restart with run_nightly_jobstream.sh "
                       "RESTART"
           END-IF
           DISPLAY " ".

       KEEP-LATEST-ENTRY.
           IF RL-STREAM-ID NOT = SPACES AND
              RL-PROGRAM NOT = "JOBSTREAM"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-JOB-USED
