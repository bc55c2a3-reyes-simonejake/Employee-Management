       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightlyJobStream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-FILE ASSIGN TO "jobstream.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-STATUS.
           SELECT STATE-FILE ASSIGN TO "jobstream-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-FILE.
       01 STEP-RECORD.
           COPY "JOBSTEP.CPY".

       FD STATE-FILE.
       01 STATE-RECORD.
           COPY "JOBSTATE.CPY".

       WORKING-STORAGE SECTION.
       01 STEP-STATUS           PIC XX.
       01 STATE-STATUS          PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 WS-ACTION             PIC X(10).
       01 WS-LOG-NAME           PIC X(30)
           VALUE "nightly-jobstream.log".
       01 WS-CURRENT-DATETIME   PIC X(21).
       01 WS-STREAM-ID          PIC X(15).
       01 WS-STAMP              PIC X(15).
       01 WS-TODAY              PIC 9(8).
       01 WS-TOMORROW           PIC 9(8).
       01 WS-TOMORROW-PARTS REDEFINES WS-TOMORROW.
           05 WS-TOMORROW-YM    PIC 9(6).
           05 WS-TOMORROW-DD    PIC 9(2).
       01 WS-MONTH-END          PIC X VALUE "N".
       01 WS-DEFINITION-OK      PIC X VALUE "Y".
       01 WS-STREAM-STOPPED     PIC X VALUE "N".
       01 WS-STOPPED-AT         PIC X(9) VALUE SPACES.
       01 WS-DEPS-OK            PIC X.
       01 WS-SLOT-FOUND         PIC X.
       01 WS-DEP-FAILED         PIC X(9).
       01 WS-STEP-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-STEP-IDX           PIC 9(3).
       01 WS-SCAN-IDX           PIC 9(3).
       01 WS-FOUND-IDX          PIC 9(3).
       01 WS-DEP-IDX            PIC 9.
       01 WS-INSERT-IDX         PIC 9(3).
       01 WS-RUN-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-FAILED-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-WORST-RC           PIC 9(4) VALUE ZERO.
       01 WS-SYSTEM-COMMAND     PIC X(120).
       01 WS-SYSTEM-RC          PIC S9(9) USAGE BINARY.
       01 WS-STEP-RC            PIC 9(4).
       01 WS-RUN-PROGRAM        PIC X(12).
       01 WS-RL-READ            PIC 9(7) VALUE ZERO.
       01 WS-RL-APPLIED         PIC 9(7) VALUE ZERO.
       01 WS-RL-REJECTED        PIC 9(7) VALUE ZERO.
       01 WS-RL-RC              PIC 9(4).
       01 WS-RL-STATE           PIC X(7).

       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-ST-SEQ        PIC 9(3).
               10 WS-ST-NAME       PIC X(9).
               10 WS-ST-SCHEDULE   PIC X(1).
               10 WS-ST-STOP-RC    PIC 9(4).
               10 WS-ST-DEPENDS    PIC X(9) OCCURS 3 TIMES.
               10 WS-ST-COMMAND    PIC X(60).
               10 WS-ST-STATE      PIC X(7).
               10 WS-ST-RC         PIC 9(4).
               10 WS-ST-STAMP      PIC X(15).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-ACTION FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           IF WS-ACTION = SPACES
               MOVE "RUN" TO WS-ACTION
           END-IF
           IF WS-ACTION NOT = "RUN" AND WS-ACTION NOT = "RESTART"
               DISPLAY "Usage: nightlyjobstream [RUN | RESTART]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           PERFORM LOAD-STEP-TABLE
           PERFORM CHECK-DEFINITION
           IF WS-DEFINITION-OK = "N"
               DISPLAY "Jobstream definition jobstream.dat is not "
                       "usable; no steps run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ACTION = "RESTART"
               PERFORM LOAD-STREAM-STATE
               IF WS-STREAM-ID = SPACES
                   DISPLAY "No unfinished jobstream to restart."
                   MOVE ZERO TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Restarting jobstream " WS-STREAM-ID
                       "; completed steps are not repeated."
           ELSE
               PERFORM WARN-IF-UNFINISHED
               PERFORM START-NEW-STREAM
               DISPLAY "Jobstream " WS-STREAM-ID " started."
           END-IF
           PERFORM SAVE-STREAM-STATE

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-STATE(WS-STEP-IDX) = "PENDING"
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM

           PERFORM FINISH-STREAM
           STOP RUN.

       LOAD-STEP-TABLE.
           MOVE ZERO TO WS-STEP-COUNT
           OPEN INPUT STEP-FILE
           IF STEP-STATUS NOT = "00"
               DISPLAY "Cannot open jobstream.dat (status "
                       STEP-STATUS ")."
               MOVE "N" TO WS-DEFINITION-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ STEP-FILE INTO STEP-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF JS-SEQ IS NUMERIC AND
                          JS-STEP-NAME NOT = SPACES
                           PERFORM ADD-STEP-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-FILE
           IF WS-STEP-COUNT = ZERO
               DISPLAY "jobstream.dat holds no steps."
               MOVE "N" TO WS-DEFINITION-OK
           END-IF.

       ADD-STEP-ENTRY.
           IF WS-STEP-COUNT >= 50
               DISPLAY "jobstream.dat holds more than 50 steps."
               MOVE "N" TO WS-DEFINITION-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-INSERT-IDX
           MOVE "N" TO WS-SLOT-FOUND
           PERFORM UNTIL WS-INSERT-IDX = 1 OR WS-SLOT-FOUND = "Y"
               IF WS-ST-SEQ(WS-INSERT-IDX - 1) <= JS-SEQ
                   MOVE "Y" TO WS-SLOT-FOUND
               ELSE
                   MOVE WS-STEP-ENTRY(WS-INSERT-IDX - 1)
                       TO WS-STEP-ENTRY(WS-INSERT-IDX)
                   SUBTRACT 1 FROM WS-INSERT-IDX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-STEP-ENTRY(WS-INSERT-IDX)
           MOVE JS-SEQ TO WS-ST-SEQ(WS-INSERT-IDX)
           MOVE JS-STEP-NAME TO WS-ST-NAME(WS-INSERT-IDX)
           MOVE JS-SCHEDULE TO WS-ST-SCHEDULE(WS-INSERT-IDX)
           IF JS-STOP-RC IS NUMERIC AND JS-STOP-RC NOT = ZEROS
               MOVE JS-STOP-RC TO WS-ST-STOP-RC(WS-INSERT-IDX)
           ELSE
               MOVE 8 TO WS-ST-STOP-RC(WS-INSERT-IDX)
           END-IF
           MOVE JS-DEPENDS-ON(1) TO WS-ST-DEPENDS(WS-INSERT-IDX, 1)
           MOVE JS-DEPENDS-ON(2) TO WS-ST-DEPENDS(WS-INSERT-IDX, 2)
           MOVE JS-DEPENDS-ON(3) TO WS-ST-DEPENDS(WS-INSERT-IDX, 3)
           MOVE JS-COMMAND TO WS-ST-COMMAND(WS-INSERT-IDX)
           MOVE "PENDING" TO WS-ST-STATE(WS-INSERT-IDX)
           MOVE ZERO TO WS-ST-RC(WS-INSERT-IDX)
           MOVE SPACES TO WS-ST-STAMP(WS-INSERT-IDX).

       CHECK-DEFINITION.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-COMMAND(WS-STEP-IDX) = SPACES
                   DISPLAY "Step " WS-ST-NAME(WS-STEP-IDX)
                           " has no command."
                   MOVE "N" TO WS-DEFINITION-OK
               END-IF
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > 3
                   IF WS-ST-DEPENDS(WS-STEP-IDX, WS-DEP-IDX)
                       NOT = SPACES
                       PERFORM FIND-EARLIER-STEP
                       IF WS-FOUND-IDX = ZERO
                           DISPLAY "Step " WS-ST-NAME(WS-STEP-IDX)
                                   " depends on "
                                   WS-ST-DEPENDS(WS-STEP-IDX,
                                       WS-DEP-IDX)
                                   ", which is not an earlier step."
                           MOVE "N" TO WS-DEFINITION-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-EARLIER-STEP.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX >= WS-STEP-IDX
               IF WS-ST-NAME(WS-SCAN-IDX) =
                  WS-ST-DEPENDS(WS-STEP-IDX, WS-DEP-IDX)
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       START-NEW-STREAM.
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-STREAM-ID(1:8)
           MOVE "-" TO WS-STREAM-ID(9:1)
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-STREAM-ID(10:6)
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
               TO WS-TOMORROW
           IF WS-TOMORROW-DD = 1
               MOVE "Y" TO WS-MONTH-END
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-SCHEDULE(WS-STEP-IDX) = "M" AND
                  WS-MONTH-END = "N"
                   MOVE "NOTDUE" TO WS-ST-STATE(WS-STEP-IDX)
               END-IF
           END-PERFORM.

       WARN-IF-UNFINISHED.
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
                       IF JT-STATE = "FAILED" OR
                          JT-STATE = "RUNNING" OR
                          JT-STATE = "SKIPPED" OR
                          JT-STATE = "PENDING"
                           DISPLAY "Warning: jobstream " JT-STREAM-ID
                                   " did not finish (step "
                                   JT-STEP-NAME " " JT-STATE
                                   "); starting a new stream."
                           MOVE "Y" TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE.

       LOAD-STREAM-STATE.
           MOVE SPACES TO WS-STREAM-ID
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
                       MOVE JT-STREAM-ID TO WS-STREAM-ID
                       PERFORM APPLY-SAVED-STATE
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-STATE(WS-STEP-IDX) = "RUNNING"
                   DISPLAY "Step " WS-ST-NAME(WS-STEP-IDX)
                           " was still RUNNING when the stream "
                           "stopped; it will be rerun."
               END-IF
               IF WS-ST-STATE(WS-STEP-IDX) = "FAILED" OR
                  WS-ST-STATE(WS-STEP-IDX) = "RUNNING" OR
                  WS-ST-STATE(WS-STEP-IDX) = "SKIPPED"
                   MOVE "PENDING" TO WS-ST-STATE(WS-STEP-IDX)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-STATE(WS-STEP-IDX) = "PENDING"
                   MOVE WS-STEP-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               MOVE SPACES TO WS-STREAM-ID
           END-IF.

       APPLY-SAVED-STATE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-ST-NAME(WS-STEP-IDX) = JT-STEP-NAME
                   MOVE JT-STATE TO WS-ST-STATE(WS-STEP-IDX)
                   IF JT-RC IS NUMERIC
                       MOVE JT-RC TO WS-ST-RC(WS-STEP-IDX)
                   END-IF
                   MOVE JT-STAMP TO WS-ST-STAMP(WS-STEP-IDX)
               END-IF
           END-PERFORM.

       SAVE-STREAM-STATE.
           OPEN OUTPUT STATE-FILE
           IF STATE-STATUS NOT = "00"
               DISPLAY "Error writing jobstream-state.dat (status "
                       STATE-STATUS "); a restart will rerun all "
                       "steps."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-STEP-COUNT
               MOVE SPACES TO STATE-RECORD
               MOVE WS-STREAM-ID TO JT-STREAM-ID
               MOVE WS-ST-NAME(WS-SCAN-IDX) TO JT-STEP-NAME
               MOVE WS-ST-STATE(WS-SCAN-IDX) TO JT-STATE
               MOVE WS-ST-RC(WS-SCAN-IDX) TO JT-RC
               MOVE WS-ST-STAMP(WS-SCAN-IDX) TO JT-STAMP
               WRITE STATE-RECORD
           END-PERFORM
           CLOSE STATE-FILE.

       RUN-ONE-STEP.
           IF WS-STREAM-STOPPED = "Y"
               MOVE "SKIPPED" TO WS-ST-STATE(WS-STEP-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "Step " WS-ST-NAME(WS-STEP-IDX)
                       " not run: stream stopped at " WS-STOPPED-AT
               PERFORM LOG-STEP
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DEPENDENCIES
           IF WS-DEPS-OK = "N"
               MOVE "SKIPPED" TO WS-ST-STATE(WS-STEP-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "Step " WS-ST-NAME(WS-STEP-IDX)
                       " not run: depends on " WS-DEP-FAILED
                       ", which did not complete."
               PERFORM LOG-STEP
               EXIT PARAGRAPH
           END-IF

           MOVE "RUNNING" TO WS-ST-STATE(WS-STEP-IDX)
           PERFORM SET-STAMP
           MOVE WS-STAMP TO WS-ST-STAMP(WS-STEP-IDX)
           PERFORM SAVE-STREAM-STATE
           DISPLAY "Step " WS-ST-NAME(WS-STEP-IDX) " started "
                   WS-STAMP ": "
                   FUNCTION TRIM(WS-ST-COMMAND(WS-STEP-IDX))
           MOVE SPACES TO WS-SYSTEM-COMMAND
           STRING
               WS-ST-COMMAND(WS-STEP-IDX) DELIMITED BY "  "
               " >> " DELIMITED BY SIZE
               WS-LOG-NAME DELIMITED BY SPACE
               " 2>&1" DELIMITED BY SIZE
               INTO WS-SYSTEM-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           MOVE ZERO TO RETURN-CODE
           IF WS-SYSTEM-RC >= 256
               DIVIDE 256 INTO WS-SYSTEM-RC
           END-IF
           IF WS-SYSTEM-RC < 0 OR WS-SYSTEM-RC > 9999
               MOVE 9999 TO WS-STEP-RC
           ELSE
               MOVE WS-SYSTEM-RC TO WS-STEP-RC
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-IDX)
           PERFORM SET-STAMP
           MOVE WS-STAMP TO WS-ST-STAMP(WS-STEP-IDX)
           IF WS-STEP-RC > WS-WORST-RC
               MOVE WS-STEP-RC TO WS-WORST-RC
           END-IF
           EVALUATE TRUE
               WHEN WS-STEP-RC >= WS-ST-STOP-RC(WS-STEP-IDX)
                   MOVE "FAILED" TO WS-ST-STATE(WS-STEP-IDX)
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "Y" TO WS-STREAM-STOPPED
                   MOVE WS-ST-NAME(WS-STEP-IDX) TO WS-STOPPED-AT
               WHEN WS-STEP-RC >= 8
                   MOVE "FAILED" TO WS-ST-STATE(WS-STEP-IDX)
                   ADD 1 TO WS-FAILED-COUNT
               WHEN WS-STEP-RC > ZERO
                   MOVE "WARN" TO WS-ST-STATE(WS-STEP-IDX)
               WHEN OTHER
                   MOVE "DONE" TO WS-ST-STATE(WS-STEP-IDX)
           END-EVALUATE
           DISPLAY "Step " WS-ST-NAME(WS-STEP-IDX) " ended "
                   WS-STAMP " RC=" WS-STEP-RC " "
                   WS-ST-STATE(WS-STEP-IDX)
           IF WS-STREAM-STOPPED = "Y"
               DISPLAY "Return code " WS-STEP-RC " reached the stop "
                       "code " WS-ST-STOP-RC(WS-STEP-IDX)
                       " for this step; the stream is stopped."
           END-IF
           PERFORM LOG-STEP.

       CHECK-DEPENDENCIES.
           MOVE "Y" TO WS-DEPS-OK
           MOVE SPACES TO WS-DEP-FAILED
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 3
               IF WS-ST-DEPENDS(WS-STEP-IDX, WS-DEP-IDX) NOT = SPACES
                   PERFORM FIND-EARLIER-STEP
                   IF WS-FOUND-IDX NOT = ZERO
                       IF WS-ST-STATE(WS-FOUND-IDX) NOT = "DONE" AND
                          WS-ST-STATE(WS-FOUND-IDX) NOT = "WARN" AND
                          WS-ST-STATE(WS-FOUND-IDX) NOT = "NOTDUE"
                           MOVE "N" TO WS-DEPS-OK
                           MOVE WS-ST-NAME(WS-FOUND-IDX)
                               TO WS-DEP-FAILED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOG-STEP.
           PERFORM SAVE-STREAM-STATE
           MOVE SPACES TO WS-RUN-PROGRAM
           STRING
               "JS-" DELIMITED BY SIZE
               WS-ST-NAME(WS-STEP-IDX) DELIMITED BY SPACE
               INTO WS-RUN-PROGRAM
           END-STRING
           MOVE WS-ST-RC(WS-STEP-IDX) TO WS-RL-RC
           MOVE WS-ST-STATE(WS-STEP-IDX) TO WS-RL-STATE
           CALL "RunLog" USING WS-RUN-PROGRAM WS-RL-READ
               WS-RL-APPLIED WS-RL-REJECTED WS-RL-RC
               WS-STREAM-ID WS-RL-STATE.

       SET-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-STAMP(1:8)
           MOVE "-" TO WS-STAMP(9:1)
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-STAMP(10:6).

       FINISH-STREAM.
           MOVE "JOBSTREAM" TO WS-RUN-PROGRAM
           MOVE WS-RUN-COUNT TO WS-RL-READ
           MOVE WS-FAILED-COUNT TO WS-RL-REJECTED
           COMPUTE WS-RL-APPLIED = WS-RUN-COUNT - WS-FAILED-COUNT
           MOVE WS-WORST-RC TO WS-RL-RC
           IF WS-FAILED-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
               MOVE "FAILED" TO WS-RL-STATE
               IF WS-WORST-RC < 8
                   MOVE 8 TO WS-WORST-RC
                   MOVE 8 TO WS-RL-RC
               END-IF
           ELSE
               MOVE "DONE" TO WS-RL-STATE
           END-IF
           CALL "RunLog" USING WS-RUN-PROGRAM WS-RL-READ
               WS-RL-APPLIED WS-RL-REJECTED WS-RL-RC
               WS-STREAM-ID WS-RL-STATE
           DISPLAY "Jobstream " WS-STREAM-ID " " WS-RL-STATE
                   ": steps run " WS-RUN-COUNT
                   "  failed " WS-FAILED-COUNT
                   "  not run " WS-SKIPPED-COUNT
           IF WS-RL-STATE = "FAILED"
               DISPLAY "Fix the cause and rerun with: "
                       "run_nightly_jobstream.sh RESTART"
           END-IF
           MOVE WS-WORST-RC TO RETURN-CODE.
