           05 RL-APPLIED        PIC 9(7).
           05 RL-REJECTED       PIC 9(7).
           05 RL-RC             PIC 9(4).
           05 RL-STREAM-ID      PIC X(15).
           05 RL-STEP-STATE     PIC X(7).

       WORKING-STORAGE SECTION.
       01 RUNLOG-STATUS        PIC XX.
       01 LS-APPLIED           PIC 9(7).
       01 LS-REJECTED          PIC 9(7).
       01 LS-RC                PIC 9(4).
       01 LS-STREAM-ID         PIC X(15).
       01 LS-STEP-STATE        PIC X(7).

       PROCEDURE DIVISION USING LS-PROGRAM LS-READ LS-APPLIED
                                 LS-REJECTED LS-RC
                                 OPTIONAL LS-STREAM-ID
                                 OPTIONAL LS-STEP-STATE.
       MAIN-LOGIC.
           OPEN EXTEND RUNLOG-FILE
           IF RUNLOG-STATUS NOT = "00"
               MOVE LS-APPLIED TO RL-APPLIED
               MOVE LS-REJECTED TO RL-REJECTED
               MOVE LS-RC TO RL-RC
               IF LS-STREAM-ID IS NOT OMITTED
                   MOVE LS-STREAM-ID TO RL-STREAM-ID
               END-IF
               IF LS-STEP-STATE IS NOT OMITTED
                   MOVE LS-STEP-STATE TO RL-STEP-STATE
               END-IF
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           END-IF.

           MOVE LS-RC TO RETURN-CODE
           EXIT PROGRAM.
