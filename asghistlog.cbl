       IDENTIFICATION DIVISION.
       PROGRAM-ID. AsgHistLog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "assignment-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS HISTORY-STATUS.
           SELECT GRADE-FILE ASSIGN TO "salary-grades.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "ASGHIST.CPY".

       FD GRADE-FILE.
       01 GRADE-RECORD.
           05 GRD-CODE          PIC X(2).
           05 GRD-MIN           PIC 9(7)V99.
           05 GRD-MAX           PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS       PIC XX.
       01 GRADE-STATUS         PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 WS-WRITTEN-FLAG      PIC X.
       01 WS-OLD-GRADE-MIN     PIC 9(7)V99.
       01 WS-NEW-GRADE-MIN     PIC 9(7)V99.
       01 WS-OLD-GRADE-FOUND   PIC X.
       01 WS-NEW-GRADE-FOUND   PIC X.
       01 WS-EVENT-TYPE        PIC X(4).
       01 WS-EVENT-NAME        PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-ASG-RECORD.
           COPY "ASGHIST.CPY"
               REPLACING AH-KEY BY LS-KEY
                         AH-EMPLOYEE-ID BY LS-EMPLOYEE-ID
                         AH-EFFECTIVE-DATE BY LS-EFFECTIVE-DATE
                         AH-SEQ BY LS-SEQ
                         AH-MOVE-TYPE BY LS-MOVE-TYPE
                         AH-OLD-DEPT BY LS-OLD-DEPT
                         AH-NEW-DEPT BY LS-NEW-DEPT
                         AH-OLD-JOB BY LS-OLD-JOB
                         AH-NEW-JOB BY LS-NEW-JOB
                         AH-OLD-GRADE BY LS-OLD-GRADE
                         AH-NEW-GRADE BY LS-NEW-GRADE
                         AH-OLD-MANAGER BY LS-OLD-MANAGER
                         AH-NEW-MANAGER BY LS-NEW-MANAGER
                         AH-SOURCE BY LS-SOURCE
                         AH-CHANGED-BY BY LS-CHANGED-BY.

       PROCEDURE DIVISION USING LS-ASG-RECORD.
       MAIN-LOGIC.
           IF LS-OLD-DEPT = LS-NEW-DEPT AND
              LS-OLD-JOB = LS-NEW-JOB AND
              LS-OLD-GRADE = LS-NEW-GRADE AND
              LS-OLD-MANAGER = LS-NEW-MANAGER
               EXIT PROGRAM
           END-IF

           OPEN I-O HISTORY-FILE
           IF HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Error opening assignment-history.dat (status "
                       HISTORY-STATUS "); assignment change not "
                       "logged."
               EXIT PROGRAM
           END-IF.

           MOVE LS-ASG-RECORD TO HISTORY-RECORD
           IF AH-EFFECTIVE-DATE IS NOT NUMERIC OR
              AH-EFFECTIVE-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO AH-EFFECTIVE-DATE
           END-IF
           IF AH-MOVE-TYPE = SPACES
               PERFORM CLASSIFY-MOVEMENT
           END-IF
           IF AH-CHANGED-BY = SPACES
               CALL "AuditUser" USING "GET   " AH-CHANGED-BY
           END-IF
           MOVE ZERO TO AH-SEQ
           MOVE "N" TO WS-WRITTEN-FLAG
           PERFORM WRITE-WITH-NEXT-SEQ
               UNTIL WS-WRITTEN-FLAG = "Y" OR AH-SEQ > 98
           CLOSE HISTORY-FILE
           IF WS-WRITTEN-FLAG = "Y" AND AH-SOURCE NOT = "REHIRE"
               PERFORM QUEUE-HR-EVENT
           END-IF

           EXIT PROGRAM.

       CLASSIFY-MOVEMENT.
           IF AH-OLD-GRADE NOT = AH-NEW-GRADE AND
              AH-OLD-GRADE NOT = SPACES AND
              AH-NEW-GRADE NOT = SPACES
               PERFORM LOOK-UP-GRADE-MINIMUMS
               IF WS-OLD-GRADE-FOUND = "Y" AND
                  WS-NEW-GRADE-FOUND = "Y" AND
                  WS-NEW-GRADE-MIN NOT = WS-OLD-GRADE-MIN
                   IF WS-NEW-GRADE-MIN > WS-OLD-GRADE-MIN
                       MOVE "PROM" TO AH-MOVE-TYPE
                   ELSE
                       MOVE "DEMO" TO AH-MOVE-TYPE
                   END-IF
               ELSE
                   IF AH-NEW-GRADE > AH-OLD-GRADE
                       MOVE "PROM" TO AH-MOVE-TYPE
                   ELSE
                       MOVE "DEMO" TO AH-MOVE-TYPE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AH-OLD-DEPT NOT = AH-NEW-DEPT OR
              AH-OLD-JOB NOT = AH-NEW-JOB OR
              AH-OLD-GRADE NOT = AH-NEW-GRADE
               MOVE "TRAN" TO AH-MOVE-TYPE
           ELSE
               MOVE "REOR" TO AH-MOVE-TYPE
           END-IF.

       QUEUE-HR-EVENT.
           IF AH-OLD-DEPT NOT = AH-NEW-DEPT OR
              AH-OLD-JOB NOT = AH-NEW-JOB
               MOVE "XFER" TO WS-EVENT-TYPE
           ELSE
               IF AH-OLD-MANAGER NOT = AH-NEW-MANAGER
                   MOVE "MGR " TO WS-EVENT-TYPE
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "HrEvent" USING WS-EVENT-TYPE AH-EMPLOYEE-ID
               WS-EVENT-NAME AH-NEW-DEPT AH-NEW-JOB AH-NEW-MANAGER
               AH-EFFECTIVE-DATE AH-SOURCE.

       LOOK-UP-GRADE-MINIMUMS.
           MOVE "N" TO WS-OLD-GRADE-FOUND
           MOVE "N" TO WS-NEW-GRADE-FOUND
           OPEN INPUT GRADE-FILE
           IF GRADE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ GRADE-FILE INTO GRADE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF GRD-CODE = AH-OLD-GRADE
                           MOVE GRD-MIN TO WS-OLD-GRADE-MIN
                           MOVE "Y" TO WS-OLD-GRADE-FOUND
                       END-IF
                       IF GRD-CODE = AH-NEW-GRADE
                           MOVE GRD-MIN TO WS-NEW-GRADE-MIN
                           MOVE "Y" TO WS-NEW-GRADE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-FILE.

       WRITE-WITH-NEXT-SEQ.
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO AH-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO WS-WRITTEN-FLAG
           END-WRITE.
