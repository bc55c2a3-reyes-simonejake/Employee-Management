       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCERT-FILE ASSIGN TO "job-certs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBCERT-STATUS.
           SELECT TRAINING-FILE ASSIGN TO "training.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAINING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBCERT-FILE.
       01 JOBCERT-RECORD.
           COPY "JOBCERT.CPY".

       FD TRAINING-FILE.
       01 TRAINING-RECORD.
           COPY "TRAINREC.CPY".

       WORKING-STORAGE SECTION.
       01 JOBCERT-STATUS       PIC XX.
       01 TRAINING-STATUS      PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 WS-TODAY             PIC 9(8).
       01 WS-REQ-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-REQ-IDX           PIC 9(2).
       01 WS-LIST-PTR          PIC 9(3).

       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 50 TIMES.
               10 WS-REQ-COURSE     PIC X(6).
               10 WS-REQ-HELD       PIC X(1).

       LINKAGE SECTION.
       01 LS-EMPLOYEE-ID       PIC 9(5).
       01 LS-JOB-CODE          PIC X(4).
       01 LS-MISSING-COUNT     PIC 9(2).
       01 LS-MISSING-LIST      PIC X(60).

       PROCEDURE DIVISION USING LS-EMPLOYEE-ID LS-JOB-CODE
                                LS-MISSING-COUNT LS-MISSING-LIST.
       MAIN-LOGIC.
           MOVE ZERO TO LS-MISSING-COUNT
           MOVE SPACES TO LS-MISSING-LIST
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           IF LS-JOB-CODE = SPACES
               EXIT PROGRAM
           END-IF.

           MOVE ZERO TO WS-REQ-COUNT
           OPEN INPUT JOBCERT-FILE
           IF JOBCERT-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-REQ-COUNT >= 50
               READ JOBCERT-FILE INTO JOBCERT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF JC-JOB-CODE = LS-JOB-CODE
                           ADD 1 TO WS-REQ-COUNT
                           MOVE JC-COURSE-CODE
                               TO WS-REQ-COURSE(WS-REQ-COUNT)
                           MOVE "N" TO WS-REQ-HELD(WS-REQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOBCERT-FILE

           IF WS-REQ-COUNT = ZERO
               EXIT PROGRAM
           END-IF.

           OPEN INPUT TRAINING-FILE
           IF TRAINING-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ TRAINING-FILE INTO TRAINING-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF TN-EMPLOYEE-ID = LS-EMPLOYEE-ID AND
                              (TN-EXPIRY = ZEROS OR
                               TN-EXPIRY >= WS-TODAY)
                               PERFORM MARK-REQUIREMENT-HELD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINING-FILE
           END-IF.

           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-HELD(WS-REQ-IDX) = "N"
                   ADD 1 TO LS-MISSING-COUNT
                   STRING
                       WS-REQ-COURSE(WS-REQ-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO LS-MISSING-LIST
                       WITH POINTER WS-LIST-PTR
                   END-STRING
               END-IF
           END-PERFORM

           EXIT PROGRAM.

       MARK-REQUIREMENT-HELD.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-COURSE(WS-REQ-IDX) = TN-COURSE-CODE
                   MOVE "Y" TO WS-REQ-HELD(WS-REQ-IDX)
               END-IF
           END-PERFORM.
