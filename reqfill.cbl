       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReqFill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "requisitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-STATUS.
           SELECT CAND-FILE ASSIGN TO "candidates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQ-FILE.
       01 REQ-RECORD.
           COPY "REQREC.CPY".

       FD CAND-FILE.
       01 CAND-RECORD.
           COPY "CANDREC.CPY".

       WORKING-STORAGE SECTION.
       01 REQ-STATUS           PIC XX.
       01 CAND-STATUS          PIC XX.
       01 END-OF-FILE          PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-REQ-COUNT         PIC 9(4).
       01 WS-REQ-IDX           PIC 9(4).
       01 WS-CAND-COUNT        PIC 9(4).
       01 WS-CAND-IDX          PIC 9(4).
       01 WS-HIRED-REQ-NO      PIC 9(5).
       01 WS-AUDIT-AFTER       PIC X(120).
       01 WS-LIMIT-HIT         PIC X.

       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 1000 TIMES.
               10 WS-RQ-REQ-NO      PIC 9(5).
               10 WS-RQ-DEPT        PIC X(15).
               10 WS-RQ-JOB-CODE    PIC X(4).
               10 WS-RQ-SEATS       PIC 9(3).
               10 WS-RQ-FILLED      PIC 9(3).
               10 WS-RQ-HIRING-MGR  PIC 9(5).
               10 WS-RQ-STATUS      PIC X(1).
               10 WS-RQ-OPENED-BY   PIC X(10).
               10 WS-RQ-OPENED-DATE PIC 9(8).
               10 WS-RQ-CLOSED-DATE PIC 9(8).

       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 5000 TIMES.
               10 WS-CA-REQ-NO       PIC 9(5).
               10 WS-CA-CAND-NO      PIC 9(3).
               10 WS-CA-NAME         PIC X(30).
               10 WS-CA-DOB          PIC 9(8).
               10 WS-CA-DEPT         PIC X(15).
               10 WS-CA-JOB-CODE     PIC X(4).
               10 WS-CA-SALARY       PIC 9(7)V99.
               10 WS-CA-GRADE        PIC X(2).
               10 WS-CA-STATUS       PIC X(1).
               10 WS-CA-STATUS-DATE  PIC 9(8).
               10 WS-CA-EMPLOYEE-ID  PIC 9(5).
               10 WS-CA-START-DATE   PIC 9(8).
               10 WS-CA-MANAGER-ID   PIC 9(5).
               10 WS-CA-EMP-TYPE     PIC X(1).
               10 WS-CA-CONTRACT-END PIC 9(8).

       LINKAGE SECTION.
       01 LS-EMPLOYEE-ID        PIC 9(5).

       PROCEDURE DIVISION USING LS-EMPLOYEE-ID.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZEROS TO WS-HIRED-REQ-NO
           MOVE ZERO TO WS-CAND-COUNT
           MOVE "N" TO WS-LIMIT-HIT
           OPEN INPUT CAND-FILE
           IF CAND-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CAND-FILE INTO CAND-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-CAND-COUNT >= 5000
                           MOVE "Y" TO WS-LIMIT-HIT
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-CAND-COUNT
                           MOVE CAND-RECORD
                               TO WS-CAND-ENTRY(WS-CAND-COUNT)
                           IF CA-STATUS = "A" AND
                              CA-EMPLOYEE-ID = LS-EMPLOYEE-ID
                               MOVE "H"
                                   TO WS-CA-STATUS(WS-CAND-COUNT)
                               MOVE WS-TODAY
                                 TO WS-CA-STATUS-DATE(WS-CAND-COUNT)
                               MOVE CA-REQ-NO TO WS-HIRED-REQ-NO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAND-FILE

           IF WS-LIMIT-HIT = "Y"
               DISPLAY "candidates.dat holds more than 5000 "
                       "candidates; requisition not marked filled."
               EXIT PROGRAM
           END-IF
           IF WS-HIRED-REQ-NO = ZEROS
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT CAND-FILE
           IF CAND-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
               MOVE WS-CAND-ENTRY(WS-CAND-IDX) TO CAND-RECORD
               WRITE CAND-RECORD
           END-PERFORM
           CLOSE CAND-FILE

           PERFORM FILL-REQUISITION
           EXIT PROGRAM.

       FILL-REQUISITION.
           MOVE ZERO TO WS-REQ-COUNT
           OPEN INPUT REQ-FILE
           IF REQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REQ-FILE INTO REQ-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-REQ-COUNT >= 1000
                           MOVE "Y" TO WS-LIMIT-HIT
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-REQ-COUNT
                           MOVE REQ-RECORD
                               TO WS-REQ-ENTRY(WS-REQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQ-FILE
           IF WS-LIMIT-HIT = "Y"
               DISPLAY "requisitions.dat holds more than 1000 "
                       "requisitions; requisition " WS-HIRED-REQ-NO
                       " not marked filled."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RQ-REQ-NO(WS-REQ-IDX) = WS-HIRED-REQ-NO
                   ADD 1 TO WS-RQ-FILLED(WS-REQ-IDX)
                   IF WS-RQ-FILLED(WS-REQ-IDX) >=
                      WS-RQ-SEATS(WS-REQ-IDX)
                       MOVE "C" TO WS-RQ-STATUS(WS-REQ-IDX)
                       MOVE WS-TODAY
                           TO WS-RQ-CLOSED-DATE(WS-REQ-IDX)
                       MOVE SPACES TO WS-AUDIT-AFTER
                       STRING
                           "Req=" WS-HIRED-REQ-NO DELIMITED BY SIZE
                           " Closed, all seats filled"
                               DELIMITED BY SIZE
                           INTO WS-AUDIT-AFTER
                       END-STRING
                       CALL "AuditLog" USING "REQN  "
                           LS-EMPLOYEE-ID SPACES WS-AUDIT-AFTER
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT REQ-FILE
           IF REQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               MOVE WS-REQ-ENTRY(WS-REQ-IDX) TO REQ-RECORD
               WRITE REQ-RECORD
           END-PERFORM
           CLOSE REQ-FILE.
