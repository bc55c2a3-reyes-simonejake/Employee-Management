               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT CAND-FILE ASSIGN TO "candidates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 POS-DEPT          PIC X(15).
           05 POS-JOB-CODE      PIC X(4).
           05 POS-AUTHORIZED    PIC 9(4).
           05 POS-GRADE         PIC X(2).
           05 POS-AUTH-FTE      PIC 9(4)V99.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD CAND-FILE.
       01 CAND-RECORD.
           COPY "CANDREC.CPY".

       WORKING-STORAGE SECTION.
       01 POSITION-STATUS      PIC XX.
       01 FILE-STATUS          PIC XX.
       01 CAND-STATUS          PIC XX.
       01 END-OF-FILE          PIC X.
       01 WS-CAP-FOUND         PIC X.
       01 WS-CAP-JOB-LEVEL     PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-AUTHORIZED        PIC 9(4)V99.
       01 WS-FILLED            PIC 9(5)V99.
       01 WS-COMMITTED         PIC 9(5)V99.
       01 WS-REQUEST-FTE       PIC 9(3)V99.
       01 WS-FTE-PCT           PIC 9(3)V99.
       01 WS-WORK-DAYS         PIC X(7).
       01 WS-DAYS-PER-WEEK     PIC 9V99.
       01 WS-PATTERN-RESULT    PIC X(4).
       01 WS-PATTERN-TO        PIC 9(8).

       LINKAGE SECTION.
       01 LS-DEPT              PIC X(15).
       01 LS-JOB-CODE          PIC X(4).
       01 LS-RESULT            PIC X(4).
       01 LS-EXCLUDE-ID        PIC 9(5).
       01 LS-REQUEST-FTE       PIC 9(3)V99.

       PROCEDURE DIVISION USING LS-DEPT LS-JOB-CODE LS-RESULT
           OPTIONAL LS-EXCLUDE-ID OPTIONAL LS-REQUEST-FTE.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 100.00 TO WS-REQUEST-FTE
           IF LS-REQUEST-FTE IS NOT OMITTED
               IF LS-REQUEST-FTE IS NUMERIC AND
                  LS-REQUEST-FTE NOT = ZERO
                   MOVE LS-REQUEST-FTE TO WS-REQUEST-FTE
               END-IF
           END-IF
           MOVE "OK  " TO LS-RESULT
           MOVE "N" TO WS-CAP-FOUND
           MOVE "N" TO WS-CAP-JOB-LEVEL
           END-IF.

           PERFORM COUNT-FILLED-SEATS
           PERFORM COUNT-COMMITTED-SEATS
           IF WS-FILLED + WS-COMMITTED + WS-REQUEST-FTE / 100 >
              WS-AUTHORIZED
               MOVE "FULL" TO LS-RESULT
           END-IF.

              POS-JOB-CODE NOT = SPACES
               MOVE "Y" TO WS-CAP-FOUND
               MOVE "Y" TO WS-CAP-JOB-LEVEL
               PERFORM TAKE-AUTHORIZED-FTE
               EXIT PARAGRAPH
           END-IF
           IF POS-JOB-CODE = SPACES AND WS-CAP-JOB-LEVEL = "N"
               MOVE "Y" TO WS-CAP-FOUND
               PERFORM TAKE-AUTHORIZED-FTE
           END-IF.

       TAKE-AUTHORIZED-FTE.
           IF POS-AUTH-FTE IS NUMERIC
               MOVE POS-AUTH-FTE TO WS-AUTHORIZED
           ELSE
               MOVE POS-AUTHORIZED TO WS-AUTHORIZED
           END-IF.

                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          DEPARTMENT = LS-DEPT
                           IF (WS-CAP-JOB-LEVEL = "N" OR
                               JOB-CODE = LS-JOB-CODE) AND
                              NOT (LS-EXCLUDE-ID IS NOT OMITTED AND
                                   EMPLOYEE-ID = LS-EXCLUDE-ID)
                               PERFORM ADD-FILLED-FTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       ADD-FILLED-FTE.
           MOVE WS-TODAY TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " EMPLOYEE-ID WS-TODAY
               WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           COMPUTE WS-FILLED = WS-FILLED + WS-FTE-PCT / 100.

       COUNT-COMMITTED-SEATS.
           MOVE ZERO TO WS-COMMITTED
           OPEN INPUT CAND-FILE
           IF CAND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CAND-FILE INTO CAND-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CA-STATUS = "A" AND CA-DEPT = LS-DEPT
                           IF WS-CAP-JOB-LEVEL = "N" OR
                              CA-JOB-CODE = LS-JOB-CODE
                               PERFORM COUNT-ONE-COMMITTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAND-FILE.

       COUNT-ONE-COMMITTED.
           IF LS-EXCLUDE-ID IS NOT OMITTED
               IF CA-EMPLOYEE-ID = LS-EXCLUDE-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-COMMITTED.
