       IDENTIFICATION DIVISION.
       PROGRAM-ID. ErCaseCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASON-FILE ASSIGN TO "term-reasons.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REASON-STATUS.
           SELECT CASE-FILE ASSIGN TO "er-cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REASON-FILE.
       01 REASON-RECORD.
           COPY "TERMREAS.CPY".

       FD CASE-FILE.
       01 CASE-RECORD.
           COPY "ERCASE.CPY".

       WORKING-STORAGE SECTION.
       01 REASON-STATUS        PIC XX.
       01 CASE-STATUS          PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 WS-DISMISSAL         PIC X.
       01 WS-TODAY             PIC 9(8).

       LINKAGE SECTION.
       01 LS-EMPLOYEE-ID       PIC 9(5).
       01 LS-REASON-CODE       PIC X(2).
       01 LS-RESULT            PIC X(4).

       PROCEDURE DIVISION USING LS-EMPLOYEE-ID LS-REASON-CODE
           LS-RESULT.
       MAIN-LOGIC.
           MOVE "OK  " TO LS-RESULT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "N" TO WS-DISMISSAL

           OPEN INPUT REASON-FILE
           IF REASON-STATUS NOT = "00"
               IF LS-REASON-CODE = "DM"
                   MOVE "Y" TO WS-DISMISSAL
               END-IF
           ELSE
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ REASON-FILE INTO REASON-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF TR-CODE = LS-REASON-CODE AND
                              TR-DISMISSAL = "Y"
                               MOVE "Y" TO WS-DISMISSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASON-FILE
           END-IF
           IF WS-DISMISSAL = "N"
               EXIT PROGRAM
           END-IF

           MOVE "NOFW" TO LS-RESULT
           OPEN INPUT CASE-FILE
           IF CASE-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR LS-RESULT = "OK  "
               READ CASE-FILE INTO CASE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EC-EMPLOYEE-ID = LS-EMPLOYEE-ID AND
                          EC-CASE-TYPE = "FW" AND
                          EC-STATUS NOT = "X" AND
                          EC-OPEN-DATE <= WS-TODAY AND
                          EC-WARN-EXPIRY IS NUMERIC AND
                          EC-WARN-EXPIRY >= WS-TODAY
                           MOVE "OK  " TO LS-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASE-FILE

           EXIT PROGRAM.
