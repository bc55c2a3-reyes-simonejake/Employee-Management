       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayPeriod.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "payperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           COPY "PAYPER.CPY".

       WORKING-STORAGE SECTION.
       01 PERIOD-STATUS        PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".
       01 WS-PERIOD-USED       PIC 9(4) VALUE ZERO.
       01 WS-PERIOD-IDX        PIC 9(4).
       01 WS-FOUND-IDX         PIC 9(4).
       01 WS-TABLE-FULL        PIC X.
       01 WS-LATEST-START      PIC 9(8).
       01 WS-OPERATOR          PIC X(10).

       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 1000 TIMES.
               10 WS-PE-RECORD      PIC X(35).

       LINKAGE SECTION.
       01 LS-ACTION            PIC X(6).
       01 LS-DATE              PIC 9(8).
       01 LS-STATUS            PIC X(1).
       01 LS-RESULT            PIC X(4).

       PROCEDURE DIVISION USING LS-ACTION LS-DATE LS-STATUS
                                 LS-RESULT.
       MAIN-LOGIC.
           MOVE "NONE" TO LS-RESULT
           PERFORM LOAD-PERIOD-TABLE
           IF PERIOD-STATUS NOT = "00"
               IF LS-ACTION NOT = "SET   "
                   MOVE "O" TO LS-STATUS
               ELSE
                   MOVE "ERR " TO LS-RESULT
               END-IF
               EXIT PROGRAM
           END-IF

           EVALUATE LS-ACTION
               WHEN "CHECK "
                   PERFORM FIND-PERIOD-FOR-DATE
                   IF WS-FOUND-IDX = ZERO
                       MOVE "O" TO LS-STATUS
                   ELSE
                       MOVE WS-PE-RECORD(WS-FOUND-IDX) TO PERIOD-RECORD
                       MOVE PP-STATUS TO LS-STATUS
                       IF LS-STATUS = SPACE
                           MOVE "O" TO LS-STATUS
                       END-IF
                       MOVE "OK  " TO LS-RESULT
                   END-IF
               WHEN "LATEST"
                   PERFORM FIND-LATEST-WITH-STATUS
               WHEN "SET   "
                   PERFORM SET-PERIOD-STATUS
               WHEN OTHER
                   MOVE "ERR " TO LS-RESULT
           END-EVALUATE
           EXIT PROGRAM.

       LOAD-PERIOD-TABLE.
           MOVE ZERO TO WS-PERIOD-USED
           MOVE "N" TO WS-TABLE-FULL
           OPEN INPUT PERIOD-FILE
           IF PERIOD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PERIOD-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-PERIOD-USED >= 1000
                           MOVE "Y" TO WS-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-PERIOD-USED
                           MOVE PERIOD-RECORD
                               TO WS-PE-RECORD(WS-PERIOD-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

       FIND-PERIOD-FOR-DATE.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-USED OR
                         WS-FOUND-IDX NOT = ZERO
               MOVE WS-PE-RECORD(WS-PERIOD-IDX) TO PERIOD-RECORD
               IF PP-START IS NUMERIC AND PP-END IS NUMERIC AND
                  LS-DATE >= PP-START AND LS-DATE <= PP-END
                   MOVE WS-PERIOD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-LATEST-WITH-STATUS.
           MOVE ZEROS TO WS-LATEST-START
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-USED
               MOVE WS-PE-RECORD(WS-PERIOD-IDX) TO PERIOD-RECORD
               IF PP-STATUS = SPACE
                   MOVE "O" TO PP-STATUS
               END-IF
               IF PP-START IS NUMERIC AND
                  PP-STATUS = LS-STATUS AND
                  PP-START > WS-LATEST-START
                   MOVE PP-START TO WS-LATEST-START
               END-IF
           END-PERFORM
           IF WS-LATEST-START NOT = ZEROS
               MOVE WS-LATEST-START TO LS-DATE
               MOVE "OK  " TO LS-RESULT
           END-IF.

       SET-PERIOD-STATUS.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "payperiods.dat holds more than 1000 periods; "
                       "period status not changed."
               MOVE "ERR " TO LS-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PERIOD-FOR-DATE
           IF WS-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PE-RECORD(WS-FOUND-IDX) TO PERIOD-RECORD
           IF PP-STATUS = "X"
               MOVE "CLSD" TO LS-RESULT
               EXIT PARAGRAPH
           END-IF
           CALL "AuditUser" USING "GET   " WS-OPERATOR
           MOVE LS-STATUS TO PP-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO PP-STATUS-DATE
           MOVE WS-OPERATOR TO PP-STATUS-USER
           MOVE PERIOD-RECORD TO WS-PE-RECORD(WS-FOUND-IDX)

           OPEN OUTPUT PERIOD-FILE
           IF PERIOD-STATUS NOT = "00"
               MOVE "ERR " TO LS-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-USED
               MOVE WS-PE-RECORD(WS-PERIOD-IDX) TO PERIOD-RECORD
               WRITE PERIOD-RECORD
           END-PERFORM
           CLOSE PERIOD-FILE
           MOVE "OK  " TO LS-RESULT.
