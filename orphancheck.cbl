       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrphanCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "reassignment-required.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-LEFT-USED          PIC 9(5) VALUE ZERO.
       01 WS-LEFT-IDX           PIC 9(5).
       01 WS-IS-LEAVER          PIC X.
       01 WS-LEFT-TABLE.
           05 WS-LEFT-ID OCCURS 20000 TIMES PIC 9(5).

       LINKAGE SECTION.
       01 LS-FUNCTION           PIC X(6).
       01 LS-MANAGER-ID         PIC 9(5).
       01 LS-SOURCE             PIC X(6).
       01 LS-REPORT-COUNT       PIC 9(5).

       PROCEDURE DIVISION USING LS-FUNCTION LS-MANAGER-ID LS-SOURCE
           LS-REPORT-COUNT.
       MAIN-LOGIC.
           EVALUATE LS-FUNCTION
               WHEN "ADD   "
                   IF WS-LEFT-USED < 20000
                       ADD 1 TO WS-LEFT-USED
                       MOVE LS-MANAGER-ID TO WS-LEFT-ID(WS-LEFT-USED)
                   END-IF
               WHEN "REPORT"
                   PERFORM LIST-DIRECT-REPORTS
                   MOVE ZERO TO WS-LEFT-USED
           END-EVALUATE
           EXIT PROGRAM.

       LIST-DIRECT-REPORTS.
           MOVE ZERO TO LS-REPORT-COUNT
           IF WS-LEFT-USED = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               OPEN OUTPUT REPORT-FILE
           END-IF
           IF REPORT-STATUS NOT = "00"
               CLOSE EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF EMPLOYEE-STATUS NOT = "T" AND
                          MANAGER-ID NOT = ZEROS
                           PERFORM CHECK-MANAGER-LEFT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           CLOSE REPORT-FILE.

       CHECK-MANAGER-LEFT.
           MOVE "N" TO WS-IS-LEAVER
           PERFORM VARYING WS-LEFT-IDX FROM 1 BY 1
                   UNTIL WS-LEFT-IDX > WS-LEFT-USED OR
                         WS-IS-LEAVER = "Y"
               IF WS-LEFT-ID(WS-LEFT-IDX) = MANAGER-ID
                   MOVE "Y" TO WS-IS-LEAVER
               END-IF
           END-PERFORM
           IF WS-IS-LEAVER = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-REPORT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-TODAY DELIMITED BY SIZE
               " " LS-SOURCE DELIMITED BY SIZE
               " Manager=" MANAGER-ID DELIMITED BY SIZE
               " Report=" EMPLOYEE-ID DELIMITED BY SIZE
               " " EMPLOYEE-NAME DELIMITED BY SIZE
               " " DEPARTMENT DELIMITED BY SIZE
               " REASSIGNMENT REQUIRED" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.
