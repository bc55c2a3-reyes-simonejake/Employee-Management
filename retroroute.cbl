       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroRoute.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTE-FILE ASSIGN TO "retro-routed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROUTE-FILE.
       01 ROUTE-RECORD.
           COPY "RETROQ.CPY".

       WORKING-STORAGE SECTION.
       01 ROUTE-STATUS         PIC XX.
       01 WS-OPERATOR          PIC X(10).
       01 WS-AUDIT-BEFORE      PIC X(120).
       01 WS-AUDIT-AFTER       PIC X(120).

       LINKAGE SECTION.
       01 LS-EMPLOYEE-ID       PIC 9(5).
       01 LS-EFFECTIVE-DATE    PIC 9(8).
       01 LS-OLD-SALARY        PIC 9(7)V99.
       01 LS-NEW-SALARY        PIC 9(7)V99.
       01 LS-SOURCE            PIC X(6).

       PROCEDURE DIVISION USING LS-EMPLOYEE-ID LS-EFFECTIVE-DATE
           LS-OLD-SALARY LS-NEW-SALARY LS-SOURCE.
       MAIN-LOGIC.
           CALL "AuditUser" USING "GET   " WS-OPERATOR
           OPEN EXTEND ROUTE-FILE
           IF ROUTE-STATUS NOT = "00"
               OPEN OUTPUT ROUTE-FILE
           END-IF
           IF ROUTE-STATUS NOT = "00"
               DISPLAY "Error opening retro-routed.dat (status "
                       ROUTE-STATUS "); back pay for employee "
                       LS-EMPLOYEE-ID " must be keyed to retro pay "
                       "by hand."
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO ROUTE-RECORD
           MOVE LS-EMPLOYEE-ID TO RQ-EMPLOYEE-ID
           MOVE LS-EFFECTIVE-DATE TO RQ-EFFECTIVE-DATE
           MOVE LS-OLD-SALARY TO RQ-OLD-SALARY
           MOVE LS-NEW-SALARY TO RQ-NEW-SALARY
           MOVE LS-SOURCE TO RQ-SOURCE
           MOVE WS-OPERATOR TO RQ-ROUTED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO RQ-ROUTED-DATE
           MOVE ZEROS TO RQ-RETRO-DATE
           WRITE ROUTE-RECORD
           CLOSE ROUTE-FILE

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Salary=" LS-OLD-SALARY DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Salary=" LS-NEW-SALARY DELIMITED BY SIZE
               " effective " LS-EFFECTIVE-DATE DELIMITED BY SIZE
               " in closed pay period, routed to retro pay ("
                   DELIMITED BY SIZE
               LS-SOURCE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "RETRO " LS-EMPLOYEE-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           EXIT PROGRAM.
