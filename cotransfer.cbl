       IDENTIFICATION DIVISION.
       PROGRAM-ID. CoTransfer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFER-FILE ASSIGN TO "company-transfers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD XFER-FILE.
       01 XFER-RECORD.
           COPY "COXFER.CPY".

       WORKING-STORAGE SECTION.
       01 XFER-STATUS          PIC XX.
       01 WS-OPERATOR          PIC X(10).
       01 WS-AUDIT-BEFORE      PIC X(120).
       01 WS-AUDIT-AFTER       PIC X(120).

       LINKAGE SECTION.
       01 LS-EMPLOYEE-ID       PIC 9(5).
       01 LS-OLD-COMPANY       PIC X(4).
       01 LS-NEW-COMPANY       PIC X(4).
       01 LS-OLD-DEPT          PIC X(15).
       01 LS-NEW-DEPT          PIC X(15).
       01 LS-EFFECTIVE-DATE    PIC 9(8).
       01 LS-SOURCE            PIC X(6).
       01 LS-EMPLOYEE-NAME     PIC X(30).
       01 LS-JOB-CODE          PIC X(4).
       01 LS-MANAGER-ID        PIC 9(5).

       PROCEDURE DIVISION USING LS-EMPLOYEE-ID LS-OLD-COMPANY
           LS-NEW-COMPANY LS-OLD-DEPT LS-NEW-DEPT LS-EFFECTIVE-DATE
           LS-SOURCE LS-EMPLOYEE-NAME LS-JOB-CODE LS-MANAGER-ID.
       MAIN-LOGIC.
           CALL "AuditUser" USING "GET   " WS-OPERATOR
           OPEN EXTEND XFER-FILE
           IF XFER-STATUS NOT = "00"
               OPEN OUTPUT XFER-FILE
           END-IF
           IF XFER-STATUS = "00"
               MOVE SPACES TO XFER-RECORD
               MOVE LS-EMPLOYEE-ID TO CX-EMPLOYEE-ID
               MOVE LS-OLD-COMPANY TO CX-OLD-COMPANY
               MOVE LS-NEW-COMPANY TO CX-NEW-COMPANY
               MOVE LS-OLD-DEPT TO CX-OLD-DEPT
               MOVE LS-NEW-DEPT TO CX-NEW-DEPT
               MOVE LS-EFFECTIVE-DATE TO CX-EFFECTIVE-DATE
               MOVE LS-SOURCE TO CX-SOURCE
               MOVE WS-OPERATOR TO CX-ENTERED-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO CX-ENTERED-DATE
               WRITE XFER-RECORD
               CLOSE XFER-FILE
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "Company=" LS-OLD-COMPANY DELIMITED BY SIZE
               " Dept=" LS-OLD-DEPT DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Terminated in company " LS-OLD-COMPANY
                   DELIMITED BY SIZE
               " effective " LS-EFFECTIVE-DATE DELIMITED BY SIZE
               " (cross-company transfer, " DELIMITED BY SIZE
               LS-SOURCE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "XCOTRM" LS-EMPLOYEE-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CALL "HrEvent" USING "TERM" LS-EMPLOYEE-ID
               LS-EMPLOYEE-NAME LS-OLD-DEPT LS-JOB-CODE LS-MANAGER-ID
               LS-EFFECTIVE-DATE "COXFER" LS-OLD-COMPANY

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "Rehired in company " LS-NEW-COMPANY DELIMITED BY SIZE
               " Dept=" LS-NEW-DEPT DELIMITED BY SIZE
               " effective " LS-EFFECTIVE-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "XCOHIR" LS-EMPLOYEE-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER
           CALL "HrEvent" USING "HIRE" LS-EMPLOYEE-ID
               LS-EMPLOYEE-NAME LS-NEW-DEPT LS-JOB-CODE LS-MANAGER-ID
               LS-EFFECTIVE-DATE "COXFER" LS-NEW-COMPANY

           EXIT PROGRAM.
