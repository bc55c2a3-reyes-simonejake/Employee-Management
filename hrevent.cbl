       IDENTIFICATION DIVISION.
       PROGRAM-ID. HrEvent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO "hr-events-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
       01 EVENT-RECORD.
           COPY "HREVENT.CPY".

       WORKING-STORAGE SECTION.
       01 EVENT-STATUS         PIC XX.

       LINKAGE SECTION.
       01 LS-TYPE              PIC X(4).
       01 LS-EMPLOYEE-ID       PIC 9(5).
       01 LS-EMPLOYEE-NAME     PIC X(30).
       01 LS-DEPARTMENT        PIC X(15).
       01 LS-JOB-CODE          PIC X(4).
       01 LS-MANAGER-ID        PIC 9(5).
       01 LS-EFFECTIVE-DATE    PIC 9(8).
       01 LS-SOURCE            PIC X(6).
       01 LS-COMPANY-CODE      PIC X(4).

       PROCEDURE DIVISION USING LS-TYPE LS-EMPLOYEE-ID
           LS-EMPLOYEE-NAME LS-DEPARTMENT LS-JOB-CODE LS-MANAGER-ID
           LS-EFFECTIVE-DATE LS-SOURCE OPTIONAL LS-COMPANY-CODE.
       MAIN-LOGIC.
           OPEN EXTEND EVENT-FILE
           IF EVENT-STATUS NOT = "00"
               OPEN OUTPUT EVENT-FILE
           END-IF
           IF EVENT-STATUS NOT = "00"
               DISPLAY "Error opening hr-events-queue.dat (status "
                       EVENT-STATUS "); " LS-TYPE " event for "
                       "employee " LS-EMPLOYEE-ID " not queued for IT."
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO EVENT-RECORD
           MOVE LS-EMPLOYEE-ID TO EV-EMPLOYEE-ID
           MOVE LS-TYPE TO EV-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO EV-KEYED-DATE
           IF LS-EFFECTIVE-DATE IS NUMERIC AND
              LS-EFFECTIVE-DATE NOT = ZEROS
               MOVE LS-EFFECTIVE-DATE TO EV-EFFECTIVE-DATE
           ELSE
               MOVE EV-KEYED-DATE TO EV-EFFECTIVE-DATE
           END-IF
           MOVE LS-EMPLOYEE-NAME TO EV-EMPLOYEE-NAME
           MOVE LS-DEPARTMENT TO EV-DEPARTMENT
           MOVE LS-JOB-CODE TO EV-JOB-CODE
           IF LS-MANAGER-ID IS NUMERIC
               MOVE LS-MANAGER-ID TO EV-MANAGER-ID
           ELSE
               MOVE ZEROS TO EV-MANAGER-ID
           END-IF
           MOVE LS-SOURCE TO EV-SOURCE
           IF LS-COMPANY-CODE IS NOT OMITTED
               MOVE LS-COMPANY-CODE TO EV-COMPANY-CODE
           END-IF
           MOVE ZEROS TO EV-SENT-DATE
           MOVE ZEROS TO EV-SENT-SEQ
           MOVE ZEROS TO EV-REG-DATE
           MOVE ZEROS TO EV-REG-SEQ
           WRITE EVENT-RECORD
           CLOSE EVENT-FILE
           EXIT PROGRAM.
