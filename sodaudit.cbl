       IDENTIFICATION DIVISION.
       PROGRAM-ID. SodAudit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT SIGNON-FILE ASSIGN TO "signon-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGNON-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "salary-approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-STATUS.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS USER-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP     PIC X(26).
           05 AUD-ACTION        PIC X(6).
           05 AUD-EMPLOYEE-ID   PIC 9(5).
           05 AUD-BEFORE        PIC X(120).
           05 AUD-AFTER         PIC X(120).
           05 AUD-USER          PIC X(10).

       FD SIGNON-FILE.
       01 SIGNON-RECORD.
           05 SO-TIMESTAMP      PIC X(15).
           05 SO-USER           PIC X(10).
           05 SO-RESULT         PIC X(8).

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY "APPROVAL.CPY".

       FD USER-FILE.
       01 USER-RECORD.
           05 USER-NAME            PIC X(10).
           05 USER-HASH            PIC X(10).
           05 USER-ROLE            PIC X(2).
           05 USER-ACTIVE          PIC X(1).
           05 USER-FORCE-CHANGE    PIC X(1).
           05 USER-PWD-DATE        PIC 9(8).
           05 USER-FAIL-COUNT      PIC 9(1).
           05 USER-EMPLOYEE-ID     PIC 9(5).

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(160).

       WORKING-STORAGE SECTION.
       01 AUDIT-STATUS          PIC XX.
       01 SIGNON-STATUS         PIC XX.
       01 APPROVAL-STATUS       PIC XX.
       01 USER-STATUS           PIC XX.
       01 REPORT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-DATE-FROM          PIC 9(8).
       01 WS-DATE-TO            PIC 9(8).
       01 WS-ENTRY-DATE         PIC 9(8).
       01 WS-ENTRY-TIME         PIC 9(6).
       01 WS-ENTRY-TIME-PARTS REDEFINES WS-ENTRY-TIME.
           05 WS-ENTRY-HH       PIC 9(2).
           05 WS-ENTRY-MM       PIC 9(2).
           05 WS-ENTRY-SS       PIC 9(2).
       01 WS-ENTRY-SECONDS      PIC 9(5).
       01 WS-AUDIT-NAME         PIC X(40).
       01 WS-REPORT-NAME        PIC X(40).
       01 WS-SCAN-MONTH         PIC 9(6).
       01 WS-SCAN-MONTH-PARTS REDEFINES WS-SCAN-MONTH.
           05 WS-SCAN-YEAR      PIC 9(4).
           05 WS-SCAN-MM        PIC 9(2).
       01 WS-LAST-MONTH         PIC 9(6).
       01 WS-FILES-READ         PIC 9(3) VALUE ZERO.
       01 WS-ENTRIES-READ       PIC 9(7) VALUE ZERO.
       01 WS-ENTRIES-IN-RANGE   PIC 9(7) VALUE ZERO.
       01 WS-APPROVALS-CHECKED  PIC 9(5) VALUE ZERO.

       01 WS-DAY-START          PIC 9(6) VALUE 070000.
       01 WS-DAY-END            PIC 9(6) VALUE 190000.
       01 WS-BURST-LIMIT        PIC 9(3) VALUE 20.
       01 WS-BURST-SECONDS      PIC 9(5) VALUE 600.
       01 WS-BATCH-USER         PIC X(10) VALUE "NIGHTLY".

       01 WS-SELF-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-SOD-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-OFFHRS-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BURST-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-NOSIGN-COUNT       PIC 9(5) VALUE ZERO.

       01 WS-CATEGORY           PIC X(8).
       01 WS-DETAIL             PIC X(70).
       01 WS-LINE-USER          PIC X(10).
       01 WS-LINE-EMP-ID        PIC 9(5).
       01 WS-LINE-ACTION        PIC X(6).
       01 WS-LINE-STAMP         PIC X(15).
       01 WS-SENSITIVE          PIC X.
       01 WS-WORKDAY-COUNT      PIC 9(3).
       01 WS-CHECK-DATE-END     PIC 9(8).
       01 WS-UNS-HEAD           PIC X(120).
       01 WS-SAL-BEFORE         PIC X(9).
       01 WS-SAL-AFTER          PIC X(9).
       01 WS-FOUND              PIC X.
       01 WS-LOOKUP-USER        PIC X(10).
       01 WS-LOOKUP-EMP-ID      PIC 9(5).

       01 WS-USER-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-USER-IDX           PIC 9(3).
       01 WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 50 TIMES.
               10 WS-UT-NAME        PIC X(10).
               10 WS-UT-EMP-ID      PIC 9(5).

       01 WS-SIGNON-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-SIGNON-IDX         PIC 9(5).
       01 WS-SIGNON-FULL        PIC X VALUE "N".
       01 WS-SIGNON-TABLE.
           05 WS-SIGNON-ENTRY OCCURS 5000 TIMES.
               10 WS-SG-USER        PIC X(10).
               10 WS-SG-DATE        PIC 9(8).

       01 WS-BURST-USED         PIC 9(3) VALUE ZERO.
       01 WS-BURST-IDX          PIC 9(3).
       01 WS-BURST-TABLE.
           05 WS-BURST-ENTRY OCCURS 100 TIMES.
               10 WS-BT-USER        PIC X(10).
               10 WS-BT-DATE        PIC 9(8).
               10 WS-BT-START       PIC 9(5).
               10 WS-BT-START-TIME  PIC 9(6).
               10 WS-BT-COUNT       PIC 9(5).
               10 WS-BT-FLAGGED     PIC X(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CLEAR-SCREEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "-------------------------------------------"
           DISPLAY "   Segregation-of-Duties Audit Report"
           DISPLAY "-------------------------------------------"
           DISPLAY "Cross-checks audit-log (and its monthly "
                   "archives), signon-log and"
           DISPLAY "salary-approvals for the period entered."
           DISPLAY "Enter From Date (YYYYMMDD): "
           ACCEPT WS-DATE-FROM
           DISPLAY "Enter To Date (YYYYMMDD): "
           ACCEPT WS-DATE-TO
           IF WS-DATE-FROM IS NOT NUMERIC OR
              WS-DATE-TO IS NOT NUMERIC OR
              WS-DATE-FROM = ZEROS OR
              WS-DATE-FROM > WS-DATE-TO
               DISPLAY "Invalid date range."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "sod-audit-" DELIMITED BY SIZE
               WS-DATE-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-DATE-TO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error creating " WS-REPORT-NAME "."
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM LOAD-USER-TABLE
           PERFORM LOAD-SIGNON-TABLE
           PERFORM WRITE-REPORT-HEADER

           MOVE ZERO TO WS-BURST-USED
           MOVE WS-DATE-FROM(1:6) TO WS-SCAN-MONTH
           MOVE WS-TODAY(1:6) TO WS-LAST-MONTH
           PERFORM UNTIL WS-SCAN-MONTH > WS-LAST-MONTH
               MOVE SPACES TO WS-AUDIT-NAME
               STRING
                   "audit-archive-" DELIMITED BY SIZE
                   WS-SCAN-MONTH DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-AUDIT-NAME
               END-STRING
               PERFORM SCAN-AUDIT-FILE
               IF WS-SCAN-MM = 12
                   ADD 1 TO WS-SCAN-YEAR
                   MOVE 1 TO WS-SCAN-MM
               ELSE
                   ADD 1 TO WS-SCAN-MM
               END-IF
           END-PERFORM
           MOVE "audit-log.dat" TO WS-AUDIT-NAME
           PERFORM SCAN-AUDIT-FILE

           PERFORM SCAN-APPROVALS
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE

           DISPLAY "Audit files read:        " WS-FILES-READ
           DISPLAY "Entries in period:       " WS-ENTRIES-IN-RANGE
           DISPLAY "Approvals checked:       " WS-APPROVALS-CHECKED
           DISPLAY "Self-changes:            " WS-SELF-COUNT
           DISPLAY "Requester = decider:     " WS-SOD-COUNT
           DISPLAY "Out-of-hours changes:    " WS-OFFHRS-COUNT
           DISPLAY "Change bursts:           " WS-BURST-COUNT
           DISPLAY "No sign-on that day:     " WS-NOSIGN-COUNT
           IF WS-SIGNON-FULL = "Y"
               DISPLAY "Warning: more than 5000 sign-on days in the "
                       "period; sign-on check is incomplete."
           END-IF
           DISPLAY "Report written to " WS-REPORT-NAME
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       LOAD-USER-TABLE.
           MOVE ZERO TO WS-USER-COUNT
           OPEN INPUT USER-FILE
           IF USER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-USER-COUNT >= 50
               READ USER-FILE INTO USER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-USER-COUNT
                       MOVE USER-NAME TO WS-UT-NAME(WS-USER-COUNT)
                       IF USER-EMPLOYEE-ID IS NUMERIC
                           MOVE USER-EMPLOYEE-ID
                               TO WS-UT-EMP-ID(WS-USER-COUNT)
                       ELSE
                           MOVE ZEROS TO WS-UT-EMP-ID(WS-USER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.

       LOAD-SIGNON-TABLE.
           MOVE ZERO TO WS-SIGNON-COUNT
           MOVE "N" TO WS-SIGNON-FULL
           OPEN INPUT SIGNON-FILE
           IF SIGNON-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SIGNON-FILE INTO SIGNON-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SO-RESULT = "SUCCESS" AND
                          SO-TIMESTAMP(1:8) IS NUMERIC
                           MOVE SO-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                           IF WS-ENTRY-DATE >= WS-DATE-FROM AND
                              WS-ENTRY-DATE <= WS-DATE-TO
                               PERFORM ADD-SIGNON-DAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNON-FILE.

       ADD-SIGNON-DAY.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-SIGNON-IDX FROM 1 BY 1
                   UNTIL WS-SIGNON-IDX > WS-SIGNON-COUNT OR
                         WS-FOUND = "Y"
               IF WS-SG-USER(WS-SIGNON-IDX) = SO-USER AND
                  WS-SG-DATE(WS-SIGNON-IDX) = WS-ENTRY-DATE
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-SIGNON-COUNT >= 5000
               MOVE "Y" TO WS-SIGNON-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SIGNON-COUNT
           MOVE SO-USER TO WS-SG-USER(WS-SIGNON-COUNT)
           MOVE WS-ENTRY-DATE TO WS-SG-DATE(WS-SIGNON-COUNT).

       LOOKUP-USER-EMPLOYEE.
           MOVE ZEROS TO WS-LOOKUP-EMP-ID
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                   UNTIL WS-USER-IDX > WS-USER-COUNT
               IF WS-UT-NAME(WS-USER-IDX) = WS-LOOKUP-USER
                   MOVE WS-UT-EMP-ID(WS-USER-IDX) TO WS-LOOKUP-EMP-ID
               END-IF
           END-PERFORM.

       SCAN-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AUDIT-FILE INTO AUDIT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF AUD-TIMESTAMP(1:8) IS NUMERIC AND
                          AUD-TIMESTAMP(10:6) IS NUMERIC
                           MOVE AUD-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                           IF WS-ENTRY-DATE >= WS-DATE-FROM AND
                              WS-ENTRY-DATE <= WS-DATE-TO
                               ADD 1 TO WS-ENTRIES-IN-RANGE
                               PERFORM CHECK-AUDIT-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       CHECK-AUDIT-ENTRY.
           MOVE AUD-TIMESTAMP(10:6) TO WS-ENTRY-TIME
           COMPUTE WS-ENTRY-SECONDS =
               WS-ENTRY-HH * 3600 + WS-ENTRY-MM * 60 + WS-ENTRY-SS
           MOVE AUD-USER TO WS-LINE-USER
           MOVE AUD-EMPLOYEE-ID TO WS-LINE-EMP-ID
           MOVE AUD-ACTION TO WS-LINE-ACTION
           MOVE AUD-TIMESTAMP(1:15) TO WS-LINE-STAMP

           MOVE AUD-USER TO WS-LOOKUP-USER
           PERFORM LOOKUP-USER-EMPLOYEE
           IF WS-LOOKUP-EMP-ID NOT = ZEROS AND
              WS-LOOKUP-EMP-ID = AUD-EMPLOYEE-ID
               MOVE "SELF" TO WS-CATEGORY
               MOVE "User changed their own employee record"
                   TO WS-DETAIL
               ADD 1 TO WS-SELF-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           PERFORM TEST-SENSITIVE-ACTION
           IF WS-SENSITIVE = "Y"
               PERFORM CHECK-BUSINESS-HOURS
           END-IF

           IF AUD-USER NOT = WS-BATCH-USER
               PERFORM CHECK-SIGNON-DAY
               PERFORM CHECK-BURST
           END-IF.

       TEST-SENSITIVE-ACTION.
           MOVE "N" TO WS-SENSITIVE
           EVALUATE AUD-ACTION
               WHEN "ADJUST"
               WHEN "SALAPP"
               WHEN "SALREQ"
               WHEN "BANK  "
                   MOVE "Y" TO WS-SENSITIVE
               WHEN "EDIT  "
                   MOVE SPACES TO WS-SAL-BEFORE
                   MOVE SPACES TO WS-SAL-AFTER
                   UNSTRING AUD-BEFORE DELIMITED BY "Salary="
                       INTO WS-UNS-HEAD WS-SAL-BEFORE
                   END-UNSTRING
                   UNSTRING AUD-AFTER DELIMITED BY "Salary="
                       INTO WS-UNS-HEAD WS-SAL-AFTER
                   END-UNSTRING
                   IF WS-SAL-BEFORE NOT = SPACES AND
                      WS-SAL-AFTER NOT = SPACES AND
                      WS-SAL-BEFORE NOT = WS-SAL-AFTER
                       MOVE "Y" TO WS-SENSITIVE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-BUSINESS-HOURS.
           MOVE WS-ENTRY-DATE TO WS-CHECK-DATE-END
           CALL "WorkDays" USING "COUNT " WS-ENTRY-DATE
               WS-CHECK-DATE-END WS-WORKDAY-COUNT
           IF WS-WORKDAY-COUNT = ZERO
               MOVE "OFFHRS" TO WS-CATEGORY
               MOVE "Salary/bank change on a weekend or holiday"
                   TO WS-DETAIL
               ADD 1 TO WS-OFFHRS-COUNT
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-TIME < WS-DAY-START OR
              WS-ENTRY-TIME >= WS-DAY-END
               MOVE "OFFHRS" TO WS-CATEGORY
               MOVE "Salary/bank change outside business hours"
                   TO WS-DETAIL
               ADD 1 TO WS-OFFHRS-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CHECK-SIGNON-DAY.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-SIGNON-IDX FROM 1 BY 1
                   UNTIL WS-SIGNON-IDX > WS-SIGNON-COUNT OR
                         WS-FOUND = "Y"
               IF WS-SG-USER(WS-SIGNON-IDX) = AUD-USER AND
                  WS-SG-DATE(WS-SIGNON-IDX) = WS-ENTRY-DATE
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "N" AND WS-SIGNON-FULL = "N"
               MOVE "NOSIGNON" TO WS-CATEGORY
               MOVE "No successful sign-on by this user that day"
                   TO WS-DETAIL
               ADD 1 TO WS-NOSIGN-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CHECK-BURST.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-BURST-IDX FROM 1 BY 1
                   UNTIL WS-BURST-IDX > WS-BURST-USED OR
                         WS-FOUND = "Y"
               IF WS-BT-USER(WS-BURST-IDX) = AUD-USER
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = "Y"
               SUBTRACT 1 FROM WS-BURST-IDX
           ELSE
               IF WS-BURST-USED >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BURST-USED
               MOVE WS-BURST-USED TO WS-BURST-IDX
               MOVE AUD-USER TO WS-BT-USER(WS-BURST-IDX)
               MOVE ZEROS TO WS-BT-DATE(WS-BURST-IDX)
           END-IF
           IF WS-BT-DATE(WS-BURST-IDX) = WS-ENTRY-DATE AND
              WS-ENTRY-SECONDS - WS-BT-START(WS-BURST-IDX)
                  <= WS-BURST-SECONDS
               ADD 1 TO WS-BT-COUNT(WS-BURST-IDX)
           ELSE
               MOVE WS-ENTRY-DATE TO WS-BT-DATE(WS-BURST-IDX)
               MOVE WS-ENTRY-SECONDS TO WS-BT-START(WS-BURST-IDX)
               MOVE WS-ENTRY-TIME TO WS-BT-START-TIME(WS-BURST-IDX)
               MOVE 1 TO WS-BT-COUNT(WS-BURST-IDX)
               MOVE "N" TO WS-BT-FLAGGED(WS-BURST-IDX)
           END-IF
           IF WS-BT-COUNT(WS-BURST-IDX) >= WS-BURST-LIMIT AND
              WS-BT-FLAGGED(WS-BURST-IDX) = "N"
               MOVE "Y" TO WS-BT-FLAGGED(WS-BURST-IDX)
               MOVE "BURST" TO WS-CATEGORY
               MOVE SPACES TO WS-DETAIL
               STRING
                   WS-BURST-LIMIT DELIMITED BY SIZE
                   " or more changes within " DELIMITED BY SIZE
                   WS-BURST-SECONDS DELIMITED BY SIZE
                   " seconds from " DELIMITED BY SIZE
                   WS-BT-START-TIME(WS-BURST-IDX) DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               ADD 1 TO WS-BURST-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       SCAN-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ APPROVAL-FILE INTO APPROVAL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-APPROVAL
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       CHECK-ONE-APPROVAL.
           IF SA-DECIDED-BY NOT = SPACES AND
              SA-DECISION-DATE IS NUMERIC AND
              SA-DECISION-DATE NOT = ZEROS
               MOVE SA-DECISION-DATE TO WS-ENTRY-DATE
           ELSE
               MOVE SA-REQUEST-DATE TO WS-ENTRY-DATE
           END-IF
           IF WS-ENTRY-DATE < WS-DATE-FROM OR
              WS-ENTRY-DATE > WS-DATE-TO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APPROVALS-CHECKED
           MOVE SPACES TO WS-LINE-STAMP
           MOVE WS-ENTRY-DATE TO WS-LINE-STAMP(1:8)
           MOVE SA-EMPLOYEE-ID TO WS-LINE-EMP-ID
           MOVE "SALAPR" TO WS-LINE-ACTION

           IF SA-DECIDED-BY NOT = SPACES AND
              SA-DECIDED-BY = SA-REQUESTED-BY
               MOVE SA-DECIDED-BY TO WS-LINE-USER
               MOVE "REQ=DEC" TO WS-CATEGORY
               MOVE SPACES TO WS-DETAIL
               STRING
                   "Same user requested and decided (status "
                       DELIMITED BY SIZE
                   SA-STATUS DELIMITED BY SIZE
                   ", source " DELIMITED BY SIZE
                   SA-SOURCE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-DETAIL
               END-STRING
               ADD 1 TO WS-SOD-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           MOVE SA-REQUESTED-BY TO WS-LOOKUP-USER
           PERFORM LOOKUP-USER-EMPLOYEE
           IF WS-LOOKUP-EMP-ID NOT = ZEROS AND
              WS-LOOKUP-EMP-ID = SA-EMPLOYEE-ID
               MOVE SA-REQUESTED-BY TO WS-LINE-USER
               MOVE "SELF" TO WS-CATEGORY
               MOVE "User requested a change to their own salary"
                   TO WS-DETAIL
               ADD 1 TO WS-SELF-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF SA-DECIDED-BY NOT = SPACES
               MOVE SA-DECIDED-BY TO WS-LOOKUP-USER
               PERFORM LOOKUP-USER-EMPLOYEE
               IF WS-LOOKUP-EMP-ID NOT = ZEROS AND
                  WS-LOOKUP-EMP-ID = SA-EMPLOYEE-ID
                   MOVE SA-DECIDED-BY TO WS-LINE-USER
                   MOVE "SELF" TO WS-CATEGORY
                   MOVE "User decided a change to their own salary"
                       TO WS-DETAIL
                   ADD 1 TO WS-SELF-COUNT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-CATEGORY DELIMITED BY SIZE
               " | " WS-LINE-STAMP DELIMITED BY SIZE
               " | " WS-LINE-USER DELIMITED BY SIZE
               " | " WS-LINE-EMP-ID DELIMITED BY SIZE
               " | " WS-LINE-ACTION DELIMITED BY SIZE
               " | " WS-DETAIL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING
               "Employee Management System - Segregation-of-Duties "
                   DELIMITED BY SIZE
               "Audit Report" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Period: " WS-DATE-FROM DELIMITED BY SIZE
               " to " WS-DATE-TO DELIMITED BY SIZE
               "   Run Date: " WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Business hours: " WS-DAY-START DELIMITED BY SIZE
               "-" WS-DAY-END DELIMITED BY SIZE
               " on working days   Burst: " DELIMITED BY SIZE
               WS-BURST-LIMIT DELIMITED BY SIZE
               " changes in " WS-BURST-SECONDS DELIMITED BY SIZE
               " seconds" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Category | Date     Time   | User       | Emp   "
                   DELIMITED BY SIZE
               "| Action | Detail" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Audit files read: " WS-FILES-READ DELIMITED BY SIZE
               "  Entries in period: " WS-ENTRIES-IN-RANGE
                   DELIMITED BY SIZE
               "  Approvals checked: " WS-APPROVALS-CHECKED
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "Self: " WS-SELF-COUNT DELIMITED BY SIZE
               "  Req=Dec: " WS-SOD-COUNT DELIMITED BY SIZE
               "  Off-hours: " WS-OFFHRS-COUNT DELIMITED BY SIZE
               "  Bursts: " WS-BURST-COUNT DELIMITED BY SIZE
               "  No sign-on: " WS-NOSIGN-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-SIGNON-FULL = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING
                   "Sign-on table full: the no sign-on check is "
                       DELIMITED BY SIZE
                   "incomplete for this period." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           IF WS-USER-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING
                   "users.dat not found: self-change checks could "
                       DELIMITED BY SIZE
                   "not be made." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
