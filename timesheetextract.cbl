       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimesheetExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "leave.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-KEY
               FILE STATUS IS LEAVE-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMESHEET-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "payperiods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-STATUS.
           SELECT XREF-FILE ASSIGN TO "payroll-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-STATUS.
           SELECT OVERTIME-FILE ASSIGN TO "overtime-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERTIME-STATUS.
           SELECT GL-FILE ASSIGN TO WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT CO-OVERTIME-FILE ASSIGN TO WS-OVERTIME-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-OVERTIME-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.
           SELECT REJECT-FILE ASSIGN TO "timesheet-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           COPY "EMPREC.CPY".

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           COPY "LEAVEREC.CPY".

       FD TIMESHEET-FILE.
       01 TIMESHEET-RECORD.
           COPY "TIMESHT.CPY".

       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           COPY "PAYPER.CPY".

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XR-EMPLOYEE-ID        PIC 9(5).
           05 XR-EXT-NUMBER         PIC X(8).

       FD OVERTIME-FILE.
       01 OVERTIME-RECORD           PIC X(80).
       01 OT-HEADER-RECORD REDEFINES OVERTIME-RECORD.
           05 OH-REC-TYPE           PIC X(1).
           05 OH-PERIOD-START       PIC 9(8).
           05 OH-PERIOD-END         PIC 9(8).
           05 OH-RUN-DATE           PIC 9(8).
           05 OH-COMPANY-CODE       PIC X(4).
           05 OH-EMPLOYER-ID        PIC X(12).
           05 FILLER                PIC X(39).
       01 OT-DETAIL-RECORD REDEFINES OVERTIME-RECORD.
           05 OD-REC-TYPE           PIC X(1).
           05 OD-EMPLOYEE-ID        PIC 9(5).
           05 OD-EXT-NUMBER         PIC X(8).
           05 OD-DEPARTMENT         PIC X(15).
           05 OD-WORK-DATE          PIC 9(8).
           05 OD-HOURS-TYPE         PIC X(3).
           05 OD-HOURS              PIC 9(2)V99.
           05 OD-HOURLY-RATE        PIC 9(5)V9(4).
           05 OD-FACTOR             PIC 9V99.
           05 OD-AMOUNT             PIC 9(7)V99.
           05 OD-COMPANY-CODE       PIC X(4).
           05 FILLER                PIC X(11).
       01 OT-TRAILER-RECORD REDEFINES OVERTIME-RECORD.
           05 OT-REC-TYPE           PIC X(1).
           05 OT-RECORD-COUNT       PIC 9(5).
           05 OT-TOTAL-HOURS        PIC 9(7)V99.
           05 OT-TOTAL-AMOUNT       PIC 9(11)V99.
           05 FILLER                PIC X(52).

       FD GL-FILE.
       01 GL-RECORD                 PIC X(80).
       01 GL-HEADER-RECORD REDEFINES GL-RECORD.
           05 GH-REC-TYPE           PIC X(1).
           05 GH-POSTING-PERIOD     PIC 9(6).
           05 GH-RUN-DATE           PIC 9(8).
           05 GH-COMPANY-CODE       PIC X(4).
           05 GH-EMPLOYER-ID        PIC X(12).
           05 FILLER                PIC X(49).
       01 GL-DETAIL-RECORD REDEFINES GL-RECORD.
           05 GD-REC-TYPE           PIC X(1).
           05 GD-ACCOUNT            PIC X(10).
           05 GD-DR-CR              PIC X(2).
           05 GD-COST-CENTER        PIC X(15).
           05 GD-AMOUNT             PIC 9(11)V99.
           05 FILLER                PIC X(39).
       01 GL-TRAILER-RECORD REDEFINES GL-RECORD.
           05 GT-REC-TYPE           PIC X(1).
           05 GT-RECORD-COUNT       PIC 9(5).
           05 GT-TOTAL-DEBITS       PIC 9(13)V99.
           05 GT-TOTAL-CREDITS      PIC 9(13)V99.
           05 GT-HASH-TOTAL         PIC 9(13)V99.
           05 FILLER                PIC X(29).

       FD CO-OVERTIME-FILE.
       01 CO-OVERTIME-RECORD        PIC X(80).

       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       FD REJECT-FILE.
       01 REJECT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 LEAVE-STATUS          PIC XX.
       01 TIMESHEET-STATUS      PIC XX.
       01 PERIOD-STATUS         PIC XX.
       01 XREF-STATUS           PIC XX.
       01 OVERTIME-STATUS       PIC XX.
       01 GL-STATUS             PIC XX.
       01 REJECT-STATUS         PIC XX.
       01 END-OF-FILE           PIC X VALUE "N".
       01 END-OF-LEAVE          PIC X VALUE "N".
       01 CONTINUE-FLAG         PIC X.
       01 WS-TODAY              PIC 9(8).
       01 WS-AS-OF-DATE         PIC 9(8).
       01 WS-PERIOD-FOUND       PIC X VALUE "N".
       01 WS-PERIOD-START       PIC 9(8).
       01 WS-PERIOD-END         PIC 9(8).
       01 WS-VALID-FLAG         PIC X.
       01 WS-REJECT-REASON      PIC X(45).
       01 WS-DATE-RESULT        PIC X(4).
       01 WS-AGE-DUMMY          PIC 9(2) VALUE ZERO.
       01 WS-WORK-DAYS          PIC 9(3).
       01 WS-CHECK-DATE         PIC 9(8).
       01 WS-ANNUAL-HOURS       PIC 9(4) VALUE 2080.
       01 WS-OT1-FACTOR         PIC 9V99 VALUE 1.50.
       01 WS-OT2-FACTOR         PIC 9V99 VALUE 2.00.
       01 WS-SHIFT-FACTOR       PIC 9V99 VALUE 0.25.
       01 WS-HOURLY-RATE        PIC 9(5)V9(4).
       01 WS-FACTOR             PIC 9V99.
       01 WS-AMOUNT             PIC 9(7)V99.
       01 WS-READ-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ACCEPTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-HOURS        PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-DISPLAY     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-HOURS-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       01 WS-DEPT-USED          PIC 9(3) VALUE ZERO.
       01 WS-DEPT-FOUND         PIC X.
       01 WS-DETAIL-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE ZERO.
       01 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01 WS-XREF-USED          PIC 9(5) VALUE ZERO.
       01 WS-XREF-IDX           PIC 9(5).
       01 WS-EXT-NUMBER         PIC X(8).
       01 WS-LIMIT-HIT          PIC X VALUE "N".
       01 WS-DEPT-OVERFLOW      PIC X VALUE "N".
       01 WS-COST-CENTER        PIC X(15).
       01 CO-OVERTIME-STATUS    PIC XX.
       01 COMPANY-STATUS        PIC XX.
       01 WS-OVERTIME-NAME      PIC X(40).
       01 WS-GL-NAME            PIC X(40) VALUE "gl-overtime.dat".
       01 WS-COMPANY-FILTER     PIC X(4) VALUE SPACES.
       01 WS-NO-COMPANY-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-CO-USED            PIC 9(3) VALUE ZERO.
       01 WS-CO-IDX             PIC 9(3).
       01 WS-CO-OVER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CO-LINE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CO-HOURS           PIC 9(7)V99 VALUE ZERO.
       01 WS-CO-AMOUNT          PIC 9(11)V99 VALUE ZERO.

       01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-CO-CODE       PIC X(4).
               10 WS-CO-EMPLOYER   PIC X(12).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
               10 WS-DEPT-CODE     PIC X(15).
               10 WS-DEPT-TOTAL    PIC 9(11)V99.

       01 WS-XREF-TABLE.
           05 WS-XREF-ENTRY OCCURS 20000 TIMES.
               10 WS-XR-ID         PIC 9(5).
               10 WS-XR-EXT        PIC X(8).

       LINKAGE SECTION.
       01 LS-MODE               PIC X(6).

       PROCEDURE DIVISION USING OPTIONAL LS-MODE.
       MAIN-LOGIC.
           IF LS-MODE IS OMITTED
               PERFORM CLEAR-SCREEN
           END-IF
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-ACCEPTED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-TOTAL-HOURS
           MOVE ZERO TO WS-TOTAL-AMOUNT
           MOVE ZERO TO WS-DEPT-USED
           MOVE "N" TO WS-DEPT-OVERFLOW
           MOVE ZERO TO WS-NO-COMPANY-COUNT
           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "gl-overtime.dat" TO WS-GL-NAME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           IF LS-MODE IS OMITTED
               DISPLAY "Enter a date inside the pay period to "
                       "extract (YYYYMMDD, blank for today): "
               ACCEPT WS-AS-OF-DATE
               IF WS-AS-OF-DATE IS NOT NUMERIC OR
                  WS-AS-OF-DATE = ZEROS
                   MOVE WS-TODAY TO WS-AS-OF-DATE
               END-IF
           ELSE
               MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF

           PERFORM FIND-PAY-PERIOD
           IF WS-PERIOD-FOUND = "N"
               DISPLAY "No pay period covers " WS-AS-OF-DATE
                       " in payperiods.dat; timesheets not "
                       "processed."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           PERFORM LOAD-XREF-TABLE
           IF WS-LIMIT-HIT = "Y"
               DISPLAY "payroll-xref.dat holds more than 20000 "
                       "entries; timesheets not processed."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF

           OPEN INPUT TIMESHEET-FILE
           IF TIMESHEET-STATUS NOT = "00"
               DISPLAY "Error opening timesheets.dat. "
                       "No timesheets."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               CLOSE TIMESHEET-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT OVERTIME-FILE
           IF OVERTIME-STATUS NOT = "00"
               DISPLAY "Error creating overtime-extract.dat."
               CLOSE TIMESHEET-FILE
               CLOSE EMPLOYEE-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT REJECT-FILE
           IF REJECT-STATUS NOT = "00"
               DISPLAY "Error creating timesheet-rejects.txt."
               CLOSE TIMESHEET-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE OVERTIME-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF.

           OPEN INPUT LEAVE-FILE

           MOVE SPACES TO OVERTIME-RECORD
           MOVE "H" TO OH-REC-TYPE
           MOVE WS-PERIOD-START TO OH-PERIOD-START
           MOVE WS-PERIOD-END TO OH-PERIOD-END
           MOVE WS-TODAY TO OH-RUN-DATE
           WRITE OVERTIME-RECORD

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TIMESHEET-FILE INTO TIMESHEET-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM VALIDATE-TIMESHEET
                       IF WS-VALID-FLAG = "Y"
                           PERFORM WRITE-EARNINGS-LINE
                       ELSE
                           PERFORM WRITE-REJECT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO OVERTIME-RECORD
           MOVE "T" TO OT-REC-TYPE
           MOVE WS-ACCEPTED-COUNT TO OT-RECORD-COUNT
           MOVE WS-TOTAL-HOURS TO OT-TOTAL-HOURS
           MOVE WS-TOTAL-AMOUNT TO OT-TOTAL-AMOUNT
           WRITE OVERTIME-RECORD

           CLOSE TIMESHEET-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE LEAVE-FILE
           CLOSE OVERTIME-FILE
           CLOSE REJECT-FILE

           PERFORM WRITE-GL-FEED

           MOVE WS-TOTAL-HOURS TO WS-HOURS-DISPLAY
           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "Timesheet extract complete."
           DISPLAY "Pay period:        " WS-PERIOD-START " - "
                   WS-PERIOD-END
           DISPLAY "Timesheet lines:   " WS-READ-COUNT
           DISPLAY "Earnings lines:    " WS-ACCEPTED-COUNT
           DISPLAY "Rejected:          " WS-REJECTED-COUNT
           DISPLAY "Total hours:       " WS-HOURS-DISPLAY
           DISPLAY "Total earnings:    " WS-AMOUNT-DISPLAY
           DISPLAY "Earnings in overtime-extract.dat, GL cost in "
                   "gl-overtime.dat"
           IF WS-REJECTED-COUNT > 0
               DISPLAY "See timesheet-rejects.txt for details."
           END-IF
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY WS-NO-COMPANY-COUNT " earnings line(s) have "
                       "no company code and are on no company file."
           END-IF
           PERFORM WRITE-COMPANY-EXTRACTS
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       FIND-PAY-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND
           MOVE ZEROS TO WS-PERIOD-START
           MOVE ZEROS TO WS-PERIOD-END
           OPEN INPUT PERIOD-FILE
           IF PERIOD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR
                   WS-PERIOD-FOUND = "Y"
               READ PERIOD-FILE INTO PERIOD-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PP-START IS NUMERIC AND
                          PP-END IS NUMERIC AND
                          WS-AS-OF-DATE >= PP-START AND
                          WS-AS-OF-DATE <= PP-END
                           MOVE "Y" TO WS-PERIOD-FOUND
                           MOVE PP-START TO WS-PERIOD-START
                           MOVE PP-END TO WS-PERIOD-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           MOVE "N" TO END-OF-FILE.

       LOAD-XREF-TABLE.
           MOVE ZERO TO WS-XREF-USED
           MOVE "N" TO WS-LIMIT-HIT
           OPEN INPUT XREF-FILE
           IF XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ XREF-FILE INTO XREF-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-XREF-USED >= 20000
                           MOVE "Y" TO WS-LIMIT-HIT
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-XREF-USED
                           MOVE XR-EMPLOYEE-ID
                               TO WS-XR-ID(WS-XREF-USED)
                           MOVE XR-EXT-NUMBER
                               TO WS-XR-EXT(WS-XREF-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           MOVE "N" TO END-OF-FILE.

       FIND-EXT-NUMBER.
           MOVE SPACES TO WS-EXT-NUMBER
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-USED
               IF WS-XR-ID(WS-XREF-IDX) = EMPLOYEE-ID
                   MOVE WS-XR-EXT(WS-XREF-IDX) TO WS-EXT-NUMBER
               END-IF
           END-PERFORM.

       VALIDATE-TIMESHEET.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON

           IF TS-EMPLOYEE-ID IS NOT NUMERIC OR
              TS-EMPLOYEE-ID = ZEROS
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Invalid ID format" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE TS-HOURS-TYPE
               WHEN "OT1"
                   MOVE WS-OT1-FACTOR TO WS-FACTOR
               WHEN "OT2"
                   MOVE WS-OT2-FACTOR TO WS-FACTOR
               WHEN "SHF"
                   MOVE WS-SHIFT-FACTOR TO WS-FACTOR
               WHEN OTHER
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Invalid hours type" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           IF TS-HOURS IS NOT NUMERIC OR TS-HOURS = ZEROS OR
              TS-HOURS > 24
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Hours must be 0.01 to 24.00" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           CALL "ValidDate" USING "DATE  " TS-WORK-DATE
               WS-AGE-DUMMY WS-DATE-RESULT
           IF WS-DATE-RESULT NOT = "OK  "
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Invalid work date" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF TS-WORK-DATE < WS-PERIOD-START OR
              TS-WORK-DATE > WS-PERIOD-END
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Work date outside pay period"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE TS-EMPLOYEE-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Employee not found" TO WS-REJECT-REASON
           END-READ
           IF WS-VALID-FLAG = "N"
               EXIT PARAGRAPH
           END-IF

           IF HIRE-DATE IS NUMERIC AND TS-WORK-DATE < HIRE-DATE
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Work date before hire date" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF EMPLOYEE-STATUS = "T" AND
              TS-WORK-DATE > TERMINATION-DATE
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Work date after termination date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF SALARY IS NOT NUMERIC OR SALARY = ZEROS
               MOVE "N" TO WS-VALID-FLAG
               MOVE "No salary to derive hourly rate"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-LEAVE-SAME-DAY.

       CHECK-LEAVE-SAME-DAY.
           IF LEAVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE TS-WORK-DATE TO WS-CHECK-DATE
           CALL "WorkDays" USING "COUNT " TS-WORK-DATE WS-CHECK-DATE
               WS-WORK-DAYS TS-EMPLOYEE-ID
           IF WS-WORK-DAYS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE TS-EMPLOYEE-ID TO LV-EMPLOYEE-ID
           MOVE ZEROS TO LV-DATE
           MOVE LOW-VALUES TO LV-TYPE
           START LEAVE-FILE KEY NOT < LV-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO END-OF-LEAVE
           PERFORM UNTIL END-OF-LEAVE = "Y"
               READ LEAVE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-LEAVE
                   NOT AT END
                       IF LV-EMPLOYEE-ID NOT = TS-EMPLOYEE-ID OR
                          LV-DATE > TS-WORK-DATE
                           MOVE "Y" TO END-OF-LEAVE
                       ELSE
                           CALL "WorkDays" USING "COUNT " LV-DATE
                               TS-WORK-DATE WS-WORK-DAYS
                               TS-EMPLOYEE-ID
                           IF WS-WORK-DAYS <= LV-DAYS
                               MOVE "N" TO WS-VALID-FLAG
                               MOVE "Leave already recorded that day"
                                   TO WS-REJECT-REASON
                               MOVE "Y" TO END-OF-LEAVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-EARNINGS-LINE.
           COMPUTE WS-HOURLY-RATE ROUNDED = SALARY / WS-ANNUAL-HOURS
           COMPUTE WS-AMOUNT ROUNDED =
               TS-HOURS * WS-HOURLY-RATE * WS-FACTOR
           PERFORM FIND-EXT-NUMBER
           MOVE SPACES TO OVERTIME-RECORD
           MOVE "D" TO OD-REC-TYPE
           MOVE TS-EMPLOYEE-ID TO OD-EMPLOYEE-ID
           MOVE WS-EXT-NUMBER TO OD-EXT-NUMBER
           MOVE DEPARTMENT TO OD-DEPARTMENT
           MOVE TS-WORK-DATE TO OD-WORK-DATE
           MOVE TS-HOURS-TYPE TO OD-HOURS-TYPE
           MOVE TS-HOURS TO OD-HOURS
           MOVE WS-HOURLY-RATE TO OD-HOURLY-RATE
           MOVE WS-FACTOR TO OD-FACTOR
           MOVE WS-AMOUNT TO OD-AMOUNT
           MOVE COMPANY-CODE TO OD-COMPANY-CODE
           WRITE OVERTIME-RECORD
           IF COMPANY-CODE = SPACES
               ADD 1 TO WS-NO-COMPANY-COUNT
           END-IF
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD TS-HOURS TO WS-TOTAL-HOURS
           ADD WS-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE DEPARTMENT TO WS-COST-CENTER
           PERFORM ADD-TO-DEPARTMENT.

       ADD-TO-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-USED
               IF WS-DEPT-CODE(DEPT-IDX) = WS-COST-CENTER
                   MOVE "Y" TO WS-DEPT-FOUND
                   ADD WS-AMOUNT TO WS-DEPT-TOTAL(DEPT-IDX)
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = "N" AND WS-DEPT-USED >= 100
               MOVE "Y" TO WS-DEPT-OVERFLOW
           END-IF
           IF WS-DEPT-FOUND = "N" AND WS-DEPT-USED < 100
               ADD 1 TO WS-DEPT-USED
               SET DEPT-IDX TO WS-DEPT-USED
               MOVE WS-COST-CENTER TO WS-DEPT-CODE(DEPT-IDX)
               MOVE WS-AMOUNT TO WS-DEPT-TOTAL(DEPT-IDX)
           END-IF.

       WRITE-REJECT.
           MOVE SPACES TO REJECT-LINE
           STRING
               "ID=" TS-EMPLOYEE-ID DELIMITED BY SIZE
               " Date=" TS-WORK-DATE DELIMITED BY SIZE
               " Type=" TS-HOURS-TYPE DELIMITED BY SIZE
               " Hours=" TS-HOURS DELIMITED BY SIZE
               " Reason=" WS-REJECT-REASON DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECTED-COUNT.

       WRITE-GL-FEED.
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-TOTAL-DEBITS
           MOVE ZERO TO WS-TOTAL-CREDITS
           MOVE ZERO TO WS-HASH-TOTAL
           OPEN OUTPUT GL-FILE
           IF GL-STATUS NOT = "00"
               DISPLAY "Error creating " WS-GL-NAME
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-OVERFLOW = "Y"
               DISPLAY "More than 100 departments have overtime; "
                       WS-GL-NAME " left empty."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE GL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE "H" TO GH-REC-TYPE
           MOVE WS-PERIOD-END(1:6) TO GH-POSTING-PERIOD
           MOVE WS-TODAY TO GH-RUN-DATE
           IF WS-COMPANY-FILTER NOT = SPACES
               MOVE WS-COMPANY-FILTER TO GH-COMPANY-CODE
               MOVE WS-CO-EMPLOYER(WS-CO-IDX) TO GH-EMPLOYER-ID
           END-IF
           WRITE GL-RECORD
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-USED
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GD-REC-TYPE
               MOVE "OTEXP" TO GD-ACCOUNT
               MOVE "DR" TO GD-DR-CR
               MOVE WS-DEPT-CODE(DEPT-IDX) TO GD-COST-CENTER
               MOVE WS-DEPT-TOTAL(DEPT-IDX) TO GD-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-DEPT-TOTAL(DEPT-IDX) TO WS-TOTAL-DEBITS
               ADD WS-DEPT-TOTAL(DEPT-IDX) TO WS-HASH-TOTAL
           END-PERFORM
           IF WS-DEPT-USED > ZERO
               MOVE SPACES TO GL-RECORD
               MOVE "D" TO GD-REC-TYPE
               MOVE "OTCLEAR" TO GD-ACCOUNT
               MOVE "CR" TO GD-DR-CR
               MOVE "ALL" TO GD-COST-CENTER
               MOVE WS-TOTAL-DEBITS TO GD-AMOUNT
               WRITE GL-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-TOTAL-DEBITS TO WS-TOTAL-CREDITS
               ADD WS-TOTAL-DEBITS TO WS-HASH-TOTAL
           END-IF
           MOVE SPACES TO GL-RECORD
           MOVE "T" TO GT-REC-TYPE
           MOVE WS-DETAIL-COUNT TO GT-RECORD-COUNT
           MOVE WS-TOTAL-DEBITS TO GT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GT-TOTAL-CREDITS
           MOVE WS-HASH-TOTAL TO GT-HASH-TOTAL
           WRITE GL-RECORD
           CLOSE GL-FILE.

       LOAD-COMPANY-TABLE.
           MOVE ZERO TO WS-CO-USED
           MOVE ZERO TO WS-CO-OVER-COUNT
           OPEN INPUT COMPANY-FILE
           IF COMPANY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COMPANY-FILE INTO COMPANY-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CO-ACTIVE = "A" AND WS-CO-USED >= 100
                           ADD 1 TO WS-CO-OVER-COUNT
                       END-IF
                       IF CO-ACTIVE = "A" AND WS-CO-USED < 100
                           ADD 1 TO WS-CO-USED
                           MOVE CO-CODE TO WS-CO-CODE(WS-CO-USED)
                           MOVE CO-EMPLOYER-ID
                               TO WS-CO-EMPLOYER(WS-CO-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-FILE
           MOVE "N" TO END-OF-FILE.

       WRITE-COMPANY-EXTRACTS.
           PERFORM LOAD-COMPANY-TABLE
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-USED
               MOVE WS-CO-CODE(WS-CO-IDX) TO WS-COMPANY-FILTER
               MOVE SPACES TO WS-OVERTIME-NAME
               STRING
                   "overtime-extract-" DELIMITED BY SIZE
                   WS-COMPANY-FILTER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-OVERTIME-NAME
               END-STRING
               MOVE SPACES TO WS-GL-NAME
               STRING
                   "gl-overtime-" DELIMITED BY SIZE
                   WS-COMPANY-FILTER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-GL-NAME
               END-STRING
               PERFORM SPLIT-COMPANY-EXTRACT
           END-PERFORM
           IF WS-CO-OVER-COUNT > 0
               DISPLAY WS-CO-OVER-COUNT " active company record(s) "
                       "beyond the first 100 in companies.dat have no "
                       "company overtime file."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "gl-overtime.dat" TO WS-GL-NAME.

       SPLIT-COMPANY-EXTRACT.
           MOVE ZERO TO WS-DEPT-USED
           MOVE "N" TO WS-DEPT-OVERFLOW
           MOVE ZERO TO WS-CO-LINE-COUNT
           MOVE ZERO TO WS-CO-HOURS
           MOVE ZERO TO WS-CO-AMOUNT
           OPEN INPUT OVERTIME-FILE
           IF OVERTIME-STATUS NOT = "00"
               DISPLAY "Error opening overtime-extract.dat."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CO-OVERTIME-FILE
           IF CO-OVERTIME-STATUS NOT = "00"
               DISPLAY "Error creating " WS-OVERTIME-NAME
               CLOSE OVERTIME-FILE
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OVERTIME-RECORD
           MOVE "H" TO OH-REC-TYPE
           MOVE WS-PERIOD-START TO OH-PERIOD-START
           MOVE WS-PERIOD-END TO OH-PERIOD-END
           MOVE WS-TODAY TO OH-RUN-DATE
           MOVE WS-COMPANY-FILTER TO OH-COMPANY-CODE
           MOVE WS-CO-EMPLOYER(WS-CO-IDX) TO OH-EMPLOYER-ID
           WRITE CO-OVERTIME-RECORD FROM OVERTIME-RECORD

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OVERTIME-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF OD-REC-TYPE = "D" AND
                          OD-COMPANY-CODE = WS-COMPANY-FILTER
                           WRITE CO-OVERTIME-RECORD
                               FROM OVERTIME-RECORD
                           ADD 1 TO WS-CO-LINE-COUNT
                           ADD OD-HOURS TO WS-CO-HOURS
                           ADD OD-AMOUNT TO WS-CO-AMOUNT
                           MOVE OD-DEPARTMENT TO WS-COST-CENTER
                           MOVE OD-AMOUNT TO WS-AMOUNT
                           PERFORM ADD-TO-DEPARTMENT
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO OVERTIME-RECORD
           MOVE "T" TO OT-REC-TYPE
           MOVE WS-CO-LINE-COUNT TO OT-RECORD-COUNT
           MOVE WS-CO-HOURS TO OT-TOTAL-HOURS
           MOVE WS-CO-AMOUNT TO OT-TOTAL-AMOUNT
           WRITE CO-OVERTIME-RECORD FROM OVERTIME-RECORD
           CLOSE OVERTIME-FILE
           CLOSE CO-OVERTIME-FILE
           MOVE "N" TO END-OF-FILE

           PERFORM WRITE-GL-FEED
           DISPLAY "Company " WS-COMPANY-FILTER ": "
                   WS-CO-LINE-COUNT " line(s) to "
                   WS-OVERTIME-NAME.

       PRESS-ENTER.
           IF LS-MODE IS OMITTED
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'cls'.
