               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO WS-PAYROLL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "payperiods.dat"
           SELECT CONTROL-FILE ASSIGN TO "payroll-changes-ctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PR-PERIOD-START       PIC 9(8).
           05 PR-PERIOD-END         PIC 9(8).
           05 PR-EXT-NUMBER         PIC X(8).
           05 PR-COMPANY-CODE       PIC X(4).
       01 PAYROLL-HEADER-RECORD.
           05 PH-MARKER             PIC X(3).
           05 PH-COMPANY-CODE       PIC X(4).
           05 PH-EMPLOYER-ID        PIC X(12).
           05 PH-RUN-DATE           PIC 9(8).
           05 PH-PERIOD-START       PIC 9(8).
           05 PH-PERIOD-END         PIC 9(8).
       01 PAYROLL-TRAILER-RECORD.
           05 PT-MARKER             PIC X(3).
           05 PT-RECORD-COUNT       PIC 9(7).
           05 PT-GROSS-TOTAL        PIC 9(13)V99.
           05 PT-HASH-TOTAL         PIC 9(13)V99.

       FD PERIOD-FILE.
       01 PERIOD-RECORD.
           COPY "PAYPER.CPY".

       FD XREF-FILE.
       01 XREF-RECORD.
           05 PB-SALARY             PIC 9(7)V99.
           05 PB-DEPARTMENT         PIC X(15).
           05 PB-REC-STATUS         PIC X(1).
           05 PB-FTE-PCT            PIC 9(3)V99.

       FD BASELINE-NEW-FILE.
       01 BASELINE-NEW-RECORD       PIC X(35).

       FD CHANGES-FILE.
       01 CHANGE-RECORD.
           05 PC-SALARY             PIC 9(7)V99.
           05 PC-DEPARTMENT         PIC X(15).
           05 PC-EXT-NUMBER         PIC X(8).
           05 PC-FTE-PCT            PIC 9(3)V99.

       FD CONTROL-FILE.
       01 CONTROL-LINE              PIC X(80).

       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 FILE-STATUS           PIC XX.
       01 PAYROLL-STATUS        PIC XX.
       01 WS-PERIOD-FOUND       PIC X VALUE "N".
       01 WS-PERIOD-START       PIC 9(8).
       01 WS-PERIOD-END         PIC 9(8).
       01 WS-PERIOD-STATE       PIC X(1).
       01 WS-PERIOD-RESULT      PIC X(4).
       01 WS-PAY-FROM           PIC 9(8).
       01 WS-PAY-TO             PIC 9(8).
       01 WS-FROM-INT           PIC 9(8).
       01 WS-ACTIVE-DAYS        PIC S9(5).
       01 WS-PERIOD-GROSS       PIC 9(7)V99.
       01 WS-SIZE-ERROR-FLAG    PIC X.
       01 WS-FTE-PCT            PIC 9(3)V99.
       01 WS-WORK-DAYS          PIC X(7).
       01 WS-DAYS-PER-WEEK      PIC 9V99.
       01 WS-PATTERN-RESULT     PIC X(4).
       01 WS-PATTERN-TO         PIC 9(8).
       01 WS-PART-TIME-COUNT    PIC 9(5) VALUE ZERO.
       01 BASELINE-STATUS       PIC XX.
       01 BASELINE-NEW-STATUS   PIC XX.
       01 CHANGES-STATUS        PIC XX.
               10 WS-BL-DEPT        PIC X(15).
               10 WS-BL-STATUS      PIC X(1).
               10 WS-BL-MATCHED     PIC X(1).
               10 WS-BL-FTE         PIC 9(3)V99.
               10 WS-BL-FTE-SET     PIC X(1).

       01 WS-PAYROLL-NAME       PIC X(40)
           VALUE "payroll-extract.dat".
       01 COMPANY-STATUS        PIC XX.
       01 WS-COMPANY-FILTER     PIC X(4) VALUE SPACES.
       01 WS-PASS-FAILED        PIC X.
       01 WS-NO-COMPANY-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-GROSS-TOTAL        PIC 9(13)V99 VALUE ZERO.
       01 WS-HASH-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01 WS-CO-OVER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CO-USED            PIC 9(3) VALUE ZERO.
       01 WS-CO-IDX             PIC 9(3).

       01 WS-COMPANY-TABLE.
           05 WS-CO-ENTRY OCCURS 100 TIMES.
               10 WS-CO-CODE       PIC X(4).
               10 WS-CO-EMPLOYER   PIC X(12).

       01 XREF-STATUS           PIC XX.
       01 WS-XREF-USED          PIC 9(5) VALUE ZERO.
               DISPLAY "emitting full annual salaries without "
                       "proration."
           END-IF
           IF WS-PERIOD-FOUND = "Y"
               CALL "PayPeriod" USING "CHECK " WS-PERIOD-START
                   WS-PERIOD-STATE WS-PERIOD-RESULT
               IF WS-PERIOD-STATE = "X"
                   DISPLAY "Pay period " WS-PERIOD-START " - "
                           WS-PERIOD-END " is closed; extract not "
                           "run."
                   IF LS-MODE IS NOT OMITTED
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   PERFORM PRESS-ENTER
                   EXIT PROGRAM
               END-IF
           END-IF

           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "payroll-extract.dat" TO WS-PAYROLL-NAME
           PERFORM RUN-EXTRACT-PASS
           IF WS-PASS-FAILED = "Y"
               PERFORM PRESS-ENTER
               EXIT PROGRAM
           END-IF
           PERFORM REBUILD-BASELINE
           IF WS-PERIOD-FOUND = "Y"
               MOVE "E" TO WS-PERIOD-STATE
               CALL "PayPeriod" USING "SET   " WS-PERIOD-START
                   WS-PERIOD-STATE WS-PERIOD-RESULT
           END-IF

           DISPLAY WS-RECORD-COUNT " record(s) extracted to"
                   " payroll-extract.dat"
           IF WS-PERIOD-FOUND = "Y"
               DISPLAY "Pay period: " WS-PERIOD-START " - "
                       WS-PERIOD-END " (gross prorated by days "
                       "active and FTE)"
           END-IF
           IF WS-LEAVER-COUNT > 0
               DISPLAY WS-LEAVER-COUNT " leaver(s) paid a final "
                       "partial period."
           END-IF
           IF WS-PART-TIME-COUNT > 0
               DISPLAY WS-PART-TIME-COUNT " part-time employee(s) "
                       "paid at their FTE percentage."
           END-IF
           IF WS-SKIPPED-COUNT > 0
               DISPLAY WS-SKIPPED-COUNT " terminated employee(s) "
                       "excluded from the extract."
                       "have no bureau payroll number on the "
                       "cross-reference."
           END-IF
           IF WS-NO-COMPANY-COUNT > 0
               DISPLAY WS-NO-COMPANY-COUNT " extracted employee(s) "
                       "have no company code and are on no "
                       "company file."
           END-IF
           PERFORM WRITE-COMPANY-EXTRACTS
           PERFORM PRESS-ENTER
           EXIT PROGRAM.

       RUN-EXTRACT-PASS.
           MOVE "N" TO WS-PASS-FAILED
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-PART-TIME-COUNT
           MOVE ZERO TO WS-GROSS-TOTAL
           MOVE ZERO TO WS-HASH-TOTAL
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-PASS-FAILED
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PAYROLL-FILE
           IF PAYROLL-STATUS NOT = "00"
               DISPLAY "Error creating " WS-PAYROLL-NAME
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE EMPLOYEE-FILE
               MOVE "Y" TO WS-PASS-FAILED
               EXIT PARAGRAPH
           END-IF

           IF WS-COMPANY-FILTER NOT = SPACES
               MOVE SPACES TO PAYROLL-HEADER-RECORD
               MOVE "HDR" TO PH-MARKER
               MOVE WS-COMPANY-FILTER TO PH-COMPANY-CODE
               MOVE WS-CO-EMPLOYER(WS-CO-IDX) TO PH-EMPLOYER-ID
               MOVE WS-TODAY TO PH-RUN-DATE
               MOVE WS-PERIOD-START TO PH-PERIOD-START
               MOVE WS-PERIOD-END TO PH-PERIOD-END
               WRITE PAYROLL-HEADER-RECORD
           END-IF

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD INTO EMPLOYEE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-COMPANY-FILTER = SPACES OR
                          COMPANY-CODE = WS-COMPANY-FILTER
                           PERFORM SELECT-FOR-EXTRACT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-COMPANY-FILTER NOT = SPACES
               MOVE SPACES TO PAYROLL-TRAILER-RECORD
               MOVE "TRL" TO PT-MARKER
               MOVE WS-RECORD-COUNT TO PT-RECORD-COUNT
               MOVE WS-GROSS-TOTAL TO PT-GROSS-TOTAL
               MOVE WS-HASH-TOTAL TO PT-HASH-TOTAL
               WRITE PAYROLL-TRAILER-RECORD
           END-IF

           CLOSE EMPLOYEE-FILE
           CLOSE PAYROLL-FILE.

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
               MOVE SPACES TO WS-PAYROLL-NAME
               STRING
                   "payroll-extract-" DELIMITED BY SIZE
                   WS-COMPANY-FILTER DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-PAYROLL-NAME
               END-STRING
               PERFORM RUN-EXTRACT-PASS
               IF WS-PASS-FAILED = "N"
                   DISPLAY "Company " WS-COMPANY-FILTER ": "
                           WS-RECORD-COUNT " record(s) to "
                           WS-PAYROLL-NAME
               END-IF
           END-PERFORM
           IF WS-CO-OVER-COUNT > 0
               DISPLAY WS-CO-OVER-COUNT " active company record(s) "
                       "beyond the first 100 in companies.dat have no "
                       "company extract file."
               IF LS-MODE IS NOT OMITTED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO WS-COMPANY-FILTER
           MOVE "payroll-extract.dat" TO WS-PAYROLL-NAME.

       LOAD-XREF-TABLE.
           MOVE ZERO TO WS-XREF-USED
           OPEN INPUT XREF-FILE
               IF EMPLOYEE-STATUS = "T"
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   MOVE ZEROS TO WS-PAY-FROM
                   MOVE ZEROS TO WS-PAY-TO
                   MOVE WS-AS-OF-DATE TO WS-PATTERN-TO
                   CALL "WorkPattern" USING "GET   " EMPLOYEE-ID
                       WS-AS-OF-DATE WS-PATTERN-TO WS-FTE-PCT
                       WS-WORK-DAYS WS-DAYS-PER-WEEK
                       WS-PATTERN-RESULT
                   COMPUTE WS-PERIOD-GROSS ROUNDED =
                       SALARY * WS-FTE-PCT / 100
                   PERFORM WRITE-PAYROLL-LINE
               END-IF
               EXIT PARAGRAPH
           MOVE FUNCTION INTEGER-OF-DATE(WS-PAY-TO)
               TO WS-TO-INT
           COMPUTE WS-ACTIVE-DAYS = WS-TO-INT - WS-FROM-INT + 1
           CALL "WorkPattern" USING "RANGE " EMPLOYEE-ID
               WS-PAY-FROM WS-PAY-TO WS-FTE-PCT WS-WORK-DAYS
               WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           MOVE "N" TO WS-SIZE-ERROR-FLAG
           COMPUTE WS-PERIOD-GROSS ROUNDED =
               SALARY * WS-FTE-PCT / 100 * WS-ACTIVE-DAYS / 365
               ON SIZE ERROR
                   MOVE "Y" TO WS-SIZE-ERROR-FLAG
           END-COMPUTE
           IF WS-SIZE-ERROR-FLAG = "Y"
               COMPUTE WS-PERIOD-GROSS ROUNDED =
                   SALARY * WS-FTE-PCT / 100
           END-IF

           IF EMPLOYEE-STATUS = "T"
           PERFORM WRITE-PAYROLL-LINE.

       WRITE-PAYROLL-LINE.
           IF WS-FTE-PCT < 100
               ADD 1 TO WS-PART-TIME-COUNT
           END-IF
           PERFORM FIND-EXT-NUMBER
           MOVE SPACES TO PAYROLL-RECORD
           MOVE EMPLOYEE-ID TO PR-EMPLOYEE-ID
           MOVE WS-PERIOD-GROSS TO PR-PERIOD-GROSS
           MOVE WS-PAY-FROM TO PR-PERIOD-START
           MOVE WS-PAY-TO TO PR-PERIOD-END
           MOVE COMPANY-CODE TO PR-COMPANY-CODE
           WRITE PAYROLL-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-PERIOD-GROSS TO WS-GROSS-TOTAL
           ADD WS-PERIOD-GROSS TO WS-HASH-TOTAL
           ADD EMPLOYEE-ID TO WS-HASH-TOTAL
           IF WS-COMPANY-FILTER = SPACES AND COMPANY-CODE = SPACES
               ADD 1 TO WS-NO-COMPANY-COUNT
           END-IF.

       CHANGES-ONLY-RUN.
           PERFORM LOAD-BASELINE-TABLE
                       MOVE PB-REC-STATUS
                           TO WS-BL-STATUS(WS-BASE-USED)
                       MOVE "N" TO WS-BL-MATCHED(WS-BASE-USED)
                       IF PB-FTE-PCT IS NUMERIC
                           MOVE PB-FTE-PCT
                               TO WS-BL-FTE(WS-BASE-USED)
                           MOVE "Y" TO WS-BL-FTE-SET(WS-BASE-USED)
                       ELSE
                           MOVE ZEROS TO WS-BL-FTE(WS-BASE-USED)
                           MOVE "N" TO WS-BL-FTE-SET(WS-BASE-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASELINE-FILE
           END-PERFORM.

       DELTA-SELECT.
           PERFORM GET-CURRENT-FTE
           PERFORM FIND-BASELINE-ENTRY
           IF WS-BL-FOUND-IDX = ZERO
               IF EMPLOYEE-STATUS NOT = "T"
               EXIT PARAGRAPH
           END-IF
           IF SALARY NOT = WS-BL-SALARY(WS-BL-FOUND-IDX) OR
              DEPARTMENT NOT = WS-BL-DEPT(WS-BL-FOUND-IDX) OR
              (WS-BL-FTE-SET(WS-BL-FOUND-IDX) = "Y" AND
               WS-FTE-PCT NOT = WS-BL-FTE(WS-BL-FOUND-IDX))
               ADD 1 TO WS-CHG-COUNT
               MOVE "C" TO PC-CHANGE-CODE
               PERFORM WRITE-CHANGE-LINE
           MOVE SALARY TO PC-SALARY
           MOVE DEPARTMENT TO PC-DEPARTMENT
           MOVE WS-EXT-NUMBER TO PC-EXT-NUMBER
           MOVE WS-FTE-PCT TO PC-FTE-PCT
           WRITE CHANGE-RECORD.

       GET-CURRENT-FTE.
           MOVE WS-AS-OF-DATE TO WS-PATTERN-TO
           CALL "WorkPattern" USING "GET   " EMPLOYEE-ID
               WS-AS-OF-DATE WS-PATTERN-TO WS-FTE-PCT
               WS-WORK-DAYS WS-DAYS-PER-WEEK
               WS-PATTERN-RESULT.

       REPORT-VANISHED-BASELINES.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-USED
                   MOVE WS-BL-ID(WS-BASE-IDX) TO PC-EMPLOYEE-ID
                   MOVE WS-BL-SALARY(WS-BASE-IDX) TO PC-SALARY
                   MOVE WS-BL-DEPT(WS-BASE-IDX) TO PC-DEPARTMENT
                   MOVE WS-BL-FTE(WS-BASE-IDX) TO PC-FTE-PCT
                   WRITE CHANGE-RECORD
               END-IF
           END-PERFORM.
                       MOVE SALARY TO PB-SALARY
                       MOVE DEPARTMENT TO PB-DEPARTMENT
                       MOVE EMPLOYEE-STATUS TO PB-REC-STATUS
                       PERFORM GET-CURRENT-FTE
                       MOVE WS-FTE-PCT TO PB-FTE-PCT
                       MOVE BASELINE-RECORD
                           TO BASELINE-NEW-RECORD
                       WRITE BASELINE-NEW-RECORD
