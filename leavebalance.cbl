           SELECT CARRY-FILE ASSIGN TO "leave-carryover.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRY-STATUS.
           SELECT POLICY-FILE ASSIGN TO "leave-policy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CO-YEAR           PIC 9(4).
           05 CO-DAYS           PIC 9(2).

       FD POLICY-FILE.
       01 POLICY-RECORD.
           COPY "LVPOLICY.CPY".

       WORKING-STORAGE SECTION.
       01 LEAVE-STATUS         PIC XX.
       01 CARRY-STATUS         PIC XX.
       01 POLICY-STATUS        PIC XX.
       01 END-OF-FILE          PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-MMDD    PIC 9(4).
       01 WS-HIRE-YEAR         PIC 9(4).
       01 WS-SERVICE-YEARS     PIC S9(4).
       01 WS-EMP-TYPE          PIC X(1).
       01 WS-GRADE             PIC X(2).
       01 WS-AS-OF             PIC 9(8).
       01 WS-AS-OF-PARTS REDEFINES WS-AS-OF.
           05 WS-AS-OF-YEAR    PIC 9(4).
           05 WS-AS-OF-MONTH   PIC 9(2).
           05 WS-AS-OF-DAY     PIC 9(2).
       01 WS-START             PIC 9(8).
       01 WS-START-PARTS REDEFINES WS-START.
           05 WS-START-YEAR    PIC 9(4).
           05 WS-START-MONTH   PIC 9(2).
           05 WS-START-DAY     PIC 9(2).
       01 WS-NEXT-DAY          PIC 9(8).
       01 WS-MONTHS            PIC S9(3).
       01 WS-VAC-ACCRUED       PIC 9(3).
       01 WS-SICK-ACCRUED      PIC 9(3).
       01 WS-VAC-RATE          PIC 9(2)V99.
       01 WS-SICK-RATE         PIC 9(2)V99.
       01 WS-CARRY-CAP         PIC 9(3).
       01 WS-ANNUAL-VAC        PIC 9(3).
       01 WS-ANNUAL-SICK       PIC 9(3).
       01 WS-CARRY-DAYS        PIC 9(3).
       01 WS-SICK-TAKEN        PIC 9(3).
       01 WS-POL-USED          PIC 9(5) VALUE ZERO.
       01 WS-POL-IDX           PIC 9(3).
       01 WS-BEST-SCORE        PIC S9(5).
       01 WS-SCORE             PIC S9(5).
       01 WS-FTE-PCT           PIC 9(3)V99.
       01 WS-WORK-DAYS         PIC X(7).
       01 WS-DAYS-PER-WEEK     PIC 9V99.
       01 WS-PATTERN-RESULT    PIC X(4).
       01 WS-PATTERN-TO        PIC 9(8).

       01 WS-POLICY-TABLE.
           05 WS-POL-ENTRY OCCURS 3 TIMES.
               10 WS-POL-TYPE       PIC X(1).
               10 WS-POL-GRADE      PIC X(2).
               10 WS-POL-MIN-YEARS  PIC 9(2).
               10 WS-POL-VAC        PIC 9(2)V99.
               10 WS-POL-SICK       PIC 9(2)V99.
               10 WS-POL-CAP        PIC 9(3).

       LINKAGE SECTION.
       01 LS-EMPLOYEE-ID       PIC 9(5).
       01 LS-ENTITLEMENT       PIC 9(3).
       01 LS-TAKEN             PIC 9(3).
       01 LS-BALANCE           PIC S9(3).
       01 LS-LEAVE-DETAIL.
           COPY "LVBAL.CPY".

       PROCEDURE DIVISION USING LS-EMPLOYEE-ID LS-HIRE-DATE
                                 LS-YEAR LS-ENTITLEMENT LS-TAKEN
                                 LS-BALANCE
                                 OPTIONAL LS-LEAVE-DETAIL.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ZERO TO LS-TAKEN
           MOVE ZERO TO WS-SICK-TAKEN
           MOVE ZERO TO WS-CARRY-DAYS
           IF LS-YEAR IS NOT NUMERIC OR LS-YEAR = ZEROS
               MOVE WS-TODAY-YEAR TO LS-YEAR
           END-IF

           MOVE SPACES TO WS-EMP-TYPE
           MOVE SPACES TO WS-GRADE
           MOVE ZEROS TO WS-AS-OF
           IF LS-LEAVE-DETAIL IS NOT OMITTED
               MOVE LB-EMP-TYPE TO WS-EMP-TYPE
               MOVE LB-GRADE TO WS-GRADE
               IF LB-AS-OF-DATE IS NUMERIC
                   MOVE LB-AS-OF-DATE TO WS-AS-OF
               END-IF
           END-IF

           MOVE LS-HIRE-DATE(1:4) TO WS-HIRE-YEAR
           COMPUTE WS-SERVICE-YEARS = LS-YEAR - WS-HIRE-YEAR
           IF WS-SERVICE-YEARS < ZERO
               MOVE ZERO TO WS-SERVICE-YEARS
           END-IF

           PERFORM SELECT-POLICY
           PERFORM COUNT-ACCRUAL-MONTHS
           PERFORM APPLY-WORKING-PATTERN

           COMPUTE WS-ANNUAL-VAC ROUNDED = WS-VAC-RATE * 12
           COMPUTE WS-ANNUAL-SICK ROUNDED = WS-SICK-RATE * 12
           COMPUTE WS-VAC-ACCRUED ROUNDED = WS-VAC-RATE * WS-MONTHS
           COMPUTE WS-SICK-ACCRUED ROUNDED =
               WS-SICK-RATE * WS-MONTHS
           IF WS-VAC-ACCRUED > WS-ANNUAL-VAC
               MOVE WS-ANNUAL-VAC TO WS-VAC-ACCRUED
           END-IF
           IF WS-SICK-ACCRUED > WS-ANNUAL-SICK
               MOVE WS-ANNUAL-SICK TO WS-SICK-ACCRUED
           END-IF
           MOVE WS-VAC-ACCRUED TO LS-ENTITLEMENT

           PERFORM ADD-CARRYOVER
           PERFORM SUM-LEAVE-TAKEN

           COMPUTE LS-BALANCE = LS-ENTITLEMENT - LS-TAKEN

           IF LS-LEAVE-DETAIL IS NOT OMITTED
               MOVE WS-AS-OF TO LB-AS-OF-DATE
               MOVE WS-MONTHS TO LB-MONTHS
               MOVE WS-ANNUAL-VAC TO LB-ANNUAL-VAC
               MOVE WS-CARRY-DAYS TO LB-CARRYOVER
               MOVE WS-CARRY-CAP TO LB-CARRY-CAP
               MOVE WS-ANNUAL-SICK TO LB-SICK-ANNUAL
               MOVE WS-SICK-ACCRUED TO LB-SICK-ACCRUED
               MOVE WS-SICK-TAKEN TO LB-SICK-TAKEN
               COMPUTE LB-SICK-BALANCE =
                   WS-SICK-ACCRUED - WS-SICK-TAKEN
           END-IF

           EXIT PROGRAM.

       SELECT-POLICY.
           MOVE -1 TO WS-BEST-SCORE
           MOVE ZERO TO WS-VAC-RATE
           MOVE ZERO TO WS-SICK-RATE
           MOVE ZERO TO WS-CARRY-CAP
           MOVE ZERO TO WS-POL-USED
           OPEN INPUT POLICY-FILE
           IF POLICY-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ POLICY-FILE INTO POLICY-RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF LP-MIN-YEARS IS NUMERIC AND
                              LP-VAC-ACCRUAL IS NUMERIC AND
                              LP-SICK-ACCRUAL IS NUMERIC AND
                              LP-CARRY-CAP IS NUMERIC
                               ADD 1 TO WS-POL-USED
                               MOVE 1 TO WS-POL-IDX
                               MOVE LP-EMP-TYPE TO WS-POL-TYPE(1)
                               MOVE LP-GRADE TO WS-POL-GRADE(1)
                               MOVE LP-MIN-YEARS TO WS-POL-MIN-YEARS(1)
                               MOVE LP-VAC-ACCRUAL TO WS-POL-VAC(1)
                               MOVE LP-SICK-ACCRUAL TO WS-POL-SICK(1)
                               MOVE LP-CARRY-CAP TO WS-POL-CAP(1)
                               PERFORM SCORE-ONE-POLICY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF
           IF WS-POL-USED = ZERO
               PERFORM LOAD-DEFAULT-POLICY
               PERFORM SCORE-ONE-POLICY
                   VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > 3
           END-IF.

       LOAD-DEFAULT-POLICY.
           MOVE SPACES TO WS-POL-TYPE(1) WS-POL-GRADE(1)
           MOVE 0 TO WS-POL-MIN-YEARS(1)
           MOVE 1.67 TO WS-POL-VAC(1)
           MOVE SPACES TO WS-POL-TYPE(2) WS-POL-GRADE(2)
           MOVE 5 TO WS-POL-MIN-YEARS(2)
           MOVE 2.08 TO WS-POL-VAC(2)
           MOVE SPACES TO WS-POL-TYPE(3) WS-POL-GRADE(3)
           MOVE 10 TO WS-POL-MIN-YEARS(3)
           MOVE 2.50 TO WS-POL-VAC(3)
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > 3
               MOVE 0.83 TO WS-POL-SICK(WS-POL-IDX)
               MOVE 5 TO WS-POL-CAP(WS-POL-IDX)
           END-PERFORM.

       SCORE-ONE-POLICY.
           IF (WS-POL-TYPE(WS-POL-IDX) = SPACES OR
               WS-POL-TYPE(WS-POL-IDX) = WS-EMP-TYPE) AND
              (WS-POL-GRADE(WS-POL-IDX) = SPACES OR
               WS-POL-GRADE(WS-POL-IDX) = WS-GRADE) AND
              WS-POL-MIN-YEARS(WS-POL-IDX) <= WS-SERVICE-YEARS
               MOVE WS-POL-MIN-YEARS(WS-POL-IDX) TO WS-SCORE
               IF WS-POL-TYPE(WS-POL-IDX) NOT = SPACES
                   ADD 200 TO WS-SCORE
               END-IF
               IF WS-POL-GRADE(WS-POL-IDX) NOT = SPACES
                   ADD 100 TO WS-SCORE
               END-IF
               IF WS-SCORE > WS-BEST-SCORE
                   MOVE WS-SCORE TO WS-BEST-SCORE
                   MOVE WS-POL-VAC(WS-POL-IDX) TO WS-VAC-RATE
                   MOVE WS-POL-SICK(WS-POL-IDX) TO WS-SICK-RATE
                   MOVE WS-POL-CAP(WS-POL-IDX) TO WS-CARRY-CAP
               END-IF
           END-IF.

       COUNT-ACCRUAL-MONTHS.
           IF WS-AS-OF = ZEROS
               IF LS-YEAR < WS-TODAY-YEAR
                   MOVE LS-YEAR TO WS-AS-OF-YEAR
                   MOVE 12 TO WS-AS-OF-MONTH
                   MOVE 31 TO WS-AS-OF-DAY
               ELSE
                   MOVE WS-TODAY TO WS-AS-OF
               END-IF
           END-IF
           IF WS-AS-OF-YEAR > LS-YEAR
               MOVE LS-YEAR TO WS-AS-OF-YEAR
               MOVE 12 TO WS-AS-OF-MONTH
               MOVE 31 TO WS-AS-OF-DAY
           END-IF
           MOVE ZERO TO WS-MONTHS
           IF WS-AS-OF-YEAR < LS-YEAR
               EXIT PARAGRAPH
           END-IF

           MOVE LS-YEAR TO WS-START-YEAR
           MOVE 01 TO WS-START-MONTH
           MOVE 01 TO WS-START-DAY
           IF LS-HIRE-DATE IS NUMERIC AND LS-HIRE-DATE > WS-START
               MOVE LS-HIRE-DATE TO WS-START
           END-IF
           IF WS-START > WS-AS-OF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MONTHS = WS-AS-OF-MONTH - WS-START-MONTH
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AS-OF) + 1)
           IF WS-NEXT-DAY(5:2) NOT = WS-AS-OF-MONTH
               ADD 1 TO WS-MONTHS
           END-IF
           IF WS-START-DAY > 15
               SUBTRACT 1 FROM WS-MONTHS
           END-IF
           IF WS-MONTHS < ZERO
               MOVE ZERO TO WS-MONTHS
           END-IF
           IF WS-MONTHS > 12
               MOVE 12 TO WS-MONTHS
           END-IF.

       APPLY-WORKING-PATTERN.
           IF WS-MONTHS > ZERO
               CALL "WorkPattern" USING "RANGE " LS-EMPLOYEE-ID
                   WS-START WS-AS-OF WS-FTE-PCT WS-WORK-DAYS
                   WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           ELSE
               MOVE WS-AS-OF TO WS-PATTERN-TO
               CALL "WorkPattern" USING "GET   " LS-EMPLOYEE-ID
                   WS-AS-OF WS-PATTERN-TO WS-FTE-PCT WS-WORK-DAYS
                   WS-DAYS-PER-WEEK WS-PATTERN-RESULT
           END-IF
           IF WS-PATTERN-RESULT NOT = "OK  " OR
              WS-DAYS-PER-WEEK = 5
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VAC-RATE ROUNDED =
               WS-VAC-RATE * WS-DAYS-PER-WEEK / 5
           COMPUTE WS-SICK-RATE ROUNDED =
               WS-SICK-RATE * WS-DAYS-PER-WEEK / 5.

       ADD-CARRYOVER.
           OPEN INPUT CARRY-FILE
           IF CARRY-STATUS NOT = "00"
                       IF CO-EMPLOYEE-ID = LS-EMPLOYEE-ID AND
                          CO-YEAR = LS-YEAR
                           ADD CO-DAYS TO LS-ENTITLEMENT
                           ADD CO-DAYS TO WS-CARRY-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRY-FILE.

       SUM-LEAVE-TAKEN.
           OPEN INPUT LEAVE-FILE
           IF LEAVE-STATUS NOT = "00"
               EXIT PARAGRAPH
                              LV-DATE(1:4) = LS-YEAR
                               ADD LV-DAYS TO LS-TAKEN
                           END-IF
                           IF LV-TYPE = "S" AND
                              LV-DATE(1:4) = LS-YEAR
                               ADD LV-DAYS TO WS-SICK-TAKEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
