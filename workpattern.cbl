       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkPattern.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-FILE ASSIGN TO "work-patterns.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WP-KEY
               FILE STATUS IS PATTERN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PATTERN-FILE.
       01 PATTERN-RECORD.
           COPY "WORKPAT.CPY".

       WORKING-STORAGE SECTION.
       01 PATTERN-STATUS       PIC XX.
       01 END-OF-FILE          PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-CACHE-ID          PIC 9(5) VALUE ZERO.
       01 WS-CACHE-LOADED      PIC X VALUE "N".
       01 WS-CACHE-FROM        PIC 9(8) VALUE ZERO.
       01 WS-CACHE-TO          PIC 9(8) VALUE ZERO.
       01 WS-HIST-FULL         PIC X VALUE "N".
       01 WS-WP-USED           PIC 9(3) VALUE ZERO.
       01 WS-WP-IDX            PIC 9(3).
       01 WS-FOUND-IDX         PIC 9(3).
       01 WS-NEXT-IDX          PIC 9(3).
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-TO-DATE           PIC 9(8).
       01 WS-AS-OF             PIC 9(8).
       01 WS-FROM-INT          PIC 9(8).
       01 WS-TO-INT            PIC 9(8).
       01 WS-SEG-START-INT     PIC 9(8).
       01 WS-SEG-END-INT       PIC 9(8).
       01 WS-NEXT-INT          PIC 9(8).
       01 WS-RANGE-DAYS        PIC 9(7).
       01 WS-SEG-DAYS          PIC 9(7).
       01 WS-FTE-DAYS          PIC 9(11)V99.
       01 WS-DPW-DAYS          PIC 9(9)V99.
       01 WS-FOUND-ANY         PIC X.
       01 WS-CUR-FTE           PIC 9(3)V99.
       01 WS-CUR-DAYS          PIC X(7).
       01 WS-CUR-DPW           PIC 9V99.
       01 WS-Y-COUNT           PIC 9(2).
       01 WS-N-COUNT           PIC 9(2).
       01 WS-FTE-DISPLAY       PIC ZZ9.99.
       01 WS-AUDIT-BEFORE      PIC X(120).
       01 WS-AUDIT-AFTER       PIC X(120).

       01 WS-PATTERN-TABLE.
           05 WS-WP-ENTRY OCCURS 100 TIMES.
               10 WS-WP-EFFECTIVE   PIC 9(8).
               10 WS-WP-FTE         PIC 9(3)V99.
               10 WS-WP-DAYS        PIC X(7).

       LINKAGE SECTION.
       01 LS-ACTION            PIC X(6).
       01 LS-EMPLOYEE-ID       PIC 9(5).
       01 LS-FROM-DATE         PIC 9(8).
       01 LS-TO-DATE           PIC 9(8).
       01 LS-FTE-PCT           PIC 9(3)V99.
       01 LS-WORK-DAYS         PIC X(7).
       01 LS-DAYS-PER-WEEK     PIC 9V99.
       01 LS-RESULT            PIC X(4).

       PROCEDURE DIVISION USING LS-ACTION LS-EMPLOYEE-ID
                                 LS-FROM-DATE LS-TO-DATE
                                 LS-FTE-PCT LS-WORK-DAYS
                                 LS-DAYS-PER-WEEK LS-RESULT.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "ERR " TO LS-RESULT
           IF LS-ACTION = "RESET "
               MOVE "N" TO WS-CACHE-LOADED
               MOVE "OK  " TO LS-RESULT
               EXIT PROGRAM
           END-IF

           MOVE WS-TODAY TO WS-FROM-DATE
           IF LS-FROM-DATE IS NUMERIC AND LS-FROM-DATE NOT = ZEROS
               MOVE LS-FROM-DATE TO WS-FROM-DATE
           END-IF
           MOVE WS-FROM-DATE TO WS-TO-DATE
           IF LS-TO-DATE IS NUMERIC AND LS-TO-DATE > WS-FROM-DATE
               MOVE LS-TO-DATE TO WS-TO-DATE
           END-IF

           IF WS-CACHE-LOADED = "N" OR
              WS-CACHE-ID NOT = LS-EMPLOYEE-ID OR
              WS-FROM-DATE < WS-CACHE-FROM OR
              WS-TO-DATE > WS-CACHE-TO
               PERFORM LOAD-EMPLOYEE-HISTORY
           END-IF
           IF WS-HIST-FULL = "Y"
               DISPLAY "Employee " LS-EMPLOYEE-ID " has more than "
                       "100 work pattern changes between "
                       WS-FROM-DATE " and " WS-TO-DATE
                       "; full-time pattern assumed."
               MOVE "N" TO WS-CACHE-LOADED
               MOVE 100.00 TO LS-FTE-PCT
               MOVE "YYYYYNN" TO LS-WORK-DAYS
               MOVE 5 TO LS-DAYS-PER-WEEK
               MOVE "ERR " TO LS-RESULT
               EXIT PROGRAM
           END-IF

           EVALUATE LS-ACTION
               WHEN "GET   "
                   PERFORM GET-PATTERN-AS-OF
               WHEN "RANGE "
                   PERFORM AVERAGE-OVER-RANGE
               WHEN "SET   "
                   PERFORM SET-NEW-PATTERN
               WHEN OTHER
                   MOVE "ERR " TO LS-RESULT
           END-EVALUATE
           EXIT PROGRAM.

       LOAD-EMPLOYEE-HISTORY.
           MOVE ZERO TO WS-CACHE-FROM
           MOVE 99999999 TO WS-CACHE-TO
           PERFORM READ-PATTERN-HISTORY
           IF WS-HIST-FULL = "Y"
               MOVE WS-FROM-DATE TO WS-CACHE-FROM
               MOVE WS-TO-DATE TO WS-CACHE-TO
               PERFORM READ-PATTERN-HISTORY
           END-IF.

       READ-PATTERN-HISTORY.
           MOVE ZERO TO WS-WP-USED
           MOVE "N" TO WS-HIST-FULL
           MOVE LS-EMPLOYEE-ID TO WS-CACHE-ID
           MOVE "Y" TO WS-CACHE-LOADED
           OPEN INPUT PATTERN-FILE
           IF PATTERN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-EMPLOYEE-ID TO WP-EMPLOYEE-ID
           MOVE ZEROS TO WP-EFFECTIVE-DATE
           START PATTERN-FILE KEY NOT < WP-KEY
               INVALID KEY
                   CLOSE PATTERN-FILE
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PATTERN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WP-EMPLOYEE-ID NOT = LS-EMPLOYEE-ID
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           IF WP-EFFECTIVE-DATE IS NUMERIC AND
                              WP-EFFECTIVE-DATE NOT = ZEROS AND
                              WP-FTE-PCT IS NUMERIC
                               PERFORM ADD-HISTORY-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATTERN-FILE.

       ADD-HISTORY-ENTRY.
           IF WP-EFFECTIVE-DATE <= WS-CACHE-FROM
               MOVE 1 TO WS-WP-USED
           ELSE
               IF WS-WP-USED >= 100
                   MOVE "Y" TO WS-HIST-FULL
                   MOVE "Y" TO END-OF-FILE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WP-USED
               IF WP-EFFECTIVE-DATE > WS-CACHE-TO
                   MOVE "Y" TO END-OF-FILE
               END-IF
           END-IF
           MOVE WP-EFFECTIVE-DATE TO WS-WP-EFFECTIVE(WS-WP-USED)
           MOVE WP-FTE-PCT TO WS-WP-FTE(WS-WP-USED)
           MOVE WP-WORK-DAYS TO WS-WP-DAYS(WS-WP-USED).

       FIND-ENTRY-AS-OF.
           MOVE ZERO TO WS-FOUND-IDX
           MOVE ZERO TO WS-NEXT-IDX
           PERFORM VARYING WS-WP-IDX FROM 1 BY 1
                   UNTIL WS-WP-IDX > WS-WP-USED
               IF WS-WP-EFFECTIVE(WS-WP-IDX) <= WS-AS-OF
                   MOVE WS-WP-IDX TO WS-FOUND-IDX
               ELSE
                   IF WS-NEXT-IDX = ZERO
                       MOVE WS-WP-IDX TO WS-NEXT-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = ZERO
               MOVE 100.00 TO WS-CUR-FTE
               MOVE "YYYYYNN" TO WS-CUR-DAYS
           ELSE
               MOVE WS-WP-FTE(WS-FOUND-IDX) TO WS-CUR-FTE
               MOVE WS-WP-DAYS(WS-FOUND-IDX) TO WS-CUR-DAYS
           END-IF
           MOVE ZERO TO WS-Y-COUNT
           INSPECT WS-CUR-DAYS TALLYING WS-Y-COUNT FOR ALL "Y"
           MOVE WS-Y-COUNT TO WS-CUR-DPW.

       GET-PATTERN-AS-OF.
           MOVE WS-FROM-DATE TO WS-AS-OF
           PERFORM FIND-ENTRY-AS-OF
           MOVE WS-CUR-FTE TO LS-FTE-PCT
           MOVE WS-CUR-DAYS TO LS-WORK-DAYS
           MOVE WS-CUR-DPW TO LS-DAYS-PER-WEEK
           IF WS-FOUND-IDX = ZERO
               MOVE "DFLT" TO LS-RESULT
           ELSE
               MOVE "OK  " TO LS-RESULT
           END-IF.

       AVERAGE-OVER-RANGE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               TO WS-FROM-INT
           MOVE FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               TO WS-TO-INT
           COMPUTE WS-RANGE-DAYS = WS-TO-INT - WS-FROM-INT + 1
           MOVE ZERO TO WS-FTE-DAYS
           MOVE ZERO TO WS-DPW-DAYS
           MOVE "N" TO WS-FOUND-ANY
           MOVE WS-FROM-INT TO WS-SEG-START-INT
           PERFORM UNTIL WS-SEG-START-INT > WS-TO-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-SEG-START-INT)
                   TO WS-AS-OF
               PERFORM FIND-ENTRY-AS-OF
               IF WS-FOUND-IDX NOT = ZERO
                   MOVE "Y" TO WS-FOUND-ANY
               END-IF
               MOVE WS-TO-INT TO WS-SEG-END-INT
               IF WS-NEXT-IDX NOT = ZERO
                   COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(
                       WS-WP-EFFECTIVE(WS-NEXT-IDX)) - 1
                   IF WS-NEXT-INT < WS-SEG-END-INT
                       MOVE WS-NEXT-INT TO WS-SEG-END-INT
                   END-IF
               END-IF
               COMPUTE WS-SEG-DAYS =
                   WS-SEG-END-INT - WS-SEG-START-INT + 1
               COMPUTE WS-FTE-DAYS =
                   WS-FTE-DAYS + WS-CUR-FTE * WS-SEG-DAYS
               COMPUTE WS-DPW-DAYS =
                   WS-DPW-DAYS + WS-CUR-DPW * WS-SEG-DAYS
               COMPUTE WS-SEG-START-INT = WS-SEG-END-INT + 1
           END-PERFORM
           COMPUTE LS-FTE-PCT ROUNDED = WS-FTE-DAYS / WS-RANGE-DAYS
           COMPUTE LS-DAYS-PER-WEEK ROUNDED =
               WS-DPW-DAYS / WS-RANGE-DAYS
           MOVE WS-TO-DATE TO WS-AS-OF
           PERFORM FIND-ENTRY-AS-OF
           MOVE WS-CUR-DAYS TO LS-WORK-DAYS
           IF WS-FOUND-ANY = "Y"
               MOVE "OK  " TO LS-RESULT
           ELSE
               MOVE "DFLT" TO LS-RESULT
           END-IF.

       SET-NEW-PATTERN.
           MOVE ZERO TO WS-Y-COUNT
           MOVE ZERO TO WS-N-COUNT
           INSPECT LS-WORK-DAYS TALLYING WS-Y-COUNT FOR ALL "Y"
           INSPECT LS-WORK-DAYS TALLYING WS-N-COUNT FOR ALL "N"
           IF LS-FTE-PCT IS NOT NUMERIC OR LS-FTE-PCT = ZERO OR
              LS-FTE-PCT > 100 OR WS-Y-COUNT = ZERO OR
              WS-Y-COUNT + WS-N-COUNT NOT = 7
               MOVE "INV " TO LS-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FROM-DATE TO WS-AS-OF
           PERFORM FIND-ENTRY-AS-OF
           MOVE WS-CUR-FTE TO WS-FTE-DISPLAY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING
               "FTE=" WS-FTE-DISPLAY DELIMITED BY SIZE
               " Days=" WS-CUR-DAYS DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING

           OPEN I-O PATTERN-FILE
           IF PATTERN-STATUS = "35"
               OPEN OUTPUT PATTERN-FILE
               CLOSE PATTERN-FILE
               OPEN I-O PATTERN-FILE
           END-IF
           IF PATTERN-STATUS NOT = "00"
               DISPLAY "Error opening work-patterns.dat (status "
                       PATTERN-STATUS "); pattern not recorded."
               MOVE "ERR " TO LS-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PATTERN-RECORD
           MOVE LS-EMPLOYEE-ID TO WP-EMPLOYEE-ID
           MOVE WS-FROM-DATE TO WP-EFFECTIVE-DATE
           MOVE LS-FTE-PCT TO WP-FTE-PCT
           MOVE LS-WORK-DAYS TO WP-WORK-DAYS
           CALL "AuditUser" USING "GET   " WP-CHANGED-BY
           MOVE WS-TODAY TO WP-CHANGED-DATE
           MOVE "OK  " TO LS-RESULT
           WRITE PATTERN-RECORD
               INVALID KEY
                   REWRITE PATTERN-RECORD
                       INVALID KEY
                           MOVE "ERR " TO LS-RESULT
                   END-REWRITE
           END-WRITE
           CLOSE PATTERN-FILE
           MOVE "N" TO WS-CACHE-LOADED
           IF LS-RESULT NOT = "OK  "
               DISPLAY "Error writing work-patterns.dat; pattern "
                       "not recorded."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Y-COUNT TO LS-DAYS-PER-WEEK
           MOVE LS-FTE-PCT TO WS-FTE-DISPLAY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING
               "FTE=" WS-FTE-DISPLAY DELIMITED BY SIZE
               " Days=" LS-WORK-DAYS DELIMITED BY SIZE
               " Effective=" WS-FROM-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           CALL "AuditLog" USING "FTE   " LS-EMPLOYEE-ID
               WS-AUDIT-BEFORE WS-AUDIT-AFTER.
