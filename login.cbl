           05 USER-FORCE-CHANGE    PIC X(1).
           05 USER-PWD-DATE        PIC 9(8).
           05 USER-FAIL-COUNT      PIC 9(1).
           05 USER-EMPLOYEE-ID     PIC 9(5).

       WORKING-STORAGE SECTION.
       01 USER-STATUS             PIC XX.
               10 WS-TBL-FORCE       PIC X(1).
               10 WS-TBL-PWD-DATE    PIC 9(8).
               10 WS-TBL-FAILS       PIC 9(1).
               10 WS-TBL-EMP-ID      PIC 9(5).

       LINKAGE SECTION.
       01 LS-ROLE                 PIC X(2).
                           MOVE ZERO
                               TO WS-TBL-FAILS(WS-USER-COUNT)
                       END-IF
                       IF USER-EMPLOYEE-ID IS NUMERIC
                           MOVE USER-EMPLOYEE-ID
                               TO WS-TBL-EMP-ID(WS-USER-COUNT)
                       ELSE
                           MOVE ZEROS
                               TO WS-TBL-EMP-ID(WS-USER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USER-FILE.
               MOVE WS-TBL-FORCE(WS-USER-IDX) TO USER-FORCE-CHANGE
               MOVE WS-TBL-PWD-DATE(WS-USER-IDX) TO USER-PWD-DATE
               MOVE WS-TBL-FAILS(WS-USER-IDX) TO USER-FAIL-COUNT
               MOVE WS-TBL-EMP-ID(WS-USER-IDX) TO USER-EMPLOYEE-ID
               WRITE USER-RECORD
           END-PERFORM
           CLOSE USER-FILE.
