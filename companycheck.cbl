       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompanyCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "companies.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPANY-FILE.
       01 COMPANY-RECORD.
           COPY "COMPREC.CPY".

       WORKING-STORAGE SECTION.
       01 COMPANY-STATUS       PIC XX.
       01 END-OF-FILE          PIC X VALUE "N".

       LINKAGE SECTION.
       01 LS-COMPANY-CODE      PIC X(4).
       01 LS-RESULT            PIC X(4).

       PROCEDURE DIVISION USING LS-COMPANY-CODE LS-RESULT.
       MAIN-LOGIC.
           MOVE "INV " TO LS-RESULT

           OPEN INPUT COMPANY-FILE
           IF COMPANY-STATUS NOT = "00"
               MOVE "OK  " TO LS-RESULT
               EXIT PROGRAM
           END-IF.

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR LS-RESULT = "OK  "
               READ COMPANY-FILE INTO COMPANY-RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CO-CODE = LS-COMPANY-CODE AND
                          CO-ACTIVE = "A"
                           MOVE "OK  " TO LS-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPANY-FILE

           EXIT PROGRAM.
