                         MANAGER-ID BY ARCH-MANAGER-ID
                         TERM-REASON BY ARCH-TERM-REASON
                         EMPLOYMENT-TYPE BY ARCH-EMP-TYPE
                         CONTRACT-END-DATE BY ARCH-CONTRACT-END
                         COMPANY-CODE BY ARCH-COMPANY-CODE.

       FD LISTING-FILE.
       01 LISTING-LINE           PIC X(100).
       01 WS-CONTACT-EOF        PIC X.
       01 WS-PURGED-USED        PIC 9(5) VALUE ZERO.
       01 WS-PURGED-IDX         PIC 9(5).
       01 WS-ORPHAN-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ID-PURGED          PIC X.
       01 WS-CONTACT-FILENAME   PIC X(255) VALUE "contacts.dat".
       01 WS-CONTACT-TMP-NAME   PIC X(255) VALUE "contacts.tmp".
           PERFORM WRITE-LISTING-TRAILER
           CLOSE LISTING-FILE
           CALL "LockFile" USING "UNLOCK" WS-LOCK-RESULT
           CALL "OrphanCheck" USING "REPORT" ZEROS "PURGE "
               WS-ORPHAN-COUNT

           DISPLAY "Archive run complete."
           DISPLAY "Records scanned:  " WS-SCANNED-COUNT
           DISPLAY "Records remaining:" WS-REMAINING-COUNT
           DISPLAY "Purge listing written to purge-listing.txt "
                   "for sign-off."
           IF WS-ORPHAN-COUNT > ZERO
               DISPLAY "Active staff still reporting to an archived "
                       "manager: " WS-ORPHAN-COUNT
               DISPLAY "See reassignment-required.txt for details."
           END-IF
           MOVE "ARCHPURGE" TO WS-RUN-PROGRAM
           MOVE WS-SCANNED-COUNT TO WS-RL-READ
           MOVE WS-PURGED-COUNT TO WS-RL-APPLIED
                   PERFORM WRITE-LISTING-LINE
                   CALL "AuditLog" USING "PURGE " ARCH-ID
                       WS-AUDIT-BEFORE SPACES
                   CALL "OrphanCheck" USING "ADD   " ARCH-ID
                       "PURGE " WS-ORPHAN-COUNT
           END-DELETE.

       MOVE-CONTACT-RECORDS.
