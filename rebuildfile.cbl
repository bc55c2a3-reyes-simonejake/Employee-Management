                         MANAGER-ID BY RB-MANAGER-ID
                         TERM-REASON BY RB-TERM-REASON
                         EMPLOYMENT-TYPE BY RB-EMP-TYPE
                         CONTRACT-END-DATE BY RB-CONTRACT-END
                         COMPANY-CODE BY RB-COMPANY-CODE.

       FD BACKUP-FILE.
       01 BACKUP-RECORD.
                         MANAGER-ID BY BK-MANAGER-ID
                         TERM-REASON BY BK-TERM-REASON
                         EMPLOYMENT-TYPE BY BK-EMP-TYPE
                         CONTRACT-END-DATE BY BK-CONTRACT-END
                         COMPANY-CODE BY BK-COMPANY-CODE.

       FD RAW-FILE.
       01 RAW-RECORD.
                         MANAGER-ID BY RAW-MANAGER-ID
                         TERM-REASON BY RAW-TERM-REASON
                         EMPLOYMENT-TYPE BY RAW-EMP-TYPE
                         CONTRACT-END-DATE BY RAW-CONTRACT-END
                         COMPANY-CODE BY RAW-COMPANY-CODE.

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
