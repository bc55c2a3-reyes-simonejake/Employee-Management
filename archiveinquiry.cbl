                         MANAGER-ID BY ARCH-MANAGER-ID
                         TERM-REASON BY ARCH-TERM-REASON
                         EMPLOYMENT-TYPE BY ARCH-EMP-TYPE
                         CONTRACT-END-DATE BY ARCH-CONTRACT-END
                         COMPANY-CODE BY ARCH-COMPANY-CODE.

       WORKING-STORAGE SECTION.
       01 ARCHIVE-STATUS        PIC XX.
