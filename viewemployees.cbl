                         MANAGER-ID BY SORT-MANAGER-ID
                         TERM-REASON BY SORT-TERM-REASON
                         EMPLOYMENT-TYPE BY SORT-EMP-TYPE
                         CONTRACT-END-DATE BY SORT-CONTRACT-END
                         COMPANY-CODE BY SORT-COMPANY-CODE.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS          PIC XX.
