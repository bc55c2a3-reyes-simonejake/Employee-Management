                   CALL "GlPosting" USING WS-BATCH-MODE
               WHEN "SNAPSHOT"
                   CALL "HeadcountSnapshot" USING WS-BATCH-MODE
               WHEN "CERTEXPIRY"
                   CALL "CertExpiryReport" USING WS-BATCH-MODE
               WHEN "OVERTIME"
                   CALL "TimesheetExtract" USING WS-BATCH-MODE
               WHEN "MGRCHECK"
                   CALL "ManagerCheck" USING WS-BATCH-MODE
               WHEN "INTEGRITY"
                   CALL "IntegrityCheck" USING WS-BATCH-MODE
               WHEN "HREVENTS"
                   CALL "HrEventFeed" USING WS-BATCH-MODE
               WHEN "BURST"
                   CALL "ReportBurst" USING WS-BATCH-MODE
               WHEN "ERCASES"
                   CALL "ErCaseAging" USING WS-BATCH-MODE
               WHEN "REGISTRY"
                   CALL "NewHireRegistry" USING WS-BATCH-MODE
               WHEN OTHER
                   DISPLAY "Unknown report step: " WS-STEP
                   MOVE 8 TO RETURN-CODE
