           STOP RUN.

       MAIN-MENU.
           PERFORM UNTIL USER-CHOICE = 83
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Employee Management System"
               DISPLAY "54. Contract Expiry Run / Report"
               DISPLAY "55. Public Holiday Calendar"
               DISPLAY "56. Annual Earnings Statements"
               DISPLAY "57. Leave Request Approval"
               DISPLAY "58. Leave Entitlement Policy"
               DISPLAY "59. Performance Appraisals"
               DISPLAY "60. Training and Certifications"
               DISPLAY "61. Certification Expiry Report"
               DISPLAY "62. Timesheet Overtime Extract"
               DISPLAY "63. Employee Loans and Advances"
               DISPLAY "64. Loan Repayment Deductions"
               DISPLAY "65. Recruitment Requisitions"
               DISPLAY "66. Bulk Manager Reassignment"
               DISPLAY "67. Referential Integrity Check"
               DISPLAY "68. Company Master Maintenance"
               DISPLAY "69. Segregation-of-Duties Audit Report"
               DISPLAY "70. Salary Cost Forecast"
               DISPLAY "71. HR Letters and Employment Verification"
               DISPLAY "72. Assignment History Inquiry and Report"
               DISPLAY "73. Pay Period Close"
               DISPLAY "74. HR Event Feed for IT Provisioning"
               DISPLAY "75. Department Report Bursting"
               DISPLAY "76. Benefit Carrier Invoice Reconciliation"
               DISPLAY "77. Employee Relations Cases"
               DISPLAY "78. New-Hire Registry File"
               DISPLAY "79. Bonus and Incentive Payments"
               DISPLAY "80. Working Pattern Maintenance"
               DISPLAY "81. Legal Hold Maintenance"
               DISPLAY "82. Retention Anonymization Run"
               DISPLAY "83. Exit"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: " WITH NO ADVANCING
               ACCEPT USER-CHOICE

               IF USER-CHOICE >= 1 AND USER-CHOICE <= 82
                   PERFORM CHECK-MENU-ACCESS
               END-IF

                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 57
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "LeaveApprove"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 58
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "LeavePolicyMaint"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 59
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "AppraisalMaint"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 60
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "TrainingMaint"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 61
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "CertExpiryReport"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 62
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "TimesheetExtract"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 63
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "LoanMaint"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 64
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "LoanDeduct"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 65
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "RecruitMaint"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 66
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "ReassignReports"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 67
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "IntegrityCheck"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 68
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "CompanyMaint"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 69
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "SodAudit"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 70
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "SalForecast"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 71
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "HrLetters"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 72
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "AssignHistory"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 73
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "PeriodClose"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 74
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "HrEventFeed"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 75
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "ReportBurst"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 76
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "BenefitRecon"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 77
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "ErCaseMaint"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 78
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "NewHireRegistry"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 79
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "BonusPay"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 80
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "WorkPatternMaint"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 81
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "LegalHoldMaint"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 82
                       IF WS-ACCESS-RESULT = "OK  "
                           CALL "RetentionAnonymize"
                       ELSE
                           PERFORM ACCESS-DENIED
                       END-IF
                   WHEN 83
                       DISPLAY "Exiting the system. Goodbye!"
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
