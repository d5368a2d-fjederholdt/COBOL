           MOVE "Possible structuring" TO FILTER-TEXT
           PERFORM WRITE-FILE-SECTION

           MOVE "MuleAlerts.txt" TO SOURCE-REPORT-NAME
           MOVE "Pass-through alerts" TO SECTION-TITLE
           MOVE "ALERT" TO SECTION-SEVERITY
           MOVE "Possible pass-through" TO FILTER-TEXT
           PERFORM WRITE-FILE-SECTION

           MOVE "RateCoverage.txt" TO SOURCE-REPORT-NAME
           MOVE "Currency rate coverage" TO SECTION-TITLE
           MOVE "INFO" TO SECTION-SEVERITY
