                   AT END
                       MOVE "Y" TO END-OF-DELTA-FILE
                   NOT AT END
                       IF DELTA-RECORD (1:7) NOT = "TRAILER"
                           PERFORM APPLY-DELTA-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELTA-FILE
