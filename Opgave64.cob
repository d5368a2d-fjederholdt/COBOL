                       MOVE "Y" TO END-OF-FEED-FILE
                       CLOSE DNB-FEED-FILE
                   NOT AT END
                       IF DNB-FEED-RECORD (1:7) NOT = "TRAILER"
                           PERFORM INGEST-ONE-FEED-RECORD
                       END-IF
               END-READ
           END-PERFORM.

