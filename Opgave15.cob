                   AT END
                       MOVE "Y" TO END-OF-CLEARING-FILE
                   NOT AT END
                       IF CLR-NAME (1:7) NOT = "HEADER "
                           AND CLR-NAME (1:7) NOT = "TRAILER"
                           PERFORM VALIDATE-CLEARING-RECORD
                           IF RECORD-VALID = "Y"
                               PERFORM WRITE-MAPPED-TRANSACTION
                           ELSE
                               PERFORM WRITE-CLEARING-REJECT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
