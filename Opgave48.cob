                       CLOSE NEW-AUTH-FILE
                   NOT AT END
                       IF AUTH-COUNT < AUTH-MAX
                           AND NEW-AUTH-RECORD (1:7) NOT = "TRAILER"
                           ADD 1 TO AUTH-COUNT
                           ADD 1 TO LOADED-NEW-COUNT
                           MOVE NEW-AUTH-RECORD
