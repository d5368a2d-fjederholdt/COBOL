               MOVE "account is closed" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF AST-NEW-STATUS = "C"
               MOVE "N" TO RECORD-VALID
               MOVE "use the account closure settlement run"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF OLD-STATUS = AST-NEW-STATUS
               MOVE "N" TO RECORD-VALID
               MOVE "status unchanged" TO REJECT-REASON
