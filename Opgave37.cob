       01 BX PIC 9(3) VALUE 0.
       01 BANK-SLOT-FOUND PIC 9(3) VALUE 0.
       01 MATCHED-COUNT PIC 9(6) VALUE 0.
       01 RETURN-MATCHED-COUNT PIC 9(6) VALUE 0.
       01 RETURN-OPEN-COUNT PIC 9(6) VALUE 0.
       01 ITEM-KIND-TEXT PIC X(07) VALUE SPACES.
       01 MISMATCH-COUNT PIC 9(6) VALUE 0.
       01 UNMATCHED-OUT-COUNT PIC 9(6) VALUE 0.
       01 UNMATCHED-IN-COUNT PIC 9(6) VALUE 0.
                       MOVE "Y" TO OUT-MATCHED (OX)
                       MOVE "Y" TO IN-MATCHED (NX)
                       ADD 1 TO MATCHED-COUNT
                       IF CLR-TYPE-CODE OF OUT-ITEM (OX) = "070"
                           ADD 1 TO RETURN-MATCHED-COUNT
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OUTBOUND-COUNT
               IF OUT-MATCHED (OX) = "N"
                   ADD 1 TO UNMATCHED-OUT-COUNT
                   MOVE SPACES TO ITEM-KIND-TEXT
                   IF CLR-TYPE-CODE OF OUT-ITEM (OX) = "070"
                       ADD 1 TO RETURN-OPEN-COUNT
                       MOVE " RETURN" TO ITEM-KIND-TEXT
                   END-IF
                   PERFORM CHECK-OUT-AMOUNT-MISMATCH
                   MOVE CLR-DATE OF OUT-ITEM (OX) TO ITEM-DATE-NUMERIC
                   PERFORM COMPUTE-ITEM-AGE
                       FUNCTION TRIM(AMOUNT-EDIT LEADING)
                       " aged "
                       FUNCTION TRIM(AGE-DAYS-STRING LEADING)
                       " days" ITEM-KIND-TEXT
                       INTO RECON-REPORT-INFO
                   END-STRING
                   WRITE RECON-REPORT-RECORD
               FUNCTION TRIM(COUNT-STRING LEADING)
               INTO RECON-REPORT-INFO
           END-STRING
           WRITE RECON-REPORT-RECORD
           MOVE RETURN-MATCHED-COUNT TO COUNT-STRING
           MOVE SPACES TO RECON-REPORT-INFO
           STRING "Clearing returns settled: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               INTO RECON-REPORT-INFO
           END-STRING
           WRITE RECON-REPORT-RECORD
           MOVE RETURN-OPEN-COUNT TO COUNT-STRING
           MOVE SPACES TO RECON-REPORT-INFO
           STRING "Clearing returns unconfirmed: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               INTO RECON-REPORT-INFO
           END-STRING
           WRITE RECON-REPORT-RECORD.

       WRITE-NET-POSITIONS.
