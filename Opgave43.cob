               ASSIGN TO "AlertEscalations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-ESCALATION-STATUS.
           SELECT MULE-ALERT-FILE ASSIGN TO "MuleAlerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MULE-ALERT-STATUS.
           SELECT CASE-FILE ASSIGN TO "src/SanctionCases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
       01 ALERT-ESCALATION-RECORD.
           02 ESCALATED-CPR PIC X(11).

       FD MULE-ALERT-FILE.
       01 MULE-ALERT-RECORD.
           02 MULE-ALERT-INFO PIC X(130).

       FD CASE-FILE.
       01 CASE-RECORD.
           COPY "SANCTIONCASE.cpy".
       WORKING-STORAGE SECTION.
       01 END-OF-ESCALATION-FILE PIC X VALUE "N".
       01 END-OF-CASE-FILE PIC X VALUE "N".
       01 END-OF-MULE-ALERT-FILE PIC X VALUE "N".
       01 END-OF-ARCHIVE-FILE PIC X VALUE "N".
       01 END-OF-REGISTER-FILE PIC X VALUE "N".
       01 END-OF-STATUS-TXN-FILE PIC X VALUE "N".
       01 ALERT-ESCALATION-STATUS PIC XX.
       01 CASE-FILE-STATUS PIC XX.
       01 MULE-ALERT-STATUS PIC XX.
       01 MULE-ALERT-FOUND PIC X VALUE "N".
       01 TRANSACTION-ARCHIVE-STATUS PIC XX.
       01 FILING-COUNTER-STATUS PIC XX.
       01 FILING-REGISTER-STATUS PIC XX.
           END-STRING
           WRITE FILING-EXPORT-RECORD
           IF CURRENT-TYPE = "A"
               PERFORM CHECK-MULE-ALERT
           END-IF
           EVALUATE TRUE
               WHEN CURRENT-TYPE = "A" AND MULE-ALERT-FOUND = "Y"
                   MOVE "  Source: pass-through alert (Opgave77)"
                       TO FILING-EXPORT-INFO
               WHEN CURRENT-TYPE = "A"
                   MOVE "  Source: structuring alert (Opgave20)"
                       TO FILING-EXPORT-INFO
               WHEN OTHER
                   MOVE "  Source: escalated sanction case (Opgave22)"
                       TO FILING-EXPORT-INFO
           END-EVALUATE
           WRITE FILING-EXPORT-RECORD
           IF CURRENT-TYPE = "A"
               PERFORM WRITE-SUPPORTING-TRANSACTIONS
           MOVE SPACES TO FILING-EXPORT-INFO
           WRITE FILING-EXPORT-RECORD.

       CHECK-MULE-ALERT.
           MOVE "N" TO MULE-ALERT-FOUND
           MOVE "N" TO END-OF-MULE-ALERT-FILE
           OPEN INPUT MULE-ALERT-FILE
           IF MULE-ALERT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-MULE-ALERT-FILE
           END-IF
           PERFORM UNTIL END-OF-MULE-ALERT-FILE = "Y"
               READ MULE-ALERT-FILE
                   AT END
                       MOVE "Y" TO END-OF-MULE-ALERT-FILE
                       CLOSE MULE-ALERT-FILE
                   NOT AT END
                       IF MULE-ALERT-INFO (1:27) =
                           "Possible pass-through: CPR "
                           AND MULE-ALERT-INFO (28:11) =
                               CURRENT-SUBJECT
                           MOVE "Y" TO MULE-ALERT-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-SUPPORTING-TRANSACTIONS.
           MOVE 0 TO SUPPORT-TXN-COUNT
           MOVE "N" TO END-OF-ARCHIVE-FILE
