           SELECT TRANSACTION-FILE ASSIGN TO "Transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT PAYOUT-FILE ASSIGN TO "GarnishmentPayouts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYOUT-FILE-STATUS.
           SELECT CLOSURE-PAYOUT-FILE ASSIGN TO "ClosurePayouts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-PAYOUT-STATUS.
           SELECT CLEARING-RETURN-FILE ASSIGN TO "ClearingReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-RETURN-STATUS.
           SELECT BANK-FILE ASSIGN TO "Banks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
       01 TRANSACTION-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD PAYOUT-FILE.
       01 PAYOUT-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD CLOSURE-PAYOUT-FILE.
       01 CLOSURE-PAYOUT-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD CLEARING-RETURN-FILE.
       01 CLEARING-RETURN-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD BANK-FILE.
       01 BANK-RECORD.
           COPY "BANKINFO.cpy".
       01 END-OF-TRANSACTION-FILE PIC X VALUE "N".
       01 END-OF-BANK-FILE PIC X VALUE "N".
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 END-OF-PAYOUT-FILE PIC X VALUE "N".
       01 PAYOUT-FILE-STATUS PIC XX.
       01 END-OF-CLOSURE-PAYOUT-FILE PIC X VALUE "N".
       01 CLOSURE-PAYOUT-STATUS PIC XX.
       01 END-OF-CLEARING-RETURN-FILE PIC X VALUE "N".
       01 CLEARING-RETURN-STATUS PIC XX.
       01 BANK-FILE-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 OUTBOUND-FILE-STATUS PIC XX.
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           PERFORM COLLECT-SEIZURE-PAYOUTS
           PERFORM COLLECT-CLOSURE-PAYOUTS
           PERFORM COLLECT-CLEARING-RETURNS
           IF OUTBOUND-OVERFLOW = "Y"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": outbound payments exceed the item table,"
               STOP RUN
           END-IF.

       COLLECT-SEIZURE-PAYOUTS.
           OPEN INPUT PAYOUT-FILE
           IF PAYOUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PAYOUT-FILE = "Y"
               READ PAYOUT-FILE
                   AT END
                       MOVE "Y" TO END-OF-PAYOUT-FILE
                   NOT AT END
                       IF OUTBOUND-OVERFLOW = "Y"
                           MOVE "Y" TO END-OF-PAYOUT-FILE
                       ELSE
                           MOVE PAYOUT-RECORD TO TRANSACTION-RECORD
                           PERFORM NOTE-OUTBOUND-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYOUT-FILE.

       COLLECT-CLOSURE-PAYOUTS.
           OPEN INPUT CLOSURE-PAYOUT-FILE
           IF CLOSURE-PAYOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CLOSURE-PAYOUT-FILE = "Y"
               READ CLOSURE-PAYOUT-FILE
                   AT END
                       MOVE "Y" TO END-OF-CLOSURE-PAYOUT-FILE
                   NOT AT END
                       IF OUTBOUND-OVERFLOW = "Y"
                           MOVE "Y" TO END-OF-CLOSURE-PAYOUT-FILE
                       ELSE
                           MOVE CLOSURE-PAYOUT-RECORD
                               TO TRANSACTION-RECORD
                           PERFORM NOTE-OUTBOUND-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSURE-PAYOUT-FILE.

       COLLECT-CLEARING-RETURNS.
           OPEN INPUT CLEARING-RETURN-FILE
           IF CLEARING-RETURN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CLEARING-RETURN-FILE = "Y"
               READ CLEARING-RETURN-FILE
                   AT END
                       MOVE "Y" TO END-OF-CLEARING-RETURN-FILE
                   NOT AT END
                       IF OUTBOUND-OVERFLOW = "Y"
                           MOVE "Y" TO END-OF-CLEARING-RETURN-FILE
                       ELSE
                           MOVE CLEARING-RETURN-RECORD
                               TO TRANSACTION-RECORD
                           PERFORM NOTE-OUTBOUND-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARING-RETURN-FILE.

       LOAD-SENT-KEYS.
           MOVE "N" TO END-OF-SENT-FILE
           OPEN INPUT SENT-ITEM-FILE
                   MOVE "040" TO MAPPED-TYPE-CODE
               WHEN "STANDING ORDER"
                   MOVE "050" TO MAPPED-TYPE-CODE
               WHEN "GARNISHMENT PAYOUT"
                   MOVE "060" TO MAPPED-TYPE-CODE
               WHEN "CLEARING RETURN"
                   MOVE "070" TO MAPPED-TYPE-CODE
               WHEN OTHER
                   MOVE "010" TO MAPPED-TYPE-CODE
           END-EVALUATE.
