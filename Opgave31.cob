           SELECT VELOCITY-LIMIT-FILE ASSIGN TO "VelocityLimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VELOCITY-LIMIT-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "HoldRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REGISTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT VELOCITY-REFERRAL-FILE
               ASSIGN TO "VelocityReferrals.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 VELOCITY-LIMIT-RECORD.
           COPY "VELOCITYLIMIT.cpy".

       FD HOLD-REGISTER-FILE.
       01 HOLD-REGISTER-RECORD.
           COPY "ACCOUNTHOLD.cpy".

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD VELOCITY-REFERRAL-FILE.
       01 VELOCITY-REFERRAL-RECORD.
           02 VELOCITY-REFERRAL-INFO PIC X(200).
           02 VELOCITY-REPORT-INFO PIC X(120).

       WORKING-STORAGE SECTION.
       01 HOLD-REGISTER-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 END-OF-HOLD-FILE PIC X VALUE "N".
       01 HELD-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01 HELD-ACCOUNT-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON HELD-ACCOUNT-COUNT.
           02 HDA-ACCOUNT-ID PIC X(15).
           02 HDA-HELD PIC S9(15)V99.
           02 HDA-BALANCE PIC S9(15)V99.
       01 HDX PIC 9(4) VALUE 0.
       01 HELD-SLOT PIC 9(4) VALUE 0.
       01 HELD-COUNT PIC 9(6) VALUE 0.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 VELOCITY-LIMIT-STATUS PIC XX.
       01 END-OF-VELOCITY-FILE PIC X VALUE "N".
       01 VELOCITY-LIMIT-COUNT PIC 9(4) VALUE 0.

           PERFORM LOAD-KNOWN-CURRENCIES
           PERFORM LOAD-VELOCITY-LIMITS
           PERFORM LOAD-ACCOUNT-HOLDS

           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
           DISPLAY "Records sent to recycle: " COUNT-STRING
           MOVE VELOCITY-COUNT TO COUNT-STRING
           DISPLAY "Records referred on velocity limits: " COUNT-STRING
           MOVE HELD-COUNT TO COUNT-STRING
           DISPLAY "Debits refused on held funds: " COUNT-STRING
       STOP RUN.

       LOG-EXCEPTION.
           PERFORM CHECK-REG-NUMBER
           PERFORM CHECK-ACCOUNT
           PERFORM CHECK-COUNTERPARTY-IBAN
           IF RECORD-VALID = "Y"
               PERFORM CHECK-HELD-FUNDS
           END-IF
           IF RECORD-VALID = "Y"
               PERFORM CHECK-VELOCITY
               IF VELOCITY-BREACH = "Y"
                   PERFORM WRITE-VELOCITY-REFERRAL
               ELSE
                   IF HELD-SLOT > 0
                       ADD AMOUNT-VALUE TO HDA-BALANCE (HELD-SLOT)
                       IF TRANSACTION-TYPE OF TRANSACTION-RECORD =
                           "GARNISHMENT PAYOUT"
                           ADD AMOUNT-VALUE TO HDA-HELD (HELD-SLOT)
                       END-IF
                   END-IF
                   ADD 1 TO CLEAN-COUNT
                   COMPUTE CLEAN-HASH-TOTAL = CLEAN-HASH-TOTAL
                       + AMOUNT-VALUE
               END-STRING
           END-IF.

       LOAD-ACCOUNT-HOLDS.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           OPEN INPUT HOLD-REGISTER-FILE
           IF HOLD-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HOLD-FILE = "Y"
               READ HOLD-REGISTER-FILE INTO HOLD-REGISTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-HOLD-FILE
                   NOT AT END
                       IF (HLD-STATUS = "A"
                           AND HLD-VALID-FROM <= RUN-DATE
                           AND (HLD-VALID-TO = SPACES
                               OR HLD-VALID-TO >= RUN-DATE))
                           OR HLD-LAST-PAYOUT-DATE = RUN-DATE
                           PERFORM NOTE-HELD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-REGISTER-FILE
           IF HELD-ACCOUNT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), all debits on held accounts refused"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HDX FROM 1 BY 1
               UNTIL HDX > HELD-ACCOUNT-COUNT
               MOVE HDA-ACCOUNT-ID (HDX)
                   TO ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               READ ACCOUNT-MASTER-FILE
               IF ACCOUNT-MASTER-STATUS = "00"
                   MOVE CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
                       TO HDA-BALANCE (HDX)
               END-IF
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE.

       NOTE-HELD-ACCOUNT.
           MOVE 0 TO HELD-SLOT
           PERFORM VARYING HDX FROM 1 BY 1
               UNTIL HDX > HELD-ACCOUNT-COUNT
               IF HDA-ACCOUNT-ID (HDX) = HLD-ACCOUNT-ID
                   MOVE HDX TO HELD-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF HELD-SLOT = 0
               IF HELD-ACCOUNT-COUNT >= 5000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HELD-ACCOUNT-COUNT
               MOVE HELD-ACCOUNT-COUNT TO HELD-SLOT
               MOVE HLD-ACCOUNT-ID TO HDA-ACCOUNT-ID (HELD-SLOT)
               MOVE ZEROES TO HDA-HELD (HELD-SLOT)
               MOVE ZEROES TO HDA-BALANCE (HELD-SLOT)
           END-IF
           IF HLD-STATUS = "A"
               COMPUTE HDA-HELD (HELD-SLOT) = HDA-HELD (HELD-SLOT)
                   + HLD-AMOUNT - HLD-PAID-AMOUNT
           END-IF
           IF HLD-LAST-PAYOUT-DATE = RUN-DATE
               ADD HLD-LAST-PAYOUT TO HDA-HELD (HELD-SLOT)
           END-IF.

       CHECK-HELD-FUNDS.
           MOVE 0 TO HELD-SLOT
           PERFORM VARYING HDX FROM 1 BY 1
               UNTIL HDX > HELD-ACCOUNT-COUNT
               IF HDA-ACCOUNT-ID (HDX) =
                   ACCOUNT-ID OF TRANSACTION-RECORD
                   MOVE HDX TO HELD-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF HELD-SLOT = 0 OR AMOUNT-VALUE >= 0
               EXIT PARAGRAPH
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD =
               "GARNISHMENT PAYOUT"
               EXIT PARAGRAPH
           END-IF
           IF HDA-BALANCE (HELD-SLOT) + AMOUNT-VALUE
               < HDA-HELD (HELD-SLOT)
               MOVE 0 TO HELD-SLOT
               ADD 1 TO HELD-COUNT
               MOVE "N" TO RECORD-VALID
               STRING "E07 " DELIMITED BY SIZE
                   INTO REJECT-REASONS
                   WITH POINTER REASON-POINTER
               END-STRING
           END-IF.

       VALIDATE-DK-IBAN.
           MOVE "Y" TO IBAN-VALID
           IF IBAN-CANDIDATE (5:14) NOT NUMERIC
           IF AMOUNT-VALUE >= 0 OR VELOCITY-LIMIT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF TRANSACTION-TYPE OF TRANSACTION-RECORD = "SWEEP"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO VELOCITY-LIMIT-SLOT
           PERFORM VARYING VLX FROM 1 BY 1
               UNTIL VLX > VELOCITY-LIMIT-COUNT
