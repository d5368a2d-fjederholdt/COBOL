           SELECT PROOF-REPORT-FILE
               ASSIGN TO "TellerProofReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "HoldRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REGISTER-STATUS.
           SELECT CASH-DRAWER-FILE ASSIGN TO "CashDrawers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-DRAWER-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
       01 PROOF-REPORT-RECORD.
           02 PROOF-REPORT-INFO PIC X(130).

       FD HOLD-REGISTER-FILE.
       01 HOLD-REGISTER-RECORD.
           COPY "ACCOUNTHOLD.cpy".

       FD CASH-DRAWER-FILE.
       01 CASH-DRAWER-RECORD.
           COPY "CASHDRAWER.cpy".

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".
       01 INPUT-CURRENCY PIC X(03) VALUE SPACES.
       01 INPUT-TYPE PIC X(20) VALUE SPACES.
       01 AMOUNT-VALUE PIC S9(13)V99 VALUE ZEROS.
       01 HOLD-REGISTER-STATUS PIC XX.
       01 END-OF-HOLD-FILE PIC X VALUE "N".
       01 HELD-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 POSTED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
       01 BALANCE-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
               10 PRF-FOUND PIC X(01).
       01 PRX PIC 9(5) VALUE 0.
       01 MISSING-COUNT PIC 9(5) VALUE 0.
       01 CASH-DRAWER-STATUS PIC XX.
       01 END-OF-DRAWER-FILE PIC X VALUE "N".
       01 DRAWER-OPEN PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "An operator ID is required"
               STOP RUN
           END-IF
           PERFORM CHECK-OPEN-DRAWER
           IF DRAWER-OPEN NOT = "Y"
               DISPLAY "No open cash drawer for " OPERATOR-ID
                   " today - open the drawer before posting"
               STOP RUN
           END-IF
           PERFORM LOAD-OWN-REG
           PERFORM LOAD-CUSTOMERS

               STOP RUN
           END-IF.

       CHECK-OPEN-DRAWER.
           OPEN INPUT CASH-DRAWER-FILE
           IF CASH-DRAWER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DRAWER-FILE = "Y"
               READ CASH-DRAWER-FILE
                   AT END
                       MOVE "Y" TO END-OF-DRAWER-FILE
                   NOT AT END
                       IF DRW-DATE = TODAY-DATE
                           AND DRW-OPERATOR = OPERATOR-ID
                           AND DRW-STATUS = "O"
                           MOVE "Y" TO DRAWER-OPEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASH-DRAWER-FILE.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
           IF INPUT-CURRENCY = SPACES
               MOVE "DKK" TO INPUT-CURRENCY
           END-IF
           IF AMOUNT-VALUE < 0
               PERFORM SUM-ACCOUNT-HOLDS
               IF CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
                   + AMOUNT-VALUE < HELD-AMOUNT
                   MOVE HELD-AMOUNT TO BALANCE-EDIT
                   DISPLAY "Withdrawal refused - " BALANCE-EDIT
                       " is held under garnishment or court order"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF AMOUNT-VALUE > 0
               MOVE "CASH DEPOSIT" TO INPUT-TYPE
           ELSE
               TO BALANCE-EDIT
           DISPLAY "Posted - new balance " BALANCE-EDIT.

       SUM-ACCOUNT-HOLDS.
           MOVE ZEROES TO HELD-AMOUNT
           MOVE "N" TO END-OF-HOLD-FILE
           OPEN INPUT HOLD-REGISTER-FILE
           IF HOLD-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HOLD-FILE = "Y"
               READ HOLD-REGISTER-FILE INTO HOLD-REGISTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-HOLD-FILE
                   NOT AT END
                       IF HLD-ACCOUNT-ID = INPUT-ACCOUNT
                           AND ((HLD-STATUS = "A"
                               AND HLD-VALID-FROM <= TODAY-DATE
                               AND (HLD-VALID-TO = SPACES
                                   OR HLD-VALID-TO >= TODAY-DATE))
                           OR HLD-LAST-PAYOUT-DATE = TODAY-DATE)
                           PERFORM ADD-ACCOUNT-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-REGISTER-FILE.

       ADD-ACCOUNT-HOLD.
           IF HLD-STATUS = "A"
               COMPUTE HELD-AMOUNT = HELD-AMOUNT
                   + HLD-AMOUNT - HLD-PAID-AMOUNT
           END-IF
           IF HLD-LAST-PAYOUT-DATE = TODAY-DATE
               ADD HLD-LAST-PAYOUT TO HELD-AMOUNT
           END-IF.

       WRITE-JOURNAL-RECORD.
           OPEN EXTEND TELLER-JOURNAL-FILE
           IF TELLER-JOURNAL-STATUS NOT = "00"
