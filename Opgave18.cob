           SELECT OPEN-AUTH-FILE ASSIGN TO "OpenAuthorizations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-AUTH-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "HoldRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REGISTER-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CurrencyRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENCY-RATE-STATUS.
       01 OPEN-AUTH-RECORD.
           COPY "CARDAUTH.cpy".

       FD HOLD-REGISTER-FILE.
       01 HOLD-REGISTER-RECORD.
           COPY "ACCOUNTHOLD.cpy".

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
           COPY "CURRENCYRATES.cpy".
       01 AVAILABLE-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 AVAILABLE-BALANCE-STRING PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 OPEN-AUTH-TALLY-STRING PIC ZZZ9.
       01 HOLD-REGISTER-STATUS PIC XX.
       01 END-OF-HOLD-FILE PIC X VALUE "N".
       01 HELD-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 HELD-AMOUNT-STRING PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 HOLD-TALLY PIC 9(4) VALUE 0.
       01 HOLD-TALLY-STRING PIC ZZZ9.
       01 CURRENCY-RATE-STATUS PIC XX.
       01 END-OF-CURRENCY-RATE-FILE PIC X VALUE "N".
       01 CURRENCY-RATE-COUNT PIC 9(4) VALUE 0.
               END-READ
           END-PERFORM.

       SUM-ACCOUNT-HOLDS.
           MOVE ZEROES TO HELD-AMOUNT
           MOVE 0 TO HOLD-TALLY
           MOVE "N" TO END-OF-HOLD-FILE
           OPEN INPUT HOLD-REGISTER-FILE
           IF HOLD-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-HOLD-FILE
           END-IF
           PERFORM UNTIL END-OF-HOLD-FILE = "Y"
               READ HOLD-REGISTER-FILE INTO HOLD-REGISTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-HOLD-FILE
                       CLOSE HOLD-REGISTER-FILE
                   NOT AT END
                       IF HLD-ACCOUNT-ID = INQUIRY-ACCOUNT-ID
                           AND HLD-STATUS = "A"
                           AND HLD-VALID-FROM <= TODAY-DATE
                           AND (HLD-VALID-TO = SPACES
                               OR HLD-VALID-TO >= TODAY-DATE)
                           ADD 1 TO HOLD-TALLY
                           COMPUTE HELD-AMOUNT = HELD-AMOUNT
                               + HLD-AMOUNT - HLD-PAID-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.

       LOG-ACCESS.
           OPEN EXTEND ACCESS-LOG-FILE
           IF ACCESS-LOG-STATUS NOT = "00"
               PERFORM SUM-OPEN-AUTHORIZATIONS
               PERFORM CONVERT-AUTH-TOTAL
               MOVE OPEN-AUTH-TALLY TO OPEN-AUTH-TALLY-STRING
               PERFORM SUM-ACCOUNT-HOLDS
               IF HOLD-TALLY > 0
                   MOVE HELD-AMOUNT TO HELD-AMOUNT-STRING
                   MOVE HOLD-TALLY TO HOLD-TALLY-STRING
                   DISPLAY "Held:             " HELD-AMOUNT-STRING
                       " " ACCOUNT-CURRENCY-HELD
                       " (" HOLD-TALLY-STRING
                       " garnishment/court orders)"
               END-IF
               IF AUTH-NETTED = "Y"
                   COMPUTE AVAILABLE-BALANCE =
                       CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
                       - AUTH-TOTAL-NATIVE - HELD-AMOUNT
                   MOVE AVAILABLE-BALANCE TO AVAILABLE-BALANCE-STRING
                   DISPLAY "Available:        "
                       AVAILABLE-BALANCE-STRING
                       " (" OPEN-AUTH-TALLY-STRING
                       " open card authorizations)"
               ELSE
                   COMPUTE AVAILABLE-BALANCE =
                       CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
                       - HELD-AMOUNT
                   MOVE AVAILABLE-BALANCE TO AVAILABLE-BALANCE-STRING
                   DISPLAY "Available:        "
                       AVAILABLE-BALANCE-STRING
                       " " ACCOUNT-CURRENCY-HELD
                       " (" OPEN-AUTH-TALLY-STRING
                       " open card authorizations NOT netted -"
