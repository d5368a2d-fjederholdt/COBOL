       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE83.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-INSTRUCTION-FILE
               ASSIGN TO "SweepInstructions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SWEEP-INSTRUCTION-STATUS.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "Transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "HoldRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REGISTER-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT SWEEP-REPORT-FILE ASSIGN TO "SweepReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SWEEP-INSTRUCTION-FILE.
       01 SWEEP-INSTRUCTION-RECORD.
           COPY "SWEEPINSTRUCTION.cpy".

       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD HOLD-REGISTER-FILE.
       01 HOLD-REGISTER-RECORD.
           COPY "ACCOUNTHOLD.cpy".

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD SWEEP-REPORT-FILE.
       01 SWEEP-REPORT-RECORD.
           02 SWEEP-REPORT-INFO PIC X(150).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-INSTRUCTION-FILE PIC X VALUE "N".
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 END-OF-TRANSACTION-FILE PIC X VALUE "N".
       01 END-OF-HOLD-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 SWEEP-INSTRUCTION-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 HOLD-REGISTER-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave83".
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 INSTRUCTION-COUNT PIC 9(4) VALUE 0.
       01 INSTRUCTION-MAX PIC 9(4) VALUE 2000.
       01 INSTRUCTION-OVERFLOW PIC X VALUE "N".
       01 INSTRUCTION-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON INSTRUCTION-COUNT.
           COPY "SWEEPINSTRUCTION.cpy".
       01 IX PIC 9(4) VALUE 0.
       01 ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01 ACCOUNT-ARRAY
           OCCURS 1 TO 4000 TIMES
           DEPENDING ON ACCOUNT-COUNT.
           02 SA-ACCOUNT-ID PIC X(15).
           02 SA-CUSTOMER-ID PIC X(10).
           02 SA-CURRENCY PIC X(03).
           02 SA-STATUS PIC X(01).
           02 SA-BALANCE PIC S9(15)V99.
           02 SA-HELD PIC X(01).
           02 SA-NAME PIC X(30).
           02 SA-ADDRESS PIC X(40).
       01 AX PIC 9(4) VALUE 0.
       01 ACCOUNT-TO-FIND PIC X(15) VALUE SPACES.
       01 ACCOUNT-SLOT PIC 9(4) VALUE 0.
       01 SOURCE-SLOT PIC 9(4) VALUE 0.
       01 TARGET-SLOT PIC 9(4) VALUE 0.
       01 DEBIT-SLOT PIC 9(4) VALUE 0.
       01 CREDIT-SLOT PIC 9(4) VALUE 0.
       01 ACCOUNT-WANTED PIC X VALUE "N".
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 MOVEMENT-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 SWEEP-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 SWEEP-FLOOR PIC S9(15)V99 VALUE ZEROS.
       01 SWEEP-NEED PIC S9(15)V99 VALUE ZEROS.
       01 SWEEP-AVAILABLE PIC S9(15)V99 VALUE ZEROS.
       01 SWEEP-PARTIAL PIC X VALUE "N".
       01 POSTING-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 POSTING-AMOUNT-TEXT PIC -(12)9.99.
       01 STORE-TEXT PIC X(20) VALUE SPACES.
       01 OUTCOME-TEXT PIC X(40) VALUE SPACES.
       01 DIRECTION-TEXT PIC X(03) VALUE SPACES.
       01 CURRENCY-TEXT PIC X(03) VALUE SPACES.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 BALANCE-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 SWEPT-OUT-COUNT PIC 9(5) VALUE 0.
       01 TOPPED-UP-COUNT PIC 9(5) VALUE 0.
       01 BELOW-MINIMUM-COUNT PIC 9(5) VALUE 0.
       01 AT-TARGET-COUNT PIC 9(5) VALUE 0.
       01 ALREADY-SWEPT-COUNT PIC 9(5) VALUE 0.
       01 SUSPENDED-COUNT PIC 9(5) VALUE 0.
       01 HELD-FUNDS-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING

           PERFORM LOAD-SWEEP-INSTRUCTIONS
           PERFORM LOAD-OWN-REG-NUMBER
           PERFORM LOAD-SWEEP-ACCOUNTS
           PERFORM ADD-TODAYS-MOVEMENTS
           PERFORM LOAD-ACCOUNT-HOLDS
           PERFORM LOAD-CUSTOMER-DETAILS

           OPEN EXTEND TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           PERFORM START-SWEEP-REPORT
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > INSTRUCTION-COUNT
               PERFORM PROCESS-ONE-INSTRUCTION
           END-PERFORM
           CLOSE TRANSACTION-FILE
           PERFORM FINISH-SWEEP-REPORT
           PERFORM REWRITE-SWEEP-INSTRUCTIONS

           MOVE SWEPT-OUT-COUNT TO COUNT-STRING
           DISPLAY "Sweep run complete, excess swept out: "
               COUNT-STRING
           MOVE TOPPED-UP-COUNT TO COUNT-STRING
           DISPLAY "Shortfalls topped up: " COUNT-STRING
           MOVE BELOW-MINIMUM-COUNT TO COUNT-STRING
           DISPLAY "Below minimum transfer: " COUNT-STRING
           MOVE REFUSED-COUNT TO COUNT-STRING
           DISPLAY "Instructions refused: " COUNT-STRING
           IF REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN.

       LOG-EXCEPTION.
           OPEN EXTEND EXCEPTION-LOG-FILE
           IF EXCEPTION-LOG-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-LOG-FILE
           END-IF
           INSPECT EXCEPTION-LOG-RECORD
               REPLACING ALL LOW-VALUE BY SPACE
           WRITE EXCEPTION-LOG-RECORD
           CLOSE EXCEPTION-LOG-FILE
           MOVE SPACES TO EXCEPTION-LOG-RECORD.

       LOAD-SWEEP-INSTRUCTIONS.
           OPEN INPUT SWEEP-INSTRUCTION-FILE
           IF SWEEP-INSTRUCTION-STATUS NOT = "00"
               DISPLAY "No SweepInstructions.txt - no sweeps made"
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-INSTRUCTION-FILE = "Y"
               READ SWEEP-INSTRUCTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-INSTRUCTION-FILE
                   NOT AT END
                       IF INSTRUCTION-COUNT < INSTRUCTION-MAX
                           ADD 1 TO INSTRUCTION-COUNT
                           MOVE SWEEP-INSTRUCTION-RECORD
                               TO INSTRUCTION-ARRAY
                                   (INSTRUCTION-COUNT)
                       ELSE
                           MOVE "Y" TO INSTRUCTION-OVERFLOW
                           MOVE "Y" TO END-OF-INSTRUCTION-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SWEEP-INSTRUCTION-FILE
           IF INSTRUCTION-OVERFLOW = "Y"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": SweepInstructions.txt exceeds the instruction"
                   " table, no sweeps made" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-OWN-REG-NUMBER.
           OPEN INPUT OWN-REG-FILE
           IF OWN-REG-STATUS = "00"
               READ OWN-REG-FILE INTO OWN-REG-RECORD
                   NOT AT END
                       MOVE OWN-REG-LINE TO OWN-REG-NUMBER
               END-READ
               CLOSE OWN-REG-FILE
           END-IF
           IF OWN-REG-NUMBER = SPACES
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": OwnRegNumber.txt must hold our reg number,"
                   " no sweeps made"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-SWEEP-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), no sweeps made" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-MASTER-FILE = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
                       CLOSE ACCOUNT-MASTER-FILE
                   NOT AT END
                       PERFORM NOTE-SWEEP-ACCOUNT
               END-READ
           END-PERFORM.

       NOTE-SWEEP-ACCOUNT.
           MOVE "N" TO ACCOUNT-WANTED
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > INSTRUCTION-COUNT
               IF SW-SOURCE-ACCOUNT OF INSTRUCTION-ARRAY (IX) =
                   ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
                   OR SW-TARGET-ACCOUNT OF INSTRUCTION-ARRAY (IX) =
                       ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
                   MOVE "Y" TO ACCOUNT-WANTED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ACCOUNT-WANTED NOT = "Y" OR ACCOUNT-COUNT >= 4000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCOUNT-COUNT
           MOVE ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO SA-ACCOUNT-ID (ACCOUNT-COUNT)
           MOVE CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
               TO SA-CUSTOMER-ID (ACCOUNT-COUNT)
           MOVE CURRENCY-CODE OF ACCOUNT-MASTER-RECORD
               TO SA-CURRENCY (ACCOUNT-COUNT)
           MOVE ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
               TO SA-STATUS (ACCOUNT-COUNT)
           MOVE CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
               TO SA-BALANCE (ACCOUNT-COUNT)
           MOVE "N" TO SA-HELD (ACCOUNT-COUNT)
           MOVE SPACES TO SA-NAME (ACCOUNT-COUNT)
           MOVE SPACES TO SA-ADDRESS (ACCOUNT-COUNT).

       FIND-SWEEP-ACCOUNT.
           MOVE 0 TO ACCOUNT-SLOT
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               IF SA-ACCOUNT-ID (AX) = ACCOUNT-TO-FIND
                   MOVE AX TO ACCOUNT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-TODAYS-MOVEMENTS.
           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-TRANSACTION-FILE
           END-IF
           PERFORM UNTIL END-OF-TRANSACTION-FILE = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTION-FILE
                       CLOSE TRANSACTION-FILE
                   NOT AT END
                       IF CPR OF TRANSACTION-RECORD (1:7)
                           NOT = "TRAILER"
                           PERFORM ADD-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-MOVEMENT.
           MOVE ACCOUNT-ID OF TRANSACTION-RECORD TO ACCOUNT-TO-FIND
           PERFORM FIND-SWEEP-ACCOUNT
           IF ACCOUNT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CURRENCY-CODE OF TRANSACTION-RECORD NOT =
               SA-CURRENCY (ACCOUNT-SLOT)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AMOUNT OF TRANSACTION-RECORD)
               TO MOVEMENT-AMOUNT
           ADD MOVEMENT-AMOUNT TO SA-BALANCE (ACCOUNT-SLOT).

       LOAD-ACCOUNT-HOLDS.
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
                           MOVE HLD-ACCOUNT-ID TO ACCOUNT-TO-FIND
                           PERFORM FIND-SWEEP-ACCOUNT
                           IF ACCOUNT-SLOT > 0
                               MOVE "Y" TO SA-HELD (ACCOUNT-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-REGISTER-FILE.

       LOAD-CUSTOMER-DETAILS.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CUSTOMER-FILE
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
               READ CUSTOMER-FILE INTO CUSTOMER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-FILE
                       CLOSE CUSTOMER-FILE
                   NOT AT END
                       PERFORM VARYING AX FROM 1 BY 1
                           UNTIL AX > ACCOUNT-COUNT
                           IF SA-CUSTOMER-ID (AX) =
                               CUSTOMER-ID OF CUSTOMER-RECORD
                               PERFORM NOTE-CUSTOMER-ADDRESS
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       NOTE-CUSTOMER-ADDRESS.
           MOVE SPACES TO SA-NAME (AX)
           STRING FUNCTION TRIM(FIRSTNAME TRAILING) " "
               FUNCTION TRIM(LASTNAME TRAILING)
               DELIMITED BY SIZE
               INTO SA-NAME (AX)
           END-STRING
           MOVE SPACES TO SA-ADDRESS (AX)
           STRING FUNCTION TRIM(STREET TRAILING) " "
               FUNCTION TRIM(HOUSE-NUMBER TRAILING) " "
               ZIPCODE " " FUNCTION TRIM(CITY TRAILING)
               DELIMITED BY SIZE
               INTO SA-ADDRESS (AX)
           END-STRING.

       PROCESS-ONE-INSTRUCTION.
           MOVE ZEROES TO SWEEP-AMOUNT
           MOVE SPACES TO OUTCOME-TEXT
           MOVE SPACES TO DIRECTION-TEXT
           IF SW-STATUS OF INSTRUCTION-ARRAY (IX) NOT = "A"
               ADD 1 TO SUSPENDED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INSTRUCTION-ACCOUNTS
           IF SW-LAST-SWEEP-DATE OF INSTRUCTION-ARRAY (IX) = RUN-DATE
               ADD 1 TO ALREADY-SWEPT-COUNT
               MOVE "ALREADY SWEPT TODAY" TO OUTCOME-TEXT
               PERFORM WRITE-SWEEP-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-INSTRUCTION
           IF OUTCOME-TEXT NOT = SPACES
               ADD 1 TO REFUSED-COUNT
               PERFORM WRITE-SWEEP-LINE
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": sweep " DELIMITED BY SIZE
                   SW-SOURCE-ACCOUNT OF INSTRUCTION-ARRAY (IX)
                   DELIMITED BY SPACE
                   " to " DELIMITED BY SIZE
                   SW-TARGET-ACCOUNT OF INSTRUCTION-ARRAY (IX)
                   DELIMITED BY SPACE
                   " refused - " DELIMITED BY SIZE
                   OUTCOME-TEXT DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULATE-SWEEP-AMOUNT
           IF OUTCOME-TEXT NOT = SPACES
               ADD 1 TO HELD-FUNDS-COUNT
               PERFORM WRITE-SWEEP-LINE
               EXIT PARAGRAPH
           END-IF
           IF SWEEP-AMOUNT = 0
               ADD 1 TO AT-TARGET-COUNT
               MOVE "AT TARGET, NO SWEEP" TO OUTCOME-TEXT
               PERFORM WRITE-SWEEP-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION ABS(SWEEP-AMOUNT) <
               SW-MINIMUM-TRANSFER OF INSTRUCTION-ARRAY (IX)
               ADD 1 TO BELOW-MINIMUM-COUNT
               MOVE "BELOW MINIMUM TRANSFER, NO SWEEP" TO OUTCOME-TEXT
               PERFORM WRITE-SWEEP-LINE
               EXIT PARAGRAPH
           END-IF
           IF SWEEP-AMOUNT > 0
               MOVE SOURCE-SLOT TO DEBIT-SLOT
               MOVE TARGET-SLOT TO CREDIT-SLOT
               ADD 1 TO SWEPT-OUT-COUNT
               MOVE "EXCESS SWEPT OUT" TO OUTCOME-TEXT
           ELSE
               MOVE TARGET-SLOT TO DEBIT-SLOT
               MOVE SOURCE-SLOT TO CREDIT-SLOT
               ADD 1 TO TOPPED-UP-COUNT
               IF SWEEP-PARTIAL = "Y"
                   MOVE "TOPPED UP, SHORT OF TARGET" TO OUTCOME-TEXT
               ELSE
                   MOVE "SHORTFALL TOPPED UP" TO OUTCOME-TEXT
               END-IF
           END-IF
           PERFORM WRITE-SWEEP-POSTINGS
           MOVE RUN-DATE TO SW-LAST-SWEEP-DATE OF INSTRUCTION-ARRAY (IX)
           MOVE SWEEP-AMOUNT
               TO SW-LAST-SWEEP-AMOUNT OF INSTRUCTION-ARRAY (IX)
           PERFORM WRITE-SWEEP-LINE.

       FIND-INSTRUCTION-ACCOUNTS.
           MOVE SW-SOURCE-ACCOUNT OF INSTRUCTION-ARRAY (IX)
               TO ACCOUNT-TO-FIND
           PERFORM FIND-SWEEP-ACCOUNT
           MOVE ACCOUNT-SLOT TO SOURCE-SLOT
           MOVE SW-TARGET-ACCOUNT OF INSTRUCTION-ARRAY (IX)
               TO ACCOUNT-TO-FIND
           PERFORM FIND-SWEEP-ACCOUNT
           MOVE ACCOUNT-SLOT TO TARGET-SLOT
           MOVE SPACES TO CURRENCY-TEXT
           IF SOURCE-SLOT > 0
               MOVE SA-CURRENCY (SOURCE-SLOT) TO CURRENCY-TEXT
           END-IF.

       CHECK-INSTRUCTION.
           EVALUATE TRUE
               WHEN SOURCE-SLOT = 0
                   MOVE "SOURCE ACCOUNT NOT ON MASTER" TO OUTCOME-TEXT
               WHEN TARGET-SLOT = 0
                   MOVE "TARGET ACCOUNT NOT ON MASTER" TO OUTCOME-TEXT
               WHEN SOURCE-SLOT = TARGET-SLOT
                   MOVE "SOURCE AND TARGET ARE THE SAME ACCOUNT"
                       TO OUTCOME-TEXT
               WHEN SW-DIRECTION OF INSTRUCTION-ARRAY (IX) NOT = "O"
                   AND SW-DIRECTION OF INSTRUCTION-ARRAY (IX)
                       NOT = "I"
                   AND SW-DIRECTION OF INSTRUCTION-ARRAY (IX)
                       NOT = "B"
                   MOVE "DIRECTION MUST BE O, I OR B" TO OUTCOME-TEXT
               WHEN SW-TARGET-BALANCE OF INSTRUCTION-ARRAY (IX)
                   NOT NUMERIC
                   OR SW-MINIMUM-TRANSFER OF INSTRUCTION-ARRAY (IX)
                       NOT NUMERIC
                   MOVE "TARGET OR MINIMUM AMOUNT NOT NUMERIC"
                       TO OUTCOME-TEXT
               WHEN SW-CPR OF INSTRUCTION-ARRAY (IX) = SPACES
                   MOVE "NO CPR ON INSTRUCTION" TO OUTCOME-TEXT
               WHEN SA-CUSTOMER-ID (SOURCE-SLOT) NOT =
                   SA-CUSTOMER-ID (TARGET-SLOT)
                   MOVE "ACCOUNTS BELONG TO DIFFERENT CUSTOMERS"
                       TO OUTCOME-TEXT
               WHEN SA-CURRENCY (SOURCE-SLOT) NOT =
                   SA-CURRENCY (TARGET-SLOT)
                   MOVE "ACCOUNTS ARE IN DIFFERENT CURRENCIES"
                       TO OUTCOME-TEXT
               WHEN SA-STATUS (SOURCE-SLOT) = "B"
                   OR SA-STATUS (SOURCE-SLOT) = "C"
                   MOVE "SOURCE ACCOUNT BLOCKED OR CLOSED"
                       TO OUTCOME-TEXT
               WHEN SA-STATUS (TARGET-SLOT) = "B"
                   OR SA-STATUS (TARGET-SLOT) = "C"
                   MOVE "TARGET ACCOUNT BLOCKED OR CLOSED"
                       TO OUTCOME-TEXT
           END-EVALUATE.

       CALCULATE-SWEEP-AMOUNT.
           MOVE "N" TO SWEEP-PARTIAL
           MOVE SW-TARGET-BALANCE OF INSTRUCTION-ARRAY (IX)
               TO SWEEP-FLOOR
           IF SA-BALANCE (SOURCE-SLOT) > SWEEP-FLOOR
               AND SW-DIRECTION OF INSTRUCTION-ARRAY (IX) NOT = "I"
               IF SA-HELD (SOURCE-SLOT) = "Y"
                   MOVE "SOURCE HAS FUNDS HELD, NO SWEEP OUT"
                       TO OUTCOME-TEXT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SWEEP-AMOUNT =
                   SA-BALANCE (SOURCE-SLOT) - SWEEP-FLOOR
           END-IF
           IF SA-BALANCE (SOURCE-SLOT) < SWEEP-FLOOR
               AND SW-DIRECTION OF INSTRUCTION-ARRAY (IX) NOT = "O"
               IF SA-HELD (TARGET-SLOT) = "Y"
                   MOVE "TARGET HAS FUNDS HELD, NO TOP-UP"
                       TO OUTCOME-TEXT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE SWEEP-NEED =
                   SWEEP-FLOOR - SA-BALANCE (SOURCE-SLOT)
               MOVE SA-BALANCE (TARGET-SLOT) TO SWEEP-AVAILABLE
               IF SWEEP-AVAILABLE < 0
                   MOVE ZEROES TO SWEEP-AVAILABLE
               END-IF
               IF SWEEP-NEED > SWEEP-AVAILABLE
                   MOVE "Y" TO SWEEP-PARTIAL
                   MOVE SWEEP-AVAILABLE TO SWEEP-NEED
               END-IF
               COMPUTE SWEEP-AMOUNT = 0 - SWEEP-NEED
           END-IF.

       WRITE-SWEEP-POSTINGS.
           COMPUTE POSTING-AMOUNT = 0 - FUNCTION ABS(SWEEP-AMOUNT)
           MOVE DEBIT-SLOT TO AX
           MOVE SPACES TO STORE-TEXT
           STRING "TO " SA-ACCOUNT-ID (CREDIT-SLOT)
               DELIMITED BY SIZE
               INTO STORE-TEXT
           END-STRING
           PERFORM WRITE-SWEEP-POSTING
           COMPUTE POSTING-AMOUNT = FUNCTION ABS(SWEEP-AMOUNT)
           MOVE CREDIT-SLOT TO AX
           MOVE SPACES TO STORE-TEXT
           STRING "FROM " SA-ACCOUNT-ID (DEBIT-SLOT)
               DELIMITED BY SIZE
               INTO STORE-TEXT
           END-STRING
           PERFORM WRITE-SWEEP-POSTING.

       WRITE-SWEEP-POSTING.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SW-CPR OF INSTRUCTION-ARRAY (IX)
               TO CPR OF TRANSACTION-RECORD
           STRING RUN-DATE " 23:30:00"
               DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF TRANSACTION-RECORD
           END-STRING
           MOVE SA-NAME (AX) TO CUSTOMER-NAME OF TRANSACTION-RECORD
           MOVE SA-ADDRESS (AX)
               TO CUSTOMER-ADDRESS OF TRANSACTION-RECORD
           MOVE OWN-REG-NUMBER TO REG-NUMBER OF TRANSACTION-RECORD
           MOVE SA-ACCOUNT-ID (AX) TO ACCOUNT-ID OF TRANSACTION-RECORD
           MOVE "SWEEP" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE POSTING-AMOUNT TO POSTING-AMOUNT-TEXT
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF TRANSACTION-RECORD
           MOVE SA-CURRENCY (AX) TO CURRENCY-CODE OF TRANSACTION-RECORD
           MOVE STORE-TEXT TO STORE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD
           ADD POSTING-AMOUNT TO SA-BALANCE (AX).

       START-SWEEP-REPORT.
           OPEN OUTPUT SWEEP-REPORT-FILE
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "Account sweeps and target-balance transfers "
               RUN-DATE
               DELIMITED BY SIZE
               INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE SPACES TO SWEEP-REPORT-INFO
           WRITE SWEEP-REPORT-RECORD
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "  SOURCE          TARGET          DIR "
               "              AMOUNT CUR   SOURCE BALANCE AFTER "
               "OUTCOME"
               DELIMITED BY SIZE
               INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD.

       WRITE-SWEEP-LINE.
           EVALUATE SW-DIRECTION OF INSTRUCTION-ARRAY (IX)
               WHEN "O"
                   MOVE "OUT" TO DIRECTION-TEXT
               WHEN "I"
                   MOVE "IN" TO DIRECTION-TEXT
               WHEN "B"
                   MOVE "BTH" TO DIRECTION-TEXT
               WHEN OTHER
                   MOVE SW-DIRECTION OF INSTRUCTION-ARRAY (IX)
                       TO DIRECTION-TEXT
           END-EVALUATE
           MOVE FUNCTION ABS(SWEEP-AMOUNT) TO AMOUNT-EDIT
           IF SOURCE-SLOT > 0
               MOVE SA-BALANCE (SOURCE-SLOT) TO BALANCE-EDIT
           ELSE
               MOVE ZEROES TO BALANCE-EDIT
           END-IF
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "  " SW-SOURCE-ACCOUNT OF INSTRUCTION-ARRAY (IX) " "
               SW-TARGET-ACCOUNT OF INSTRUCTION-ARRAY (IX) " "
               DIRECTION-TEXT " "
               AMOUNT-EDIT " "
               CURRENCY-TEXT " "
               BALANCE-EDIT " "
               OUTCOME-TEXT
               DELIMITED BY SIZE
               INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD.

       FINISH-SWEEP-REPORT.
           IF INSTRUCTION-COUNT = 0
               MOVE "  none" TO SWEEP-REPORT-INFO
               WRITE SWEEP-REPORT-RECORD
           END-IF
           MOVE SPACES TO SWEEP-REPORT-INFO
           WRITE SWEEP-REPORT-RECORD
           MOVE SWEPT-OUT-COUNT TO COUNT-STRING
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "Excess swept out:            " COUNT-STRING
               DELIMITED BY SIZE INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE TOPPED-UP-COUNT TO COUNT-STRING
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "Shortfalls topped up:        " COUNT-STRING
               DELIMITED BY SIZE INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE BELOW-MINIMUM-COUNT TO COUNT-STRING
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "Below minimum transfer:      " COUNT-STRING
               DELIMITED BY SIZE INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE AT-TARGET-COUNT TO COUNT-STRING
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "Already at target:           " COUNT-STRING
               DELIMITED BY SIZE INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE HELD-FUNDS-COUNT TO COUNT-STRING
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "Stopped on held funds:       " COUNT-STRING
               DELIMITED BY SIZE INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE ALREADY-SWEPT-COUNT TO COUNT-STRING
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "Already swept today:         " COUNT-STRING
               DELIMITED BY SIZE INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE SUSPENDED-COUNT TO COUNT-STRING
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "Instructions suspended:      " COUNT-STRING
               DELIMITED BY SIZE INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE REFUSED-COUNT TO COUNT-STRING
           MOVE SPACES TO SWEEP-REPORT-INFO
           STRING "Instructions refused:        " COUNT-STRING
               DELIMITED BY SIZE INTO SWEEP-REPORT-INFO
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           CLOSE SWEEP-REPORT-FILE.

       REWRITE-SWEEP-INSTRUCTIONS.
           OPEN OUTPUT SWEEP-INSTRUCTION-FILE
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > INSTRUCTION-COUNT
               MOVE INSTRUCTION-ARRAY (IX) TO SWEEP-INSTRUCTION-RECORD
               WRITE SWEEP-INSTRUCTION-RECORD
           END-PERFORM
           CLOSE SWEEP-INSTRUCTION-FILE.
