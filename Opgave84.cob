       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE84.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-CONFIG-FILE ASSIGN TO "FXConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-CONFIG-STATUS.
           SELECT FX-INSTRUCTION-FILE ASSIGN TO "FXInstructions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-INSTRUCTION-STATUS.
           SELECT FX-SPREAD-FILE ASSIGN TO "FXSpreads.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-SPREAD-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CurrencyRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENCY-RATE-STATUS.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT DEAL-REGISTER-FILE ASSIGN TO "FXDealRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEAL-REGISTER-STATUS.
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
           SELECT DEAL-TICKET-FILE ASSIGN TO "FXDealTickets.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-JOURNAL-FILE ASSIGN TO "FXJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-JOURNAL-STATUS.
           SELECT FX-REPORT-FILE ASSIGN TO "FXIncomeReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FX-CONFIG-FILE.
       01 FX-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD FX-INSTRUCTION-FILE.
       01 FX-INSTRUCTION-RECORD.
           02 FXI-CPR PIC X(11).
           02 FXI-FROM-ACCOUNT PIC X(15).
           02 FXI-TO-ACCOUNT PIC X(15).
           02 FXI-AMOUNT PIC 9(13)V99.

       FD FX-SPREAD-FILE.
       01 FX-SPREAD-RECORD.
           COPY "FXSPREAD.cpy".

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
           COPY "CURRENCYRATES.cpy".

       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD DEAL-REGISTER-FILE.
       01 DEAL-REGISTER-RECORD.
           COPY "FXDEAL.cpy".

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

       FD DEAL-TICKET-FILE.
       01 DEAL-TICKET-RECORD.
           02 TICKET-LINE PIC X(100).

       FD FX-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           02 GL-JOURNAL-INFO PIC X(100).

       FD FX-REPORT-FILE.
       01 FX-REPORT-RECORD.
           02 FX-REPORT-INFO PIC X(150).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-INSTRUCTION-FILE PIC X VALUE "N".
       01 END-OF-SPREAD-FILE PIC X VALUE "N".
       01 END-OF-CURRENCY-RATE-FILE PIC X VALUE "N".
       01 END-OF-REGISTER-FILE PIC X VALUE "N".
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 END-OF-TRANSACTION-FILE PIC X VALUE "N".
       01 END-OF-HOLD-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 FX-CONFIG-STATUS PIC XX.
       01 FX-INSTRUCTION-STATUS PIC XX.
       01 FX-SPREAD-STATUS PIC XX.
       01 CURRENCY-RATE-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 DEAL-REGISTER-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 HOLD-REGISTER-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 FX-JOURNAL-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave84".
       01 CONFIG-KEY PIC X(20) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 FX-POSITION-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 FX-INCOME-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 INSTRUCTION-COUNT PIC 9(4) VALUE 0.
       01 INSTRUCTION-MAX PIC 9(4) VALUE 2000.
       01 INSTRUCTION-OVERFLOW PIC X VALUE "N".
       01 INSTRUCTION-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON INSTRUCTION-COUNT.
           02 INS-CPR PIC X(11).
           02 INS-FROM-ACCOUNT PIC X(15).
           02 INS-TO-ACCOUNT PIC X(15).
           02 INS-AMOUNT PIC 9(13)V99.
       01 IX PIC 9(4) VALUE 0.
       01 CURRENCY-RATE-COUNT PIC 9(4) VALUE 0.
       01 CURRENCY-RATE-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON CURRENCY-RATE-COUNT.
           COPY "CURRENCYRATES.cpy".
       01 CURRENCY-RATE-INDEX PIC 9(4) VALUE 0.
       01 CURRENT-RATE PIC 9(03)V9999 VALUE 1.0000.
       01 BEST-RATE-DATE PIC X(10) VALUE SPACES.
       01 RATE-FOUND PIC X VALUE "N".
       01 WANTED-CURRENCY PIC X(03) VALUE SPACES.
       01 SPREAD-COUNT PIC 9(3) VALUE 0.
       01 SPREAD-ARRAY
           OCCURS 1 TO 200 TIMES
           DEPENDING ON SPREAD-COUNT.
           COPY "FXSPREAD.cpy".
       01 SPX PIC 9(3) VALUE 0.
       01 SPREAD-FOUND PIC X VALUE "N".
       01 CURRENT-BUY-SPREAD PIC 9(03)V9999 VALUE 0.
       01 CURRENT-SELL-SPREAD PIC 9(03)V9999 VALUE 0.
       01 FX-CURRENCY-COUNT PIC 9(3) VALUE 0.
       01 FX-CURRENCY-ARRAY
           OCCURS 1 TO 200 TIMES
           DEPENDING ON FX-CURRENCY-COUNT.
           02 FXC-CURRENCY PIC X(03).
           02 FXC-DEAL-COUNT PIC 9(6).
           02 FXC-BANK-BOUGHT PIC 9(15)V99.
           02 FXC-BANK-SOLD PIC 9(15)V99.
           02 FXC-DAY-SPREAD PIC S9(15)V99.
           02 FXC-RUN-SPREAD PIC S9(15)V99.
       01 FCX PIC 9(3) VALUE 0.
       01 CURRENCY-SLOT PIC 9(3) VALUE 0.
       01 ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01 ACCOUNT-ARRAY
           OCCURS 1 TO 4000 TIMES
           DEPENDING ON ACCOUNT-COUNT.
           02 FA-ACCOUNT-ID PIC X(15).
           02 FA-CUSTOMER-ID PIC X(10).
           02 FA-CURRENCY PIC X(03).
           02 FA-STATUS PIC X(01).
           02 FA-BALANCE PIC S9(15)V99.
           02 FA-HELD PIC X(01).
           02 FA-NAME PIC X(30).
           02 FA-ADDRESS PIC X(40).
       01 AX PIC 9(4) VALUE 0.
       01 ACCOUNT-TO-FIND PIC X(15) VALUE SPACES.
       01 ACCOUNT-SLOT PIC 9(4) VALUE 0.
       01 FROM-SLOT PIC 9(4) VALUE 0.
       01 TO-SLOT PIC 9(4) VALUE 0.
       01 ACCOUNT-WANTED PIC X VALUE "N".
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 RUN-TIME PIC X(08) VALUE SPACES.
       01 LAST-DEAL-ID PIC 9(07) VALUE 0.
       01 DEAL-REFERENCE PIC X(09) VALUE SPACES.
       01 REFUSE-REASON PIC X(40) VALUE SPACES.
       01 MOVEMENT-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 FROM-MID-RATE PIC 9(03)V9999 VALUE 1.
       01 TO-MID-RATE PIC 9(03)V9999 VALUE 1.
       01 BANK-BUY-RATE PIC 9(05)V9(06) VALUE 1.
       01 BANK-SELL-RATE PIC 9(05)V9(06) VALUE 1.
       01 DEAL-RATE PIC 9(05)V9(06) VALUE 0.
       01 DEAL-TO-AMOUNT PIC 9(13)V99 VALUE 0.
       01 FROM-MID-DKK PIC S9(15)V99 VALUE ZEROS.
       01 TO-MID-DKK PIC S9(15)V99 VALUE ZEROS.
       01 FROM-SPREAD-DKK PIC S9(15)V99 VALUE ZEROS.
       01 TO-SPREAD-DKK PIC S9(15)V99 VALUE ZEROS.
       01 POSTING-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 POSTING-AMOUNT-TEXT PIC -(12)9.99.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 RATE-EDIT PIC ZZZZ9.999999.
       01 JOURNAL-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 RUN-SPREAD-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 DAY-SPREAD-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 LINE-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 JOURNAL-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 JOURNAL-TYPE PIC X(30) VALUE SPACES.
       01 AMOUNT-STRING PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 DEAL-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 DAY-DEAL-COUNT PIC 9(6) VALUE 0.
       01 DAY-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 COUNT-STRING PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           STRING RUN-TIMESTAMP (9:2) ":" RUN-TIMESTAMP (11:2) ":"
               RUN-TIMESTAMP (13:2) DELIMITED BY SIZE
               INTO RUN-TIME
           END-STRING

           PERFORM LOAD-FX-CONFIG
           PERFORM LOAD-OWN-REG-NUMBER
           PERFORM LOAD-FX-INSTRUCTIONS
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-FX-SPREADS
           PERFORM LOAD-DEAL-REGISTER
           IF INSTRUCTION-COUNT > 0
               PERFORM LOAD-FX-ACCOUNTS
               PERFORM ADD-TODAYS-MOVEMENTS
               PERFORM LOAD-ACCOUNT-HOLDS
               PERFORM LOAD-CUSTOMER-DETAILS
           END-IF

           OPEN EXTEND TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN EXTEND DEAL-REGISTER-FILE
           IF DEAL-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT DEAL-REGISTER-FILE
           END-IF
           OPEN OUTPUT DEAL-TICKET-FILE
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > INSTRUCTION-COUNT
               PERFORM PROCESS-ONE-INSTRUCTION
           END-PERFORM
           CLOSE DEAL-TICKET-FILE
           CLOSE DEAL-REGISTER-FILE
           CLOSE TRANSACTION-FILE

           PERFORM WRITE-FX-JOURNAL
           PERFORM WRITE-FX-INCOME-REPORT
           OPEN OUTPUT FX-INSTRUCTION-FILE
           CLOSE FX-INSTRUCTION-FILE

           MOVE DEAL-COUNT TO COUNT-STRING
           DISPLAY "FX conversion run complete, deals booked: "
               COUNT-STRING
           MOVE REFUSED-COUNT TO COUNT-STRING
           DISPLAY "Instructions refused: " COUNT-STRING
           MOVE RUN-SPREAD-TOTAL TO AMOUNT-STRING
           DISPLAY "Spread earned this run (DKK): " AMOUNT-STRING
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

       LOAD-FX-CONFIG.
           OPEN INPUT FX-CONFIG-FILE
           IF FX-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ FX-CONFIG-FILE INTO FX-CONFIG-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE FX-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM
           IF FX-POSITION-GL-ACCOUNT = SPACES
               OR FX-INCOME-GL-ACCOUNT = SPACES
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": FXConfig.txt must give FX-POSITION-GL and"
                   " FX-INCOME-GL" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "FXConfig.txt incomplete - run aborted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PARSE-CONFIG.
           MOVE SPACES TO CONFIG-KEY
           MOVE SPACES TO CONFIG-VALUE
           UNSTRING CONFIG-LINE
               DELIMITED BY "="
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           EVALUATE CONFIG-KEY
               WHEN "FX-POSITION-GL"
                   MOVE CONFIG-VALUE TO FX-POSITION-GL-ACCOUNT
               WHEN "FX-INCOME-GL"
                   MOVE CONFIG-VALUE TO FX-INCOME-GL-ACCOUNT
           END-EVALUATE.

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
                   " no FX deals booked"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-FX-INSTRUCTIONS.
           OPEN INPUT FX-INSTRUCTION-FILE
           IF FX-INSTRUCTION-STATUS NOT = "00"
               MOVE "Y" TO END-OF-INSTRUCTION-FILE
           END-IF
           PERFORM UNTIL END-OF-INSTRUCTION-FILE = "Y"
               READ FX-INSTRUCTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-INSTRUCTION-FILE
                       CLOSE FX-INSTRUCTION-FILE
                   NOT AT END
                       IF INSTRUCTION-COUNT < INSTRUCTION-MAX
                           ADD 1 TO INSTRUCTION-COUNT
                           MOVE FX-INSTRUCTION-RECORD
                               TO INSTRUCTION-ARRAY
                                   (INSTRUCTION-COUNT)
                       ELSE
                           MOVE "Y" TO INSTRUCTION-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF INSTRUCTION-OVERFLOW = "Y"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": FXInstructions.txt exceeds the instruction"
                   " table, no FX deals booked" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CURRENCY-RATES.
           OPEN INPUT CURRENCY-RATE-FILE
           IF CURRENCY-RATE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CURRENCY-RATE-FILE
           END-IF
           PERFORM UNTIL END-OF-CURRENCY-RATE-FILE = "Y"
               READ CURRENCY-RATE-FILE INTO CURRENCY-RATE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CURRENCY-RATE-FILE
                       CLOSE CURRENCY-RATE-FILE
                   NOT AT END
                       IF CURRENCY-RATE-COUNT < 2000
                           ADD 1 TO CURRENCY-RATE-COUNT
                           MOVE CURRENCY-RATE-RECORD
                               TO CURRENCY-RATE-ARRAY
                                   (CURRENCY-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-FX-SPREADS.
           OPEN INPUT FX-SPREAD-FILE
           IF FX-SPREAD-STATUS NOT = "00"
               MOVE "Y" TO END-OF-SPREAD-FILE
           END-IF
           PERFORM UNTIL END-OF-SPREAD-FILE = "Y"
               READ FX-SPREAD-FILE INTO FX-SPREAD-RECORD
                   AT END
                       MOVE "Y" TO END-OF-SPREAD-FILE
                       CLOSE FX-SPREAD-FILE
                   NOT AT END
                       IF SPREAD-COUNT < 200
                           AND FXS-BUY-SPREAD OF FX-SPREAD-RECORD
                               NUMERIC
                           AND FXS-SELL-SPREAD OF FX-SPREAD-RECORD
                               NUMERIC
                           ADD 1 TO SPREAD-COUNT
                           MOVE FX-SPREAD-RECORD
                               TO SPREAD-ARRAY (SPREAD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-DEAL-REGISTER.
           OPEN INPUT DEAL-REGISTER-FILE
           IF DEAL-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REGISTER-FILE
           END-IF
           PERFORM UNTIL END-OF-REGISTER-FILE = "Y"
               READ DEAL-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-REGISTER-FILE
                       CLOSE DEAL-REGISTER-FILE
                   NOT AT END
                       IF FXD-DEAL-ID > LAST-DEAL-ID
                           MOVE FXD-DEAL-ID TO LAST-DEAL-ID
                       END-IF
                       IF FXD-DEAL-DATE = RUN-DATE
                           IF FXD-STATUS = "D"
                               PERFORM ADD-DEAL-TO-DAY
                           ELSE
                               ADD 1 TO DAY-REFUSED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-DEAL-TO-DAY.
           ADD 1 TO DAY-DEAL-COUNT
           MOVE FXD-FROM-CURRENCY TO WANTED-CURRENCY
           PERFORM FIND-FX-CURRENCY
           ADD 1 TO FXC-DEAL-COUNT (CURRENCY-SLOT)
           ADD FXD-FROM-AMOUNT TO FXC-BANK-BOUGHT (CURRENCY-SLOT)
           ADD FXD-FROM-SPREAD-DKK TO FXC-DAY-SPREAD (CURRENCY-SLOT)
           MOVE FXD-TO-CURRENCY TO WANTED-CURRENCY
           PERFORM FIND-FX-CURRENCY
           ADD 1 TO FXC-DEAL-COUNT (CURRENCY-SLOT)
           ADD FXD-TO-AMOUNT TO FXC-BANK-SOLD (CURRENCY-SLOT)
           ADD FXD-TO-SPREAD-DKK TO FXC-DAY-SPREAD (CURRENCY-SLOT)
           COMPUTE DAY-SPREAD-TOTAL = DAY-SPREAD-TOTAL
               + FXD-FROM-SPREAD-DKK + FXD-TO-SPREAD-DKK.

       FIND-FX-CURRENCY.
           MOVE 0 TO CURRENCY-SLOT
           PERFORM VARYING FCX FROM 1 BY 1
               UNTIL FCX > FX-CURRENCY-COUNT
               IF FXC-CURRENCY (FCX) = WANTED-CURRENCY
                   MOVE FCX TO CURRENCY-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CURRENCY-SLOT = 0
               IF FX-CURRENCY-COUNT >= 200
                   MOVE 200 TO CURRENCY-SLOT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO FX-CURRENCY-COUNT
               MOVE FX-CURRENCY-COUNT TO CURRENCY-SLOT
               MOVE WANTED-CURRENCY TO FXC-CURRENCY (CURRENCY-SLOT)
               MOVE ZEROES TO FXC-DEAL-COUNT (CURRENCY-SLOT)
               MOVE ZEROES TO FXC-BANK-BOUGHT (CURRENCY-SLOT)
               MOVE ZEROES TO FXC-BANK-SOLD (CURRENCY-SLOT)
               MOVE ZEROES TO FXC-DAY-SPREAD (CURRENCY-SLOT)
               MOVE ZEROES TO FXC-RUN-SPREAD (CURRENCY-SLOT)
           END-IF.

       LOAD-FX-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), no FX deals booked" DELIMITED BY SIZE
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
                       PERFORM NOTE-FX-ACCOUNT
               END-READ
           END-PERFORM.

       NOTE-FX-ACCOUNT.
           MOVE "N" TO ACCOUNT-WANTED
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > INSTRUCTION-COUNT
               IF INS-FROM-ACCOUNT (IX) =
                   ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
                   OR INS-TO-ACCOUNT (IX) =
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
               TO FA-ACCOUNT-ID (ACCOUNT-COUNT)
           MOVE CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
               TO FA-CUSTOMER-ID (ACCOUNT-COUNT)
           MOVE CURRENCY-CODE OF ACCOUNT-MASTER-RECORD
               TO FA-CURRENCY (ACCOUNT-COUNT)
           MOVE ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
               TO FA-STATUS (ACCOUNT-COUNT)
           MOVE CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
               TO FA-BALANCE (ACCOUNT-COUNT)
           MOVE "N" TO FA-HELD (ACCOUNT-COUNT)
           MOVE SPACES TO FA-NAME (ACCOUNT-COUNT)
           MOVE SPACES TO FA-ADDRESS (ACCOUNT-COUNT).

       FIND-FX-ACCOUNT.
           MOVE 0 TO ACCOUNT-SLOT
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               IF FA-ACCOUNT-ID (AX) = ACCOUNT-TO-FIND
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
           PERFORM FIND-FX-ACCOUNT
           IF ACCOUNT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CURRENCY-CODE OF TRANSACTION-RECORD NOT =
               FA-CURRENCY (ACCOUNT-SLOT)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AMOUNT OF TRANSACTION-RECORD)
               TO MOVEMENT-AMOUNT
           ADD MOVEMENT-AMOUNT TO FA-BALANCE (ACCOUNT-SLOT).

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
                           PERFORM FIND-FX-ACCOUNT
                           IF ACCOUNT-SLOT > 0
                               MOVE "Y" TO FA-HELD (ACCOUNT-SLOT)
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
                           IF FA-CUSTOMER-ID (AX) =
                               CUSTOMER-ID OF CUSTOMER-RECORD
                               PERFORM NOTE-CUSTOMER-ADDRESS
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       NOTE-CUSTOMER-ADDRESS.
           MOVE SPACES TO FA-NAME (AX)
           STRING FUNCTION TRIM(FIRSTNAME TRAILING) " "
               FUNCTION TRIM(LASTNAME TRAILING)
               DELIMITED BY SIZE
               INTO FA-NAME (AX)
           END-STRING
           MOVE SPACES TO FA-ADDRESS (AX)
           STRING FUNCTION TRIM(STREET TRAILING) " "
               FUNCTION TRIM(HOUSE-NUMBER TRAILING) " "
               ZIPCODE " " FUNCTION TRIM(CITY TRAILING)
               DELIMITED BY SIZE
               INTO FA-ADDRESS (AX)
           END-STRING.

       PROCESS-ONE-INSTRUCTION.
           MOVE SPACES TO REFUSE-REASON
           MOVE ZEROES TO DEAL-TO-AMOUNT
           MOVE ZEROES TO DEAL-RATE
           MOVE ZEROES TO FROM-SPREAD-DKK
           MOVE ZEROES TO TO-SPREAD-DKK
           MOVE INS-FROM-ACCOUNT (IX) TO ACCOUNT-TO-FIND
           PERFORM FIND-FX-ACCOUNT
           MOVE ACCOUNT-SLOT TO FROM-SLOT
           MOVE INS-TO-ACCOUNT (IX) TO ACCOUNT-TO-FIND
           PERFORM FIND-FX-ACCOUNT
           MOVE ACCOUNT-SLOT TO TO-SLOT
           PERFORM CHECK-INSTRUCTION
           IF REFUSE-REASON = SPACES
               PERFORM PRICE-DEAL
           END-IF
           IF REFUSE-REASON = SPACES
               IF FA-BALANCE (FROM-SLOT) < INS-AMOUNT (IX)
                   MOVE "INSUFFICIENT FUNDS ON FROM ACCOUNT"
                       TO REFUSE-REASON
               END-IF
           END-IF
           ADD 1 TO LAST-DEAL-ID
           MOVE SPACES TO DEAL-REFERENCE
           STRING "FX" LAST-DEAL-ID DELIMITED BY SIZE
               INTO DEAL-REFERENCE
           END-STRING
           IF REFUSE-REASON NOT = SPACES
               ADD 1 TO REFUSED-COUNT
               ADD 1 TO DAY-REFUSED-COUNT
               PERFORM WRITE-DEAL-REGISTER
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": FX instruction " DELIMITED BY SIZE
                   INS-FROM-ACCOUNT (IX) DELIMITED BY SPACE
                   " to " DELIMITED BY SIZE
                   INS-TO-ACCOUNT (IX) DELIMITED BY SPACE
                   " refused - " DELIMITED BY SIZE
                   REFUSE-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DEAL-COUNT
           PERFORM WRITE-DEAL-POSTINGS
           PERFORM WRITE-DEAL-REGISTER
           MOVE FA-CURRENCY (FROM-SLOT) TO WANTED-CURRENCY
           PERFORM FIND-FX-CURRENCY
           ADD FROM-SPREAD-DKK TO FXC-RUN-SPREAD (CURRENCY-SLOT)
           MOVE FA-CURRENCY (TO-SLOT) TO WANTED-CURRENCY
           PERFORM FIND-FX-CURRENCY
           ADD TO-SPREAD-DKK TO FXC-RUN-SPREAD (CURRENCY-SLOT)
           COMPUTE RUN-SPREAD-TOTAL = RUN-SPREAD-TOTAL
               + FROM-SPREAD-DKK + TO-SPREAD-DKK
           PERFORM WRITE-DEAL-TICKET.

       CHECK-INSTRUCTION.
           EVALUATE TRUE
               WHEN INS-AMOUNT (IX) NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO REFUSE-REASON
               WHEN INS-AMOUNT (IX) = 0
                   MOVE "AMOUNT IS ZERO" TO REFUSE-REASON
               WHEN INS-CPR (IX) = SPACES
                   MOVE "NO CPR ON INSTRUCTION" TO REFUSE-REASON
               WHEN FROM-SLOT = 0
                   MOVE "FROM ACCOUNT NOT ON MASTER" TO REFUSE-REASON
               WHEN TO-SLOT = 0
                   MOVE "TO ACCOUNT NOT ON MASTER" TO REFUSE-REASON
               WHEN FA-CUSTOMER-ID (FROM-SLOT) NOT =
                   FA-CUSTOMER-ID (TO-SLOT)
                   MOVE "ACCOUNTS BELONG TO DIFFERENT CUSTOMERS"
                       TO REFUSE-REASON
               WHEN FA-CURRENCY (FROM-SLOT) = FA-CURRENCY (TO-SLOT)
                   MOVE "BOTH ACCOUNTS IN THE SAME CURRENCY"
                       TO REFUSE-REASON
               WHEN FA-STATUS (FROM-SLOT) = "B"
                   OR FA-STATUS (FROM-SLOT) = "C"
                   MOVE "FROM ACCOUNT BLOCKED OR CLOSED"
                       TO REFUSE-REASON
               WHEN FA-STATUS (TO-SLOT) = "B"
                   OR FA-STATUS (TO-SLOT) = "C"
                   MOVE "TO ACCOUNT BLOCKED OR CLOSED"
                       TO REFUSE-REASON
               WHEN FA-HELD (FROM-SLOT) = "Y"
                   MOVE "FUNDS HELD ON FROM ACCOUNT" TO REFUSE-REASON
           END-EVALUATE.

       PRICE-DEAL.
           MOVE 1 TO FROM-MID-RATE
           MOVE 1 TO BANK-BUY-RATE
           IF FA-CURRENCY (FROM-SLOT) NOT = "DKK"
               MOVE FA-CURRENCY (FROM-SLOT) TO WANTED-CURRENCY
               PERFORM FIND-RATE-AS-OF-TODAY
               PERFORM FIND-SPREAD
               IF RATE-FOUND NOT = "Y"
                   MOVE "NO RATE FOR FROM CURRENCY" TO REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF SPREAD-FOUND NOT = "Y"
                   MOVE "NO SPREAD FOR FROM CURRENCY" TO REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE CURRENT-RATE TO FROM-MID-RATE
               COMPUTE BANK-BUY-RATE ROUNDED = FROM-MID-RATE
                   * (100 - CURRENT-BUY-SPREAD) / 100
           END-IF
           MOVE 1 TO TO-MID-RATE
           MOVE 1 TO BANK-SELL-RATE
           IF FA-CURRENCY (TO-SLOT) NOT = "DKK"
               MOVE FA-CURRENCY (TO-SLOT) TO WANTED-CURRENCY
               PERFORM FIND-RATE-AS-OF-TODAY
               PERFORM FIND-SPREAD
               IF RATE-FOUND NOT = "Y"
                   MOVE "NO RATE FOR TO CURRENCY" TO REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF SPREAD-FOUND NOT = "Y"
                   MOVE "NO SPREAD FOR TO CURRENCY" TO REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE CURRENT-RATE TO TO-MID-RATE
               COMPUTE BANK-SELL-RATE ROUNDED = TO-MID-RATE
                   * (100 + CURRENT-SELL-SPREAD) / 100
           END-IF
           COMPUTE DEAL-RATE ROUNDED = BANK-BUY-RATE / BANK-SELL-RATE
           COMPUTE DEAL-TO-AMOUNT ROUNDED =
               INS-AMOUNT (IX) * BANK-BUY-RATE / BANK-SELL-RATE
           IF DEAL-TO-AMOUNT = 0
               MOVE "AMOUNT TOO SMALL TO CONVERT" TO REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE FROM-MID-DKK ROUNDED =
               INS-AMOUNT (IX) * FROM-MID-RATE
           COMPUTE TO-MID-DKK ROUNDED =
               DEAL-TO-AMOUNT * TO-MID-RATE
           COMPUTE FROM-SPREAD-DKK ROUNDED =
               INS-AMOUNT (IX) * (FROM-MID-RATE - BANK-BUY-RATE)
           COMPUTE TO-SPREAD-DKK =
               FROM-MID-DKK - TO-MID-DKK - FROM-SPREAD-DKK.

       FIND-RATE-AS-OF-TODAY.
           MOVE "N" TO RATE-FOUND
           MOVE SPACES TO BEST-RATE-DATE
           PERFORM VARYING CURRENCY-RATE-INDEX FROM 1 BY 1
               UNTIL CURRENCY-RATE-INDEX > CURRENCY-RATE-COUNT
               IF CURRENCY-CODE OF
                   CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) =
                   WANTED-CURRENCY
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       <= RUN-DATE
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       >= BEST-RATE-DATE
                   MOVE EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       TO BEST-RATE-DATE
                   MOVE RATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       TO CURRENT-RATE
                   MOVE "Y" TO RATE-FOUND
               END-IF
           END-PERFORM.

       FIND-SPREAD.
           MOVE "N" TO SPREAD-FOUND
           PERFORM VARYING SPX FROM 1 BY 1 UNTIL SPX > SPREAD-COUNT
               IF FXS-CURRENCY OF SPREAD-ARRAY (SPX) = WANTED-CURRENCY
                   MOVE FXS-BUY-SPREAD OF SPREAD-ARRAY (SPX)
                       TO CURRENT-BUY-SPREAD
                   MOVE FXS-SELL-SPREAD OF SPREAD-ARRAY (SPX)
                       TO CURRENT-SELL-SPREAD
                   MOVE "Y" TO SPREAD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-DEAL-POSTINGS.
           COMPUTE POSTING-AMOUNT = 0 - INS-AMOUNT (IX)
           MOVE FROM-SLOT TO AX
           PERFORM WRITE-DEAL-POSTING
           MOVE DEAL-TO-AMOUNT TO POSTING-AMOUNT
           MOVE TO-SLOT TO AX
           PERFORM WRITE-DEAL-POSTING
           SUBTRACT INS-AMOUNT (IX) FROM FA-BALANCE (FROM-SLOT)
           ADD DEAL-TO-AMOUNT TO FA-BALANCE (TO-SLOT).

       WRITE-DEAL-POSTING.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE INS-CPR (IX) TO CPR OF TRANSACTION-RECORD
           STRING RUN-DATE " " RUN-TIME
               DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF TRANSACTION-RECORD
           END-STRING
           MOVE FA-NAME (AX) TO CUSTOMER-NAME OF TRANSACTION-RECORD
           MOVE FA-ADDRESS (AX)
               TO CUSTOMER-ADDRESS OF TRANSACTION-RECORD
           MOVE OWN-REG-NUMBER TO REG-NUMBER OF TRANSACTION-RECORD
           MOVE FA-ACCOUNT-ID (AX) TO ACCOUNT-ID OF TRANSACTION-RECORD
           MOVE "FX EXCHANGE" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE POSTING-AMOUNT TO POSTING-AMOUNT-TEXT
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF TRANSACTION-RECORD
           MOVE FA-CURRENCY (AX) TO CURRENCY-CODE OF TRANSACTION-RECORD
           MOVE DEAL-REFERENCE TO STORE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.

       WRITE-DEAL-REGISTER.
           MOVE SPACES TO DEAL-REGISTER-RECORD
           MOVE LAST-DEAL-ID TO FXD-DEAL-ID
           IF REFUSE-REASON = SPACES
               MOVE "D" TO FXD-STATUS
           ELSE
               MOVE "R" TO FXD-STATUS
           END-IF
           MOVE RUN-DATE TO FXD-DEAL-DATE
           MOVE INS-CPR (IX) TO FXD-CPR
           MOVE INS-FROM-ACCOUNT (IX) TO FXD-FROM-ACCOUNT
           MOVE INS-TO-ACCOUNT (IX) TO FXD-TO-ACCOUNT
           IF FROM-SLOT > 0
               MOVE FA-CURRENCY (FROM-SLOT) TO FXD-FROM-CURRENCY
           END-IF
           IF TO-SLOT > 0
               MOVE FA-CURRENCY (TO-SLOT) TO FXD-TO-CURRENCY
           END-IF
           IF INS-AMOUNT (IX) NUMERIC
               MOVE INS-AMOUNT (IX) TO FXD-FROM-AMOUNT
           ELSE
               MOVE ZEROES TO FXD-FROM-AMOUNT
           END-IF
           MOVE DEAL-TO-AMOUNT TO FXD-TO-AMOUNT
           MOVE DEAL-RATE TO FXD-CUSTOMER-RATE
           IF FXD-STATUS = "D"
               MOVE FROM-SPREAD-DKK TO FXD-FROM-SPREAD-DKK
               MOVE TO-SPREAD-DKK TO FXD-TO-SPREAD-DKK
           ELSE
               MOVE ZEROES TO FXD-FROM-SPREAD-DKK
               MOVE ZEROES TO FXD-TO-SPREAD-DKK
           END-IF
           MOVE REFUSE-REASON TO FXD-REASON
           IF FXD-STATUS = "D"
               PERFORM ADD-DEAL-TO-DAY
           END-IF
           WRITE DEAL-REGISTER-RECORD.

       WRITE-DEAL-TICKET.
           MOVE ALL "-" TO TICKET-LINE
           WRITE DEAL-TICKET-RECORD
           MOVE FA-NAME (FROM-SLOT) TO TICKET-LINE
           WRITE DEAL-TICKET-RECORD
           MOVE FA-ADDRESS (FROM-SLOT) TO TICKET-LINE
           WRITE DEAL-TICKET-RECORD
           MOVE SPACES TO TICKET-LINE
           WRITE DEAL-TICKET-RECORD
           MOVE SPACES TO TICKET-LINE
           STRING "Currency exchange deal " DEAL-REFERENCE
               " booked " RUN-DATE " " RUN-TIME
               DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE DEAL-TICKET-RECORD
           MOVE SPACES TO TICKET-LINE
           WRITE DEAL-TICKET-RECORD
           MOVE INS-AMOUNT (IX) TO AMOUNT-EDIT
           MOVE SPACES TO TICKET-LINE
           STRING "You sold:   " AMOUNT-EDIT " "
               FA-CURRENCY (FROM-SLOT)
               "  debited account " FA-ACCOUNT-ID (FROM-SLOT)
               DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE DEAL-TICKET-RECORD
           MOVE DEAL-TO-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO TICKET-LINE
           STRING "You bought: " AMOUNT-EDIT " "
               FA-CURRENCY (TO-SLOT)
               "  credited account " FA-ACCOUNT-ID (TO-SLOT)
               DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE DEAL-TICKET-RECORD
           MOVE DEAL-RATE TO RATE-EDIT
           MOVE SPACES TO TICKET-LINE
           STRING "Rate:       1 " FA-CURRENCY (FROM-SLOT) " = "
               FUNCTION TRIM(RATE-EDIT LEADING) " "
               FA-CURRENCY (TO-SLOT)
               DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE DEAL-TICKET-RECORD
           MOVE SPACES TO TICKET-LINE
           WRITE DEAL-TICKET-RECORD
           MOVE "The rate includes the bank's exchange margin. Both"
               TO TICKET-LINE
           WRITE DEAL-TICKET-RECORD
           MOVE SPACES TO TICKET-LINE
           STRING "amounts are shown on your statements with the "
               "reference " DEAL-REFERENCE "."
               DELIMITED BY SIZE
               INTO TICKET-LINE
           END-STRING
           WRITE DEAL-TICKET-RECORD.

       WRITE-FX-JOURNAL.
           IF RUN-SPREAD-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FX-JOURNAL-FILE
           IF FX-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT FX-JOURNAL-FILE
           END-IF
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "HDR " RUN-DATE " FX SPREAD INCOME"
               INTO GL-JOURNAL-INFO
           END-STRING
           WRITE GL-JOURNAL-RECORD
           MOVE ZEROES TO JOURNAL-BALANCE
           MOVE RUN-SPREAD-TOTAL TO LINE-AMOUNT
           MOVE FX-POSITION-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
           MOVE "FX POSITION SPREAD" TO JOURNAL-TYPE
           PERFORM WRITE-JOURNAL-LINE
           PERFORM VARYING FCX FROM 1 BY 1
               UNTIL FCX > FX-CURRENCY-COUNT
               COMPUTE LINE-AMOUNT = 0 - FXC-RUN-SPREAD (FCX)
               MOVE FX-INCOME-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
               MOVE SPACES TO JOURNAL-TYPE
               STRING "FX SPREAD " FXC-CURRENCY (FCX)
                   DELIMITED BY SIZE
                   INTO JOURNAL-TYPE
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
           END-PERFORM
           MOVE JOURNAL-BALANCE TO AMOUNT-STRING
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "TRL batch total "
               FUNCTION TRIM(AMOUNT-STRING LEADING)
               INTO GL-JOURNAL-INFO
           END-STRING
           WRITE GL-JOURNAL-RECORD
           CLOSE FX-JOURNAL-FILE.

       WRITE-JOURNAL-LINE.
           IF LINE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD LINE-AMOUNT TO JOURNAL-BALANCE
           MOVE LINE-AMOUNT TO AMOUNT-STRING
           MOVE SPACES TO GL-JOURNAL-INFO
           IF LINE-AMOUNT > 0
               STRING "DTL " JOURNAL-GL-ACCOUNT " DR "
                   FUNCTION TRIM(AMOUNT-STRING LEADING)
                   " " JOURNAL-TYPE
                   INTO GL-JOURNAL-INFO
               END-STRING
           ELSE
               STRING "DTL " JOURNAL-GL-ACCOUNT " CR "
                   FUNCTION TRIM(AMOUNT-STRING LEADING)
                   " " JOURNAL-TYPE
                   INTO GL-JOURNAL-INFO
               END-STRING
           END-IF
           WRITE GL-JOURNAL-RECORD.

       WRITE-FX-INCOME-REPORT.
           OPEN OUTPUT FX-REPORT-FILE
           MOVE SPACES TO FX-REPORT-INFO
           STRING "FX spread income " RUN-DATE
               DELIMITED BY SIZE
               INTO FX-REPORT-INFO
           END-STRING
           WRITE FX-REPORT-RECORD
           MOVE SPACES TO FX-REPORT-INFO
           WRITE FX-REPORT-RECORD
           MOVE SPACES TO FX-REPORT-INFO
           STRING "  CUR  DEALS          BANK BOUGHT"
               "            BANK SOLD      SPREAD EARNED DKK"
               DELIMITED BY SIZE
               INTO FX-REPORT-INFO
           END-STRING
           WRITE FX-REPORT-RECORD
           PERFORM VARYING FCX FROM 1 BY 1
               UNTIL FCX > FX-CURRENCY-COUNT
               PERFORM WRITE-CURRENCY-ROW
           END-PERFORM
           IF FX-CURRENCY-COUNT = 0
               MOVE "  none" TO FX-REPORT-INFO
               WRITE FX-REPORT-RECORD
           END-IF
           MOVE SPACES TO FX-REPORT-INFO
           WRITE FX-REPORT-RECORD
           MOVE DAY-DEAL-COUNT TO COUNT-STRING
           MOVE SPACES TO FX-REPORT-INFO
           STRING "Deals booked today:          " COUNT-STRING
               DELIMITED BY SIZE INTO FX-REPORT-INFO
           END-STRING
           WRITE FX-REPORT-RECORD
           MOVE DAY-REFUSED-COUNT TO COUNT-STRING
           MOVE SPACES TO FX-REPORT-INFO
           STRING "Instructions refused today:  " COUNT-STRING
               DELIMITED BY SIZE INTO FX-REPORT-INFO
           END-STRING
           WRITE FX-REPORT-RECORD
           MOVE DAY-SPREAD-TOTAL TO AMOUNT-STRING
           MOVE SPACES TO FX-REPORT-INFO
           STRING "Spread earned today (DKK):   " AMOUNT-STRING
               DELIMITED BY SIZE INTO FX-REPORT-INFO
           END-STRING
           WRITE FX-REPORT-RECORD
           MOVE RUN-SPREAD-TOTAL TO AMOUNT-STRING
           MOVE SPACES TO FX-REPORT-INFO
           STRING "Journalled this run (DKK):   " AMOUNT-STRING
               DELIMITED BY SIZE INTO FX-REPORT-INFO
           END-STRING
           WRITE FX-REPORT-RECORD
           CLOSE FX-REPORT-FILE.

       WRITE-CURRENCY-ROW.
           MOVE FXC-DEAL-COUNT (FCX) TO COUNT-STRING
           MOVE SPACES TO FX-REPORT-INFO
           MOVE FXC-BANK-BOUGHT (FCX) TO AMOUNT-EDIT
           MOVE FXC-DAY-SPREAD (FCX) TO AMOUNT-STRING
           STRING "  " FXC-CURRENCY (FCX) " " COUNT-STRING " "
               AMOUNT-EDIT
               DELIMITED BY SIZE
               INTO FX-REPORT-INFO
           END-STRING
           MOVE FXC-BANK-SOLD (FCX) TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO FX-REPORT-INFO (35:20)
           MOVE AMOUNT-STRING TO FX-REPORT-INFO (57:22)
           WRITE FX-REPORT-RECORD.
