       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE74.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-FILE ASSIGN TO "AccountClosures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN TO "TransactionArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-ARCHIVE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "Transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT OPENING-BALANCE-FILE ASSIGN TO "OpeningBalances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPENING-BALANCE-STATUS.
           SELECT PERIOD-CLOSE-DATE-FILE
               ASSIGN TO "PeriodCloseDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-CLOSE-DATE-STATUS.
           SELECT INTEREST-PERIOD-FILE ASSIGN TO "InterestPeriod.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEREST-PERIOD-STATUS.
           SELECT INTEREST-RATE-FILE ASSIGN TO "InterestRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEREST-RATE-STATUS.
           SELECT PRODUCT-CATALOGUE-FILE
               ASSIGN TO "ProductCatalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-CATALOGUE-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CurrencyRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENCY-RATE-STATUS.
           SELECT FEE-MTD-FILE ASSIGN TO "FeeMonthToDate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-MTD-STATUS.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT BANK-FILE ASSIGN TO "Banks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "StandingOrders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-ORDER-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "BSMandates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANDATE-FILE-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "HoldRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REGISTER-STATUS.
           SELECT CLOSURE-PAYOUT-FILE ASSIGN TO "ClosurePayouts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-PAYOUT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AccountStatusAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT CLOSING-STATEMENT-FILE
               ASSIGN TO "ClosingStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSING-STATEMENT-STATUS.
           SELECT LETTER-FILE ASSIGN TO "ClosureLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AccountClosureReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SRT.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSURE-FILE.
       01 CLOSURE-RECORD.
           02 CLS-ACCOUNT-ID PIC X(15).
           02 CLS-CLOSING-DATE PIC X(10).
           02 CLS-PAYOUT-REG PIC X(04).
           02 CLS-PAYOUT-ACCOUNT PIC X(15).
           02 CLS-OPERATOR PIC X(03).
           02 CLS-REASON PIC X(30).

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD TRANSACTION-ARCHIVE-FILE.
       01 TRANSACTION-ARCHIVE-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD OPENING-BALANCE-FILE.
       01 OPENING-BALANCE-RECORD.
           COPY "OPENINGBALANCE.cpy".

       FD PERIOD-CLOSE-DATE-FILE.
       01 PERIOD-CLOSE-DATE-RECORD.
           02 PERIOD-CLOSE-DATE-LINE PIC X(10).

       FD INTEREST-PERIOD-FILE.
       01 INTEREST-PERIOD-RECORD.
           02 INTEREST-PERIOD-LINE PIC X(10).

       FD INTEREST-RATE-FILE.
       01 INTEREST-RATE-RECORD.
           COPY "INTERESTRATES.cpy".

       FD PRODUCT-CATALOGUE-FILE.
       01 PRODUCT-CATALOGUE-RECORD.
           COPY "PRODUCTCATALOGUE.cpy".

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
           COPY "CURRENCYRATES.cpy".

       FD FEE-MTD-FILE.
       01 FEE-MTD-RECORD.
           02 MTD-ACCOUNT-ID PIC X(15).
           02 MTD-FEE-TYPE PIC X(20).
           02 MTD-MONTH PIC X(07).
           02 MTD-ACCUMULATED PIC 9(07)V99.

       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD BANK-FILE.
       01 BANK-RECORD.
           COPY "BANKINFO.cpy".

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-RECORD.
           COPY "STANDINGORDER.cpy".

       FD MANDATE-FILE.
       01 MANDATE-RECORD.
           COPY "BSMANDATE.cpy".

       FD HOLD-REGISTER-FILE.
       01 HOLD-REGISTER-RECORD.
           COPY "ACCOUNTHOLD.cpy".

       FD CLOSURE-PAYOUT-FILE.
       01 CLOSURE-PAYOUT-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           02 AUDIT-INFO PIC X(150).

       FD CLOSING-STATEMENT-FILE.
       01 CLOSING-STATEMENT-RECORD.
           02 STATEMENT-LINE PIC X(100).

       FD LETTER-FILE.
       01 LETTER-RECORD.
           02 LETTER-LINE PIC X(100).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           02 REPORT-LINE PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       SD SORT-FILE.
       01 SORT-RECORD.
           COPY "TRANSACTIONS.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CLOSURE-FILE PIC X VALUE "N".
       01 END-OF-ARCHIVE-FILE PIC X VALUE "N".
       01 END-OF-TRANSACTION-FILE PIC X VALUE "N".
       01 END-OF-SORT-FILE PIC X VALUE "N".
       01 END-OF-OPENING-BALANCE-FILE PIC X VALUE "N".
       01 END-OF-INTEREST-RATE-FILE PIC X VALUE "N".
       01 END-OF-PRODUCT-CATALOGUE-FILE PIC X VALUE "N".
       01 END-OF-CURRENCY-RATE-FILE PIC X VALUE "N".
       01 END-OF-FEE-MTD-FILE PIC X VALUE "N".
       01 END-OF-BANK-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-ORDER-FILE PIC X VALUE "N".
       01 END-OF-MANDATE-FILE PIC X VALUE "N".
       01 END-OF-HOLD-FILE PIC X VALUE "N".
       01 CLOSURE-FILE-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 TRANSACTION-ARCHIVE-STATUS PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 OPENING-BALANCE-STATUS PIC XX.
       01 PERIOD-CLOSE-DATE-STATUS PIC XX.
       01 INTEREST-PERIOD-STATUS PIC XX.
       01 INTEREST-RATE-STATUS PIC XX.
       01 PRODUCT-CATALOGUE-STATUS PIC XX.
       01 CURRENCY-RATE-STATUS PIC XX.
       01 FEE-MTD-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 BANK-FILE-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 STANDING-ORDER-STATUS PIC XX.
       01 MANDATE-FILE-STATUS PIC XX.
       01 HOLD-REGISTER-STATUS PIC XX.
       01 CLOSURE-PAYOUT-STATUS PIC XX.
       01 AUDIT-FILE-STATUS PIC XX.
       01 CLOSING-STATEMENT-STATUS PIC XX.
       01 LETTER-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave74".
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 AUDIT-STAMP PIC X(19) VALUE SPACES.
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 OWN-BANK-NAME PIC X(30) VALUE SPACES.
       01 PERIOD-CLOSE-DATE PIC X(10) VALUE SPACES.
       01 PERIOD-FROM-DATE PIC X(10) VALUE SPACES.
       01 PERIOD-FROM-INTEGER PIC S9(9) VALUE 0.
       01 CLOSURE-COUNT PIC 9(3) VALUE 0.
       01 CLOSURE-MAX PIC 9(3) VALUE 200.
       01 CLOSURE-ARRAY
           OCCURS 1 TO 200 TIMES
           DEPENDING ON CLOSURE-COUNT.
           02 CLT-ACCOUNT-ID PIC X(15).
           02 CLT-CLOSING-DATE PIC X(10).
           02 CLT-PAYOUT-REG PIC X(04).
           02 CLT-PAYOUT-ACCOUNT PIC X(15).
           02 CLT-OPERATOR PIC X(03).
           02 CLT-REASON PIC X(30).
           02 CLT-VALID PIC X(01).
           02 CLT-REJECT-TEXT PIC X(40).
           02 CLT-CUSTOMER-ID PIC X(10).
           02 CLT-ACCOUNT-TYPE PIC X(10).
           02 CLT-CURRENCY PIC X(03).
           02 CLT-OLD-STATUS PIC X(01).
           02 CLT-CLOSING-INTEGER PIC S9(9).
           02 CLT-SEEN PIC X(01).
           02 CLT-CPR PIC X(11).
           02 CLT-HOLDER-NAME PIC X(30).
           02 CLT-HOLDER-ADDRESS PIC X(40).
           02 CLT-LETTER-NAME PIC X(31).
           02 CLT-LETTER-STREET PIC X(40).
           02 CLT-LETTER-CITY PIC X(30).
           02 CLT-OPENING-BALANCE PIC S9(15)V99.
           02 CLT-BALANCE PIC S9(15)V99.
           02 CLT-INTEREST PIC S9(13)V99.
           02 CLT-FEES-DUE PIC S9(13)V99.
           02 CLT-FEES-POSTED PIC S9(13)V99.
           02 CLT-FEE-DKK PIC S9(13)V99.
           02 CLT-FEE PIC S9(13)V99.
           02 CLT-PAYOUT PIC S9(15)V99.
           02 CLT-PAYOUT-ROUTE PIC X(01).
           02 CLT-HELD PIC X(01).
           02 CLT-ORDERS-CANCELLED PIC 9(3).
           02 CLT-MANDATES-CANCELLED PIC 9(3).
       01 CX PIC 9(3) VALUE 0.
       01 CLOSURE-SLOT PIC 9(3) VALUE 0.
       01 SX PIC 9(3) VALUE 0.
       01 DUPLICATE-INDEX PIC 9(3) VALUE 0.
       01 ACCOUNT-TO-FIND PIC X(15) VALUE SPACES.
       01 INTEREST-RATE-COUNT PIC 9(2) VALUE 0.
       01 INTEREST-RATE-ARRAY
           OCCURS 1 TO 50 TIMES
           DEPENDING ON INTEREST-RATE-COUNT.
           COPY "INTERESTRATES.cpy".
       01 INTEREST-RATE-INDEX PIC 9(2) VALUE 0.
       01 PRODUCT-RATE-COUNT PIC 9(3) VALUE 0.
       01 PRODUCT-RATE-ARRAY
           OCCURS 1 TO 500 TIMES
           DEPENDING ON PRODUCT-RATE-COUNT.
           02 PRA-ACCOUNT-TYPE PIC X(10).
           02 PRA-RATE-SIDE PIC X(01).
           02 PRA-TIER-FLOOR PIC 9(15)V99.
           02 PRA-ANNUAL-RATE PIC 9(03)V9999.
       01 PRODUCT-RATE-INDEX PIC 9(3) VALUE 0.
       01 PRODUCT-TIERS-HELD PIC X VALUE "N".
       01 CURRENCY-RATE-COUNT PIC 9(4) VALUE 0.
       01 CURRENCY-RATE-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON CURRENCY-RATE-COUNT.
           COPY "CURRENCYRATES.cpy".
       01 CURRENCY-RATE-INDEX PIC 9(4) VALUE 0.
       01 CURRENT-RATE PIC 9(03)V9999 VALUE 1.0000.
       01 BEST-RATE-DATE PIC X(10) VALUE SPACES.
       01 RATE-FOUND PIC X VALUE "N".
       01 NATIVE-NUMBER PIC S9(15)V99 VALUE ZEROS.
       01 NATIVE-RATE PIC 9(03)V9999 VALUE 1.0000.
       01 NATIVE-RATE-FOUND PIC X VALUE "N".
       01 NATIVE-BEST-DATE PIC X(10) VALUE SPACES.
       01 RATE-AS-OF-DATE PIC X(10) VALUE SPACES.
       01 DKK-NUMBER PIC S9(15)V99 VALUE ZEROS.
       01 CURRENCY-NUMBER PIC S9(15)V99 VALUE ZEROS.
       01 ACCOUNT-CURRENCY-HELD PIC X(03) VALUE "DKK".
       01 ACCOUNT-TYPE-HELD PIC X(10) VALUE SPACES.
       01 BANK-COUNT PIC 9(3) VALUE 0.
       01 BANK-ARRAY OCCURS 100 TIMES.
           COPY "BANKINFO.cpy".
       01 BX PIC 9(3) VALUE 0.
       01 BANK-SLOT PIC 9(3) VALUE 0.
       01 MOVEMENT-HELD.
           COPY "TRANSACTIONS.cpy".
       01 CURRENT-ACCOUNT-ID PIC X(15) VALUE SPACES.
       01 ACCOUNT-IN-PROGRESS PIC X VALUE "N".
       01 RUNNING-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 ACCRUED-INTEREST PIC S9(15)V9999 VALUE ZEROS.
       01 LAST-ACCRUAL-INTEGER PIC S9(9) VALUE 0.
       01 TRANSACTION-DATE-INTEGER PIC S9(9) VALUE 0.
       01 ACCRUAL-DAYS PIC S9(9) VALUE 0.
       01 TIER-RATE PIC 9(03)V9999 VALUE 0.
       01 TIER-BALANCE PIC 9(15)V99 VALUE ZEROS.
       01 TIER-SIDE PIC X VALUE "C".
       01 BEST-TIER-FLOOR PIC 9(15)V99 VALUE ZEROS.
       01 TIER-FOUND PIC X VALUE "N".
       01 DATE-TO-CONVERT PIC X(10) VALUE SPACES.
       01 DATE-CONVERT-STRING PIC X(8) VALUE SPACES.
       01 DATE-CONVERT-NUMERIC PIC 9(8) VALUE 0.
       01 DATE-CONVERT-INTEGER PIC S9(9) VALUE 0.
       01 DATE-VALID PIC X VALUE "Y".
       01 ORDER-COUNT PIC 9(5) VALUE 0.
       01 ORDER-MAX PIC 9(5) VALUE 10000.
       01 ORDER-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON ORDER-COUNT.
           COPY "STANDINGORDER.cpy".
       01 ORX PIC 9(5) VALUE 0.
       01 MANDATE-COUNT PIC 9(5) VALUE 0.
       01 MANDATE-MAX PIC 9(5) VALUE 10000.
       01 MANDATE-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON MANDATE-COUNT.
           COPY "BSMANDATE.cpy".
       01 MDX PIC 9(5) VALUE 0.
       01 CANCELLED-COUNT PIC 9(4) VALUE 0.
       01 CANCELLED-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON CANCELLED-COUNT.
           02 CNL-ACCOUNT-ID PIC X(15).
           02 CNL-KIND PIC X(02).
           02 CNL-TEXT PIC X(60).
       01 KX PIC 9(4) VALUE 0.
       01 CANCEL-KIND-WANTED PIC X(02) VALUE SPACES.
       01 LISTED-COUNT PIC 9(4) VALUE 0.
       01 FILE-CHANGED PIC X VALUE "N".
       01 CLOSED-COUNT PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 ORDERS-CANCELLED-COUNT PIC 9(5) VALUE 0.
       01 MANDATES-CANCELLED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
       01 POSTING-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 POSTING-AMOUNT-TEXT PIC -(12)9.99.
       01 MOVEMENT-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-EDIT-3 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 OUTCOME-TEXT PIC X(08) VALUE SPACES.
       01 ROUTE-TEXT PIC X(08) VALUE SPACES.
       01 STORE-TEXT PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           STRING RUN-DATE " " RUN-TIMESTAMP (9:2) ":"
               RUN-TIMESTAMP (11:2) ":" RUN-TIMESTAMP (13:2)
               DELIMITED BY SIZE
               INTO AUDIT-STAMP
           END-STRING

           PERFORM LOAD-CLOSURES
           IF CLOSURE-COUNT = 0
               DISPLAY "No account closures to process"
               STOP RUN
           END-IF
           PERFORM LOAD-OWN-REG
           PERFORM LOAD-BANKS
           PERFORM LOAD-PERIOD-CLOSE-DATE
           PERFORM LOAD-INTEREST-PERIOD
           PERFORM LOAD-INTEREST-RATES
           PERFORM LOAD-PRODUCT-CATALOGUE
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-ACCOUNT-HOLDS

           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), no accounts closed" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLOSURE-COUNT
               PERFORM VALIDATE-CLOSURE
           END-PERFORM

           PERFORM LOAD-OPENING-BALANCES
           PERFORM LOAD-CUSTOMER-DETAILS
           SORT SORT-FILE
               ON ASCENDING KEY ACCOUNT-ID OF SORT-RECORD
               ON ASCENDING KEY TRANSACTION-DATE OF SORT-RECORD
               INPUT PROCEDURE IS READ-CLOSURE-MOVEMENTS
               OUTPUT PROCEDURE IS ACCRUE-SORTED-MOVEMENTS
           PERFORM ACCRUE-IDLE-CLOSURES
           PERFORM LOAD-OUTSTANDING-FEES
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLOSURE-COUNT
               IF CLT-VALID (CX) = "Y"
                   PERFORM SETTLE-CLOSURE
               END-IF
           END-PERFORM

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLOSURE-COUNT
               IF CLT-VALID (CX) = "Y"
                   PERFORM CLOSE-MASTER-ACCOUNT
               END-IF
               IF CLT-VALID (CX) = "Y"
                   PERFORM WRITE-CLOSE-AUDIT
               ELSE
                   PERFORM WRITE-REJECT-AUDIT
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE
           CLOSE ACCOUNT-MASTER-FILE

           PERFORM CANCEL-STANDING-ORDERS
           PERFORM CANCEL-MANDATES

           OPEN OUTPUT CLOSING-STATEMENT-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLOSURE-COUNT
               IF CLT-VALID (CX) = "Y"
                   ADD 1 TO CLOSED-COUNT
                   PERFORM WRITE-CLOSING-STATEMENT
                   PERFORM WRITE-CONFIRMATION-LETTER
               ELSE
                   ADD 1 TO REJECTED-COUNT
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE
           CLOSE LETTER-FILE
           CLOSE CLOSING-STATEMENT-FILE

           PERFORM WRITE-SETTLEMENT-POSTINGS

           MOVE CLOSED-COUNT TO COUNT-STRING
           DISPLAY "Accounts closed and settled: " COUNT-STRING
           MOVE REJECTED-COUNT TO COUNT-STRING
           DISPLAY "Closure instructions rejected: " COUNT-STRING
           MOVE ORDERS-CANCELLED-COUNT TO COUNT-STRING
           DISPLAY "Standing orders cancelled: " COUNT-STRING
           MOVE MANDATES-CANCELLED-COUNT TO COUNT-STRING
           DISPLAY "Betalingsservice mandates cancelled: "
               COUNT-STRING
           IF REJECTED-COUNT > 0
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

       LOAD-CLOSURES.
           OPEN INPUT CLOSURE-FILE
           IF CLOSURE-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CLOSURE-FILE
           END-IF
           PERFORM UNTIL END-OF-CLOSURE-FILE = "Y"
               READ CLOSURE-FILE
                   AT END
                       MOVE "Y" TO END-OF-CLOSURE-FILE
                       CLOSE CLOSURE-FILE
                   NOT AT END
                       IF CLOSURE-RECORD NOT = SPACES
                           PERFORM ADD-CLOSURE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CLOSURE.
           IF CLOSURE-COUNT >= CLOSURE-MAX
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": more than 200 closure instructions, account "
                   CLS-ACCOUNT-ID " left for the next run"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CLOSURE-COUNT
           MOVE CLOSURE-COUNT TO CX
           INITIALIZE CLOSURE-ARRAY (CX)
           MOVE CLS-ACCOUNT-ID TO CLT-ACCOUNT-ID (CX)
           MOVE CLS-CLOSING-DATE TO CLT-CLOSING-DATE (CX)
           MOVE CLS-PAYOUT-REG TO CLT-PAYOUT-REG (CX)
           MOVE CLS-PAYOUT-ACCOUNT TO CLT-PAYOUT-ACCOUNT (CX)
           MOVE CLS-OPERATOR TO CLT-OPERATOR (CX)
           MOVE CLS-REASON TO CLT-REASON (CX)
           MOVE "Y" TO CLT-VALID (CX)
           MOVE "N" TO CLT-SEEN (CX)
           MOVE "N" TO CLT-PAYOUT-ROUTE (CX)
           MOVE "N" TO CLT-HELD (CX).

       LOAD-OWN-REG.
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
                   " no accounts closed"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-BANKS.
           OPEN INPUT BANK-FILE
           IF BANK-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-BANK-FILE
           END-IF
           PERFORM UNTIL END-OF-BANK-FILE = "Y"
               READ BANK-FILE INTO BANK-RECORD
                   AT END
                       MOVE "Y" TO END-OF-BANK-FILE
                       CLOSE BANK-FILE
                   NOT AT END
                       IF BANK-COUNT < 100
                           ADD 1 TO BANK-COUNT
                           MOVE BANK-RECORD TO BANK-ARRAY (BANK-COUNT)
                           IF REG-NUMBER OF BANK-ARRAY (BANK-COUNT)
                               = OWN-REG-NUMBER
                               MOVE BANK-NAME
                                   OF BANK-ARRAY (BANK-COUNT)
                                   TO OWN-BANK-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-PERIOD-CLOSE-DATE.
           OPEN INPUT PERIOD-CLOSE-DATE-FILE
           IF PERIOD-CLOSE-DATE-STATUS = "00"
               READ PERIOD-CLOSE-DATE-FILE
                   INTO PERIOD-CLOSE-DATE-RECORD
                   NOT AT END
                       MOVE PERIOD-CLOSE-DATE-LINE
                           TO PERIOD-CLOSE-DATE
               END-READ
               CLOSE PERIOD-CLOSE-DATE-FILE
           END-IF.

       LOAD-INTEREST-PERIOD.
           OPEN INPUT INTEREST-PERIOD-FILE
           IF INTEREST-PERIOD-STATUS = "00"
               READ INTEREST-PERIOD-FILE INTO INTEREST-PERIOD-RECORD
                   NOT AT END
                       MOVE INTEREST-PERIOD-LINE TO PERIOD-FROM-DATE
               END-READ
               CLOSE INTEREST-PERIOD-FILE
           END-IF
           IF PERIOD-FROM-DATE = SPACES
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": InterestPeriod.txt must hold the from-date of"
                   " the open interest period, no accounts closed"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PERIOD-FROM-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO PERIOD-FROM-INTEGER.

       LOAD-INTEREST-RATES.
           OPEN INPUT INTEREST-RATE-FILE
           IF INTEREST-RATE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open InterestRates.txt"
                   " (status " DELIMITED BY SIZE
                   INTEREST-RATE-STATUS DELIMITED BY SIZE
                   "), only product rates applied" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE "Y" TO END-OF-INTEREST-RATE-FILE
           END-IF
           PERFORM UNTIL END-OF-INTEREST-RATE-FILE = "Y"
               READ INTEREST-RATE-FILE INTO INTEREST-RATE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-INTEREST-RATE-FILE
                       CLOSE INTEREST-RATE-FILE
                   NOT AT END
                       IF INTEREST-RATE-COUNT < 50
                           ADD 1 TO INTEREST-RATE-COUNT
                           MOVE INTEREST-RATE-RECORD
                               TO INTEREST-RATE-ARRAY
                                   (INTEREST-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-PRODUCT-CATALOGUE.
           OPEN INPUT PRODUCT-CATALOGUE-FILE
           IF PRODUCT-CATALOGUE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PRODUCT-CATALOGUE-FILE
           END-IF
           PERFORM UNTIL END-OF-PRODUCT-CATALOGUE-FILE = "Y"
               READ PRODUCT-CATALOGUE-FILE
                   INTO PRODUCT-CATALOGUE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-PRODUCT-CATALOGUE-FILE
                       CLOSE PRODUCT-CATALOGUE-FILE
                   NOT AT END
                       IF PC-ENTRY-KIND = "R"
                           AND PRODUCT-RATE-COUNT < 500
                           ADD 1 TO PRODUCT-RATE-COUNT
                           MOVE PC-ACCOUNT-TYPE TO PRA-ACCOUNT-TYPE
                               (PRODUCT-RATE-COUNT)
                           MOVE PC-RATE-SIDE TO PRA-RATE-SIDE
                               (PRODUCT-RATE-COUNT)
                           MOVE PC-TIER-FLOOR TO PRA-TIER-FLOOR
                               (PRODUCT-RATE-COUNT)
                           MOVE PC-ANNUAL-RATE TO PRA-ANNUAL-RATE
                               (PRODUCT-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

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

       VALIDATE-CLOSURE.
           IF CLT-ACCOUNT-ID (CX) = SPACES
               MOVE "account number missing" TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DUPLICATE-INDEX FROM 1 BY 1
               UNTIL DUPLICATE-INDEX >= CX
               IF CLT-ACCOUNT-ID (DUPLICATE-INDEX) =
                   CLT-ACCOUNT-ID (CX)
                   MOVE "duplicate closure instruction"
                       TO CLT-REJECT-TEXT (CX)
                   MOVE "N" TO CLT-VALID (CX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CLT-CLOSING-DATE (CX) = SPACES
               MOVE RUN-DATE TO CLT-CLOSING-DATE (CX)
           END-IF
           MOVE CLT-CLOSING-DATE (CX) TO DATE-TO-CONVERT
           PERFORM CHECK-DATE-FORMAT
           IF DATE-VALID NOT = "Y"
               MOVE "closing date is not a valid date"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           IF CLT-CLOSING-DATE (CX) > RUN-DATE
               MOVE "closing date is in the future"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           IF CLT-CLOSING-DATE (CX) <= PERIOD-CLOSE-DATE
               MOVE "closing date falls in a closed period"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO CLT-CLOSING-INTEGER (CX)
           MOVE CLT-ACCOUNT-ID (CX)
               TO ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
           READ ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "account not in the account master"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
               TO CLT-OLD-STATUS (CX)
           IF CLT-OLD-STATUS (CX) = SPACE
               MOVE "O" TO CLT-OLD-STATUS (CX)
           END-IF
           MOVE CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
               TO CLT-CUSTOMER-ID (CX)
           MOVE ACCOUNT-TYPE OF ACCOUNT-MASTER-RECORD
               TO CLT-ACCOUNT-TYPE (CX)
           MOVE CURRENCY-CODE OF ACCOUNT-MASTER-RECORD
               TO CLT-CURRENCY (CX)
           IF CLT-CURRENCY (CX) = SPACES
               MOVE "DKK" TO CLT-CURRENCY (CX)
           END-IF
           IF CLT-OLD-STATUS (CX) = "C"
               MOVE "account is already closed"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           IF CLT-OLD-STATUS (CX) = "B"
               MOVE "account is blocked, release it first"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           IF CLT-HELD (CX) = "Y"
               MOVE "active hold on account" TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           IF CLT-PAYOUT-ACCOUNT (CX) NOT = SPACES
               PERFORM VALIDATE-PAYOUT-ACCOUNT
           END-IF.

       VALIDATE-PAYOUT-ACCOUNT.
           IF CLT-PAYOUT-REG (CX) = SPACES
               MOVE OWN-REG-NUMBER TO CLT-PAYOUT-REG (CX)
           END-IF
           IF CLT-PAYOUT-REG (CX) NOT = OWN-REG-NUMBER
               MOVE 0 TO BANK-SLOT
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BANK-COUNT
                   IF REG-NUMBER OF BANK-ARRAY (BX) =
                       CLT-PAYOUT-REG (CX)
                       MOVE BX TO BANK-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF BANK-SLOT = 0
                   MOVE "payout reg number is not a known bank"
                       TO CLT-REJECT-TEXT (CX)
                   MOVE "N" TO CLT-VALID (CX)
               ELSE
                   MOVE "E" TO CLT-PAYOUT-ROUTE (CX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CLT-PAYOUT-ACCOUNT (CX) = CLT-ACCOUNT-ID (CX)
               MOVE "payout account is the account being closed"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           MOVE CLT-PAYOUT-ACCOUNT (CX)
               TO ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
           READ ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "payout account not in the account master"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD NOT = "O"
               MOVE "payout account is not open"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           MOVE "I" TO CLT-PAYOUT-ROUTE (CX).

       CHECK-DATE-FORMAT.
           MOVE "Y" TO DATE-VALID
           IF DATE-TO-CONVERT (1:4) NOT NUMERIC
               OR DATE-TO-CONVERT (5:1) NOT = "-"
               OR DATE-TO-CONVERT (6:2) NOT NUMERIC
               OR DATE-TO-CONVERT (8:1) NOT = "-"
               OR DATE-TO-CONVERT (9:2) NOT NUMERIC
               MOVE "N" TO DATE-VALID
               EXIT PARAGRAPH
           END-IF
           IF DATE-TO-CONVERT (6:2) < "01"
               OR DATE-TO-CONVERT (6:2) > "12"
               OR DATE-TO-CONVERT (9:2) < "01"
               OR DATE-TO-CONVERT (9:2) > "31"
               MOVE "N" TO DATE-VALID
           END-IF.

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
                       IF HLD-STATUS = "A"
                           AND HLD-VALID-FROM <= RUN-DATE
                           AND (HLD-VALID-TO = SPACES
                               OR HLD-VALID-TO >= RUN-DATE)
                           PERFORM VARYING SX FROM 1 BY 1
                               UNTIL SX > CLOSURE-COUNT
                               IF CLT-ACCOUNT-ID (SX) = HLD-ACCOUNT-ID
                                   MOVE "Y" TO CLT-HELD (SX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-REGISTER-FILE.

       FIND-CLOSURE-SLOT.
           MOVE 0 TO CLOSURE-SLOT
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > CLOSURE-COUNT
               IF CLT-ACCOUNT-ID (SX) = ACCOUNT-TO-FIND
                   AND CLT-VALID (SX) = "Y"
                   MOVE SX TO CLOSURE-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-OPENING-BALANCES.
           OPEN INPUT OPENING-BALANCE-FILE
           IF OPENING-BALANCE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-OPENING-BALANCE-FILE
           END-IF
           PERFORM UNTIL END-OF-OPENING-BALANCE-FILE = "Y"
               READ OPENING-BALANCE-FILE INTO OPENING-BALANCE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-OPENING-BALANCE-FILE
                       CLOSE OPENING-BALANCE-FILE
                   NOT AT END
                       MOVE ACCOUNT-ID OF OPENING-BALANCE-RECORD
                           TO ACCOUNT-TO-FIND
                       PERFORM FIND-CLOSURE-SLOT
                       IF CLOSURE-SLOT > 0
                           MOVE OPENING-BALANCE
                               OF OPENING-BALANCE-RECORD
                               TO CLT-OPENING-BALANCE (CLOSURE-SLOT)
                       END-IF
               END-READ
           END-PERFORM.

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
                       PERFORM VARYING CX FROM 1 BY 1
                           UNTIL CX > CLOSURE-COUNT
                           IF CLT-VALID (CX) = "Y"
                               AND CLT-CUSTOMER-ID (CX) =
                                   CUSTOMER-ID OF CUSTOMER-RECORD
                               PERFORM NOTE-CUSTOMER-ADDRESS
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       NOTE-CUSTOMER-ADDRESS.
           MOVE SPACES TO CLT-LETTER-NAME (CX)
           STRING FUNCTION TRIM(FIRSTNAME TRAILING) " "
               FUNCTION TRIM(LASTNAME TRAILING)
               DELIMITED BY SIZE
               INTO CLT-LETTER-NAME (CX)
           END-STRING
           MOVE SPACES TO CLT-LETTER-STREET (CX)
           STRING FUNCTION TRIM(STREET TRAILING) " "
               FUNCTION TRIM(HOUSE-NUMBER TRAILING) " "
               FUNCTION TRIM(FLOOR TRAILING) " "
               FUNCTION TRIM(DOOR TRAILING)
               DELIMITED BY SIZE
               INTO CLT-LETTER-STREET (CX)
           END-STRING
           MOVE SPACES TO CLT-LETTER-CITY (CX)
           STRING ZIPCODE " " FUNCTION TRIM(CITY TRAILING)
               DELIMITED BY SIZE
               INTO CLT-LETTER-CITY (CX)
           END-STRING.

       READ-CLOSURE-MOVEMENTS.
           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF TRANSACTION-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ARCHIVE-FILE
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE-FILE = "Y"
               READ TRANSACTION-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARCHIVE-FILE
                       CLOSE TRANSACTION-ARCHIVE-FILE
                   NOT AT END
                       MOVE TRANSACTION-ARCHIVE-RECORD
                           TO MOVEMENT-HELD
                       PERFORM NOTE-CLOSURE-MOVEMENT
               END-READ
           END-PERFORM
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
                           MOVE TRANSACTION-RECORD TO MOVEMENT-HELD
                           PERFORM NOTE-CLOSURE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-CLOSURE-MOVEMENT.
           MOVE ACCOUNT-ID OF MOVEMENT-HELD TO ACCOUNT-TO-FIND
           PERFORM FIND-CLOSURE-SLOT
           IF CLOSURE-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CPR OF MOVEMENT-HELD NOT = SPACES
               MOVE CPR OF MOVEMENT-HELD TO CLT-CPR (CLOSURE-SLOT)
               MOVE CUSTOMER-NAME OF MOVEMENT-HELD
                   TO CLT-HOLDER-NAME (CLOSURE-SLOT)
               MOVE CUSTOMER-ADDRESS OF MOVEMENT-HELD
                   TO CLT-HOLDER-ADDRESS (CLOSURE-SLOT)
           END-IF
           IF TRANSACTION-DATE OF MOVEMENT-HELD (1:10)
               > PERIOD-CLOSE-DATE
               MOVE MOVEMENT-HELD TO SORT-RECORD
               RELEASE SORT-RECORD
           END-IF.

       ACCRUE-SORTED-MOVEMENTS.
           MOVE "N" TO END-OF-SORT-FILE
           PERFORM UNTIL END-OF-SORT-FILE = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-SORT-FILE
                       IF ACCOUNT-IN-PROGRESS = "Y"
                           PERFORM FINISH-ACCOUNT
                       END-IF
                   NOT AT END
                       IF CURRENT-ACCOUNT-ID NOT =
                           ACCOUNT-ID OF SORT-RECORD
                           IF ACCOUNT-IN-PROGRESS = "Y"
                               PERFORM FINISH-ACCOUNT
                           END-IF
                           PERFORM SETUP-NEW-ACCOUNT
                       END-IF
                       PERFORM APPLY-TRANSACTION
               END-RETURN
           END-PERFORM.

       SETUP-NEW-ACCOUNT.
           MOVE ACCOUNT-ID OF SORT-RECORD TO CURRENT-ACCOUNT-ID
           MOVE CURRENT-ACCOUNT-ID TO ACCOUNT-TO-FIND
           PERFORM FIND-CLOSURE-SLOT
           MOVE "Y" TO ACCOUNT-IN-PROGRESS
           PERFORM START-ACCRUAL.

       START-ACCRUAL.
           MOVE CLT-CURRENCY (CLOSURE-SLOT) TO ACCOUNT-CURRENCY-HELD
           MOVE CLT-ACCOUNT-TYPE (CLOSURE-SLOT) TO ACCOUNT-TYPE-HELD
           MOVE "Y" TO CLT-SEEN (CLOSURE-SLOT)
           MOVE CLT-OPENING-BALANCE (CLOSURE-SLOT) TO RUNNING-BALANCE
           MOVE ZEROES TO ACCRUED-INTEREST
           MOVE PERIOD-FROM-INTEGER TO LAST-ACCRUAL-INTEGER.

       APPLY-TRANSACTION.
           PERFORM CONVERT-CURRENCY
           MOVE TRANSACTION-DATE OF SORT-RECORD (1:10)
               TO RATE-AS-OF-DATE
           PERFORM CONVERT-TO-ACCOUNT-CURRENCY
           IF TRANSACTION-TYPE OF SORT-RECORD = "FEE"
               AND TRANSACTION-DATE OF SORT-RECORD (1:7) =
                   CLT-CLOSING-DATE (CLOSURE-SLOT) (1:7)
               ADD DKK-NUMBER TO CLT-FEES-POSTED (CLOSURE-SLOT)
           END-IF
           MOVE TRANSACTION-DATE OF SORT-RECORD (1:10)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO TRANSACTION-DATE-INTEGER
           IF TRANSACTION-DATE-INTEGER < LAST-ACCRUAL-INTEGER
               ADD NATIVE-NUMBER TO RUNNING-BALANCE
           ELSE
               IF TRANSACTION-DATE-INTEGER <
                   CLT-CLOSING-INTEGER (CLOSURE-SLOT)
                   COMPUTE ACCRUAL-DAYS = TRANSACTION-DATE-INTEGER
                       - LAST-ACCRUAL-INTEGER
                   PERFORM ACCRUE-INTEREST
                   MOVE TRANSACTION-DATE-INTEGER
                       TO LAST-ACCRUAL-INTEGER
               END-IF
               ADD NATIVE-NUMBER TO RUNNING-BALANCE
               IF TRANSACTION-TYPE OF SORT-RECORD = "INTEREST"
                   MOVE ZEROES TO ACCRUED-INTEREST
                   COMPUTE LAST-ACCRUAL-INTEGER =
                       TRANSACTION-DATE-INTEGER + 1
               END-IF
           END-IF.

       FINISH-ACCOUNT.
           COMPUTE ACCRUAL-DAYS = CLT-CLOSING-INTEGER (CLOSURE-SLOT)
               - LAST-ACCRUAL-INTEGER
           PERFORM ACCRUE-INTEREST
           MOVE RUNNING-BALANCE TO CLT-BALANCE (CLOSURE-SLOT)
           COMPUTE CLT-INTEREST (CLOSURE-SLOT) ROUNDED =
               ACCRUED-INTEREST
           MOVE "N" TO ACCOUNT-IN-PROGRESS.

       ACCRUE-IDLE-CLOSURES.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLOSURE-COUNT
               IF CLT-VALID (CX) = "Y" AND CLT-SEEN (CX) NOT = "Y"
                   MOVE CX TO CLOSURE-SLOT
                   PERFORM START-ACCRUAL
                   PERFORM FINISH-ACCOUNT
               END-IF
           END-PERFORM.

       ACCRUE-INTEREST.
           IF ACCRUAL-DAYS > 0
               PERFORM FIND-TIER-RATE
               IF TIER-FOUND = "Y"
                   COMPUTE ACCRUED-INTEREST = ACCRUED-INTEREST +
                       RUNNING-BALANCE * TIER-RATE / 100 / 365
                       * ACCRUAL-DAYS
               END-IF
           END-IF.

       FIND-TIER-RATE.
           IF RUNNING-BALANCE < 0
               MOVE "D" TO TIER-SIDE
               COMPUTE TIER-BALANCE = 0 - RUNNING-BALANCE
           ELSE
               MOVE "C" TO TIER-SIDE
               MOVE RUNNING-BALANCE TO TIER-BALANCE
           END-IF
           MOVE "N" TO TIER-FOUND
           MOVE ZEROES TO BEST-TIER-FLOOR
           PERFORM FIND-PRODUCT-TIER-RATE
           IF PRODUCT-TIERS-HELD = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INTEREST-RATE-INDEX FROM 1 BY 1
               UNTIL INTEREST-RATE-INDEX > INTEREST-RATE-COUNT
               IF RATE-SIDE OF INTEREST-RATE-ARRAY
                   (INTEREST-RATE-INDEX) = TIER-SIDE
                   AND TIER-FLOOR OF INTEREST-RATE-ARRAY
                       (INTEREST-RATE-INDEX) <= TIER-BALANCE
                   AND (TIER-FOUND = "N"
                       OR TIER-FLOOR OF INTEREST-RATE-ARRAY
                           (INTEREST-RATE-INDEX) >= BEST-TIER-FLOOR)
                   MOVE TIER-FLOOR OF INTEREST-RATE-ARRAY
                       (INTEREST-RATE-INDEX) TO BEST-TIER-FLOOR
                   MOVE ANNUAL-RATE OF INTEREST-RATE-ARRAY
                       (INTEREST-RATE-INDEX) TO TIER-RATE
                   MOVE "Y" TO TIER-FOUND
               END-IF
           END-PERFORM.

       FIND-PRODUCT-TIER-RATE.
           MOVE "N" TO PRODUCT-TIERS-HELD
           IF ACCOUNT-TYPE-HELD = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PRODUCT-RATE-INDEX FROM 1 BY 1
               UNTIL PRODUCT-RATE-INDEX > PRODUCT-RATE-COUNT
               IF PRA-ACCOUNT-TYPE (PRODUCT-RATE-INDEX) =
                   ACCOUNT-TYPE-HELD
                   AND PRA-RATE-SIDE (PRODUCT-RATE-INDEX) = TIER-SIDE
                   MOVE "Y" TO PRODUCT-TIERS-HELD
                   IF PRA-TIER-FLOOR (PRODUCT-RATE-INDEX)
                       <= TIER-BALANCE
                       AND (TIER-FOUND = "N"
                           OR PRA-TIER-FLOOR (PRODUCT-RATE-INDEX)
                               >= BEST-TIER-FLOOR)
                       MOVE PRA-TIER-FLOOR (PRODUCT-RATE-INDEX)
                           TO BEST-TIER-FLOOR
                       MOVE PRA-ANNUAL-RATE (PRODUCT-RATE-INDEX)
                           TO TIER-RATE
                       MOVE "Y" TO TIER-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-OUTSTANDING-FEES.
           OPEN INPUT FEE-MTD-FILE
           IF FEE-MTD-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FEE-MTD-FILE
           END-IF
           PERFORM UNTIL END-OF-FEE-MTD-FILE = "Y"
               READ FEE-MTD-FILE
                   AT END
                       MOVE "Y" TO END-OF-FEE-MTD-FILE
                       CLOSE FEE-MTD-FILE
                   NOT AT END
                       MOVE MTD-ACCOUNT-ID TO ACCOUNT-TO-FIND
                       PERFORM FIND-CLOSURE-SLOT
                       IF CLOSURE-SLOT > 0
                           AND MTD-MONTH =
                               CLT-CLOSING-DATE (CLOSURE-SLOT) (1:7)
                           ADD MTD-ACCUMULATED
                               TO CLT-FEES-DUE (CLOSURE-SLOT)
                       END-IF
               END-READ
           END-PERFORM.

       SETTLE-CLOSURE.
           COMPUTE CLT-FEE-DKK (CX) =
               CLT-FEES-DUE (CX) + CLT-FEES-POSTED (CX)
           IF CLT-FEE-DKK (CX) < 0
               MOVE ZEROES TO CLT-FEE-DKK (CX)
           END-IF
           MOVE CLT-FEE-DKK (CX) TO CLT-FEE (CX)
           IF CLT-FEE-DKK (CX) > 0 AND CLT-CURRENCY (CX) NOT = "DKK"
               MOVE CLT-CURRENCY (CX) TO ACCOUNT-CURRENCY-HELD
               MOVE CLT-CLOSING-DATE (CX) TO RATE-AS-OF-DATE
               PERFORM FIND-ACCOUNT-CURRENCY-RATE
               IF NATIVE-RATE-FOUND = "Y" AND NATIVE-RATE NOT = 0
                   COMPUTE CLT-FEE (CX) ROUNDED =
                       CLT-FEE-DKK (CX) / NATIVE-RATE
               END-IF
           END-IF
           COMPUTE CLT-PAYOUT (CX) = CLT-BALANCE (CX)
               + CLT-INTEREST (CX) - CLT-FEE (CX)
           IF CLT-PAYOUT (CX) < 0
               MOVE "balance overdrawn after settlement"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
               EXIT PARAGRAPH
           END-IF
           IF CLT-PAYOUT (CX) = 0
               MOVE "N" TO CLT-PAYOUT-ROUTE (CX)
               EXIT PARAGRAPH
           END-IF
           IF CLT-PAYOUT-ACCOUNT (CX) = SPACES
               MOVE "no nominated account for the balance"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
           END-IF.

       CLOSE-MASTER-ACCOUNT.
           MOVE CLT-ACCOUNT-ID (CX)
               TO ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
           READ ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS = "00"
               MOVE "C" TO ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
               MOVE CLT-CLOSING-DATE (CX)
                   TO STATUS-EFFECTIVE-DATE OF ACCOUNT-MASTER-RECORD
               MOVE ZEROES TO CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
               REWRITE ACCOUNT-MASTER-RECORD
           END-IF
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": account master update failed for "
                   CLT-ACCOUNT-ID (CX)
                   " (status " ACCOUNT-MASTER-STATUS
                   "), account not closed" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE "account master update failed"
                   TO CLT-REJECT-TEXT (CX)
               MOVE "N" TO CLT-VALID (CX)
           END-IF.

       WRITE-CLOSE-AUDIT.
           MOVE SPACES TO AUDIT-INFO
           STRING AUDIT-STAMP " " CLT-OPERATOR (CX) " "
               CLT-ACCOUNT-ID (CX) " " CLT-OLD-STATUS (CX) " -> C"
               " effective " CLT-CLOSING-DATE (CX) " "
               "closure settlement "
               FUNCTION TRIM(CLT-REASON (CX) TRAILING)
               INTO AUDIT-INFO
           END-STRING
           WRITE AUDIT-RECORD.

       WRITE-REJECT-AUDIT.
           MOVE SPACES TO AUDIT-INFO
           STRING AUDIT-STAMP " " CLT-OPERATOR (CX) " "
               CLT-ACCOUNT-ID (CX) " C"
               " REJECTED: "
               FUNCTION TRIM(CLT-REJECT-TEXT (CX) TRAILING)
               INTO AUDIT-INFO
           END-STRING
           WRITE AUDIT-RECORD.

       CANCEL-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           IF STANDING-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ORDER-FILE = "Y"
               READ STANDING-ORDER-FILE INTO STANDING-ORDER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-ORDER-FILE
                       CLOSE STANDING-ORDER-FILE
                   NOT AT END
                       IF ORDER-COUNT < ORDER-MAX
                           ADD 1 TO ORDER-COUNT
                           MOVE STANDING-ORDER-RECORD
                               TO ORDER-ARRAY (ORDER-COUNT)
                       ELSE
                           MOVE "Y" TO END-OF-ORDER-FILE
                           CLOSE STANDING-ORDER-FILE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": StandingOrders.txt exceeds the"
                               " order table, no orders cancelled"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           OPEN OUTPUT STANDING-ORDER-FILE
           PERFORM VARYING ORX FROM 1 BY 1 UNTIL ORX > ORDER-COUNT
               MOVE ACCOUNT-ID OF ORDER-ARRAY (ORX) TO ACCOUNT-TO-FIND
               PERFORM FIND-CLOSURE-SLOT
               IF CLOSURE-SLOT > 0
                   PERFORM NOTE-CANCELLED-ORDER
               ELSE
                   MOVE ORDER-ARRAY (ORX) TO STANDING-ORDER-RECORD
                   WRITE STANDING-ORDER-RECORD
               END-IF
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.

       NOTE-CANCELLED-ORDER.
           ADD 1 TO ORDERS-CANCELLED-COUNT
           ADD 1 TO CLT-ORDERS-CANCELLED (CLOSURE-SLOT)
           IF CANCELLED-COUNT < 2000
               ADD 1 TO CANCELLED-COUNT
               MOVE CLT-ACCOUNT-ID (CLOSURE-SLOT)
                   TO CNL-ACCOUNT-ID (CANCELLED-COUNT)
               MOVE "SO" TO CNL-KIND (CANCELLED-COUNT)
               MOVE SPACES TO CNL-TEXT (CANCELLED-COUNT)
               STRING STORE OF ORDER-ARRAY (ORX) " "
                   FUNCTION TRIM(AMOUNT OF ORDER-ARRAY (ORX)) " "
                   CURRENCY-CODE OF ORDER-ARRAY (ORX)
                   " next due " NEXT-DUE-DATE OF ORDER-ARRAY (ORX)
                   DELIMITED BY SIZE
                   INTO CNL-TEXT (CANCELLED-COUNT)
               END-STRING
           END-IF.

       CANCEL-MANDATES.
           OPEN INPUT MANDATE-FILE
           IF MANDATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-MANDATE-FILE = "Y"
               READ MANDATE-FILE INTO MANDATE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-MANDATE-FILE
                       CLOSE MANDATE-FILE
                   NOT AT END
                       IF MANDATE-COUNT < MANDATE-MAX
                           ADD 1 TO MANDATE-COUNT
                           MOVE MANDATE-RECORD
                               TO MANDATE-ARRAY (MANDATE-COUNT)
                       ELSE
                           MOVE "Y" TO END-OF-MANDATE-FILE
                           CLOSE MANDATE-FILE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": BSMandates.txt exceeds the"
                               " mandate table, no mandates cancelled"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO FILE-CHANGED
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > MANDATE-COUNT
               MOVE BS-DEBTOR-ACCOUNT OF MANDATE-ARRAY (MDX)
                   TO ACCOUNT-TO-FIND
               PERFORM FIND-CLOSURE-SLOT
               IF CLOSURE-SLOT > 0
                   AND (BS-VALID-TO OF MANDATE-ARRAY (MDX) = SPACES
                       OR BS-VALID-TO OF MANDATE-ARRAY (MDX) >
                           CLT-CLOSING-DATE (CLOSURE-SLOT))
                   MOVE CLT-CLOSING-DATE (CLOSURE-SLOT)
                       TO BS-VALID-TO OF MANDATE-ARRAY (MDX)
                   MOVE "Y" TO FILE-CHANGED
                   PERFORM NOTE-CANCELLED-MANDATE
               END-IF
           END-PERFORM
           IF FILE-CHANGED = "Y"
               OPEN OUTPUT MANDATE-FILE
               PERFORM VARYING MDX FROM 1 BY 1
                   UNTIL MDX > MANDATE-COUNT
                   MOVE MANDATE-ARRAY (MDX) TO MANDATE-RECORD
                   WRITE MANDATE-RECORD
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

       NOTE-CANCELLED-MANDATE.
           ADD 1 TO MANDATES-CANCELLED-COUNT
           ADD 1 TO CLT-MANDATES-CANCELLED (CLOSURE-SLOT)
           IF CANCELLED-COUNT < 2000
               ADD 1 TO CANCELLED-COUNT
               MOVE CLT-ACCOUNT-ID (CLOSURE-SLOT)
                   TO CNL-ACCOUNT-ID (CANCELLED-COUNT)
               MOVE "BS" TO CNL-KIND (CANCELLED-COUNT)
               MOVE SPACES TO CNL-TEXT (CANCELLED-COUNT)
               STRING BS-CREDITOR-ID OF MANDATE-ARRAY (MDX) " "
                   BS-CREDITOR-NAME OF MANDATE-ARRAY (MDX)
                   DELIMITED BY SIZE
                   INTO CNL-TEXT (CANCELLED-COUNT)
               END-STRING
           END-IF.

       WRITE-CLOSING-STATEMENT.
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE CLOSING-STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-LINE
           STRING "Closing statement for account " OWN-REG-NUMBER " "
               CLT-ACCOUNT-ID (CX) " (" CLT-CURRENCY (CX) ")"
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-LINE
           STRING "Account holder: " CLT-CPR (CX) " "
               FUNCTION TRIM(CLT-HOLDER-NAME (CX) TRAILING)
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-LINE
           STRING "Closing date: " CLT-CLOSING-DATE (CX)
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-LINE
           WRITE CLOSING-STATEMENT-RECORD
           MOVE CLT-OPENING-BALANCE (CX) TO AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "Opening balance after " PERIOD-CLOSE-DATE ": "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-RECORD
           MOVE "Movements:" TO STATEMENT-LINE
           WRITE CLOSING-STATEMENT-RECORD
           PERFORM LIST-CLOSURE-MOVEMENTS
           MOVE SPACES TO STATEMENT-LINE
           WRITE CLOSING-STATEMENT-RECORD
           MOVE "Settlement:" TO STATEMENT-LINE
           WRITE CLOSING-STATEMENT-RECORD
           MOVE CLT-BALANCE (CX) TO AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Balance before settlement     "
               AMOUNT-EDIT " " CLT-CURRENCY (CX)
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-RECORD
           MOVE CLT-INTEREST (CX) TO AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Interest to closing date      "
               AMOUNT-EDIT " " CLT-CURRENCY (CX)
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-RECORD
           COMPUTE MOVEMENT-AMOUNT = 0 - CLT-FEE (CX)
           MOVE MOVEMENT-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Outstanding fees              "
               AMOUNT-EDIT " " CLT-CURRENCY (CX)
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-RECORD
           COMPUTE POSTING-AMOUNT = 0 - CLT-PAYOUT (CX)
           MOVE POSTING-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           IF CLT-PAYOUT-ROUTE (CX) = "N"
               STRING "  Paid out (nothing to pay)     "
                   AMOUNT-EDIT " " CLT-CURRENCY (CX)
                   DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           ELSE
               STRING "  Paid out                      "
                   AMOUNT-EDIT " " CLT-CURRENCY (CX) " to "
                   CLT-PAYOUT-REG (CX) " " CLT-PAYOUT-ACCOUNT (CX)
                   DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               END-STRING
           END-IF
           WRITE CLOSING-STATEMENT-RECORD
           MOVE ZEROES TO MOVEMENT-AMOUNT
           MOVE MOVEMENT-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-LINE
           STRING "  Closing balance               "
               AMOUNT-EDIT " " CLT-CURRENCY (CX)
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-LINE
           WRITE CLOSING-STATEMENT-RECORD
           MOVE "Standing orders cancelled:" TO STATEMENT-LINE
           WRITE CLOSING-STATEMENT-RECORD
           MOVE "SO" TO CANCEL-KIND-WANTED
           PERFORM LIST-CANCELLED-ITEMS
           MOVE "Betalingsservice mandates cancelled:"
               TO STATEMENT-LINE
           WRITE CLOSING-STATEMENT-RECORD
           MOVE "BS" TO CANCEL-KIND-WANTED
           PERFORM LIST-CANCELLED-ITEMS
           MOVE SPACES TO STATEMENT-LINE
           WRITE CLOSING-STATEMENT-RECORD.

       LIST-CLOSURE-MOVEMENTS.
           MOVE "N" TO END-OF-ARCHIVE-FILE
           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF TRANSACTION-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ARCHIVE-FILE
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE-FILE = "Y"
               READ TRANSACTION-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARCHIVE-FILE
                       CLOSE TRANSACTION-ARCHIVE-FILE
                   NOT AT END
                       MOVE TRANSACTION-ARCHIVE-RECORD
                           TO MOVEMENT-HELD
                       PERFORM WRITE-MOVEMENT-LINE
               END-READ
           END-PERFORM
           MOVE "N" TO END-OF-TRANSACTION-FILE
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
                           MOVE TRANSACTION-RECORD TO MOVEMENT-HELD
                           PERFORM WRITE-MOVEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-MOVEMENT-LINE.
           IF ACCOUNT-ID OF MOVEMENT-HELD NOT = CLT-ACCOUNT-ID (CX)
               OR TRANSACTION-DATE OF MOVEMENT-HELD (1:10)
                   NOT > PERIOD-CLOSE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING "  " TRANSACTION-DATE OF MOVEMENT-HELD (1:10) " "
               TRANSACTION-TYPE OF MOVEMENT-HELD " "
               STORE OF MOVEMENT-HELD " "
               FUNCTION TRIM(AMOUNT OF MOVEMENT-HELD) " "
               CURRENCY-CODE OF MOVEMENT-HELD
               DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE CLOSING-STATEMENT-RECORD.

       LIST-CANCELLED-ITEMS.
           MOVE 0 TO LISTED-COUNT
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > CANCELLED-COUNT
               IF CNL-ACCOUNT-ID (KX) = CLT-ACCOUNT-ID (CX)
                   AND CNL-KIND (KX) = CANCEL-KIND-WANTED
                   ADD 1 TO LISTED-COUNT
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  " CNL-TEXT (KX)
                       DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   END-STRING
                   WRITE CLOSING-STATEMENT-RECORD
               END-IF
           END-PERFORM
           IF LISTED-COUNT = 0
               MOVE "  none" TO STATEMENT-LINE
               WRITE CLOSING-STATEMENT-RECORD
           END-IF.

       WRITE-CONFIRMATION-LETTER.
           IF CLT-LETTER-NAME (CX) = SPACES
               MOVE CLT-HOLDER-NAME (CX) TO CLT-LETTER-NAME (CX)
               MOVE CLT-HOLDER-ADDRESS (CX) TO CLT-LETTER-STREET (CX)
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING RUN-DATE (9:2) "-" RUN-DATE (6:2) "-"
               RUN-DATE (1:4) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE CLT-LETTER-NAME (CX) TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE CLT-LETTER-STREET (CX) TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE CLT-LETTER-CITY (CX) TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "ACCOUNT CLOSED" TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING "As requested, your account " OWN-REG-NUMBER " "
               FUNCTION TRIM(CLT-ACCOUNT-ID (CX) TRAILING)
               " was closed on " CLT-CLOSING-DATE (CX) "."
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE CLT-INTEREST (CX) TO AMOUNT-EDIT
           MOVE SPACES TO LETTER-LINE
           STRING "  Interest to the closing date: "
               FUNCTION TRIM(AMOUNT-EDIT) " "
               CLT-CURRENCY (CX)
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE CLT-FEE (CX) TO AMOUNT-EDIT
           MOVE SPACES TO LETTER-LINE
           STRING "  Outstanding fees charged:     "
               FUNCTION TRIM(AMOUNT-EDIT) " "
               CLT-CURRENCY (CX)
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE CLT-PAYOUT (CX) TO AMOUNT-EDIT
           MOVE SPACES TO LETTER-LINE
           STRING "  Final balance paid out:       "
               FUNCTION TRIM(AMOUNT-EDIT) " "
               CLT-CURRENCY (CX)
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           IF CLT-PAYOUT-ROUTE (CX) = "N"
               MOVE "There was no remaining balance to pay out."
                   TO LETTER-LINE
           ELSE
               STRING "The balance has been transferred to account "
                   CLT-PAYOUT-REG (CX) " "
                   FUNCTION TRIM(CLT-PAYOUT-ACCOUNT (CX) TRAILING) "."
                   DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
           END-IF
           WRITE LETTER-RECORD
           MOVE CLT-ORDERS-CANCELLED (CX) TO COUNT-STRING
           MOVE SPACES TO LETTER-LINE
           STRING "Standing orders cancelled: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE CLT-MANDATES-CANCELLED (CX) TO COUNT-STRING
           MOVE SPACES TO LETTER-LINE
           STRING "Betalingsservice agreements cancelled: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE "Your closing statement is enclosed." TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "Kind regards," TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "Customer Service" TO LETTER-LINE
           WRITE LETTER-RECORD
           IF OWN-BANK-NAME NOT = SPACES
               MOVE OWN-BANK-NAME TO LETTER-LINE
               WRITE LETTER-RECORD
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "Account closure settlement run " RUN-DATE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE "ACCOUNT         CLOSED     OUTCOME          INTEREST"
               TO REPORT-LINE
           MOVE "    FEES         PAYOUT ROUTE    REASON"
               TO REPORT-LINE (53:40)
           WRITE REPORT-RECORD.

       WRITE-REPORT-LINE.
           IF CLT-VALID (CX) = "Y"
               MOVE "CLOSED" TO OUTCOME-TEXT
               EVALUATE CLT-PAYOUT-ROUTE (CX)
                   WHEN "I"
                       MOVE "INTERNAL" TO ROUTE-TEXT
                   WHEN "E"
                       MOVE "CLEARING" TO ROUTE-TEXT
                   WHEN OTHER
                       MOVE "NONE" TO ROUTE-TEXT
               END-EVALUATE
           ELSE
               MOVE "REJECTED" TO OUTCOME-TEXT
               MOVE SPACES TO ROUTE-TEXT
           END-IF
           MOVE CLT-INTEREST (CX) TO AMOUNT-EDIT
           MOVE CLT-FEE (CX) TO AMOUNT-EDIT-2
           MOVE CLT-PAYOUT (CX) TO AMOUNT-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING CLT-ACCOUNT-ID (CX) " " CLT-CLOSING-DATE (CX) " "
               OUTCOME-TEXT " " AMOUNT-EDIT (8:14) " "
               AMOUNT-EDIT-2 (8:14) " " AMOUNT-EDIT-3 (8:14) " "
               ROUTE-TEXT " " CLT-REJECT-TEXT (CX)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE CLOSED-COUNT TO COUNT-STRING
           STRING "Accounts closed: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE REJECTED-COUNT TO COUNT-STRING
           STRING FUNCTION TRIM(REPORT-LINE TRAILING)
               "  Rejected: " FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE ORDERS-CANCELLED-COUNT TO COUNT-STRING
           STRING FUNCTION TRIM(REPORT-LINE TRAILING)
               "  Standing orders cancelled: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE MANDATES-CANCELLED-COUNT TO COUNT-STRING
           STRING FUNCTION TRIM(REPORT-LINE TRAILING)
               "  Mandates cancelled: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-SETTLEMENT-POSTINGS.
           OPEN EXTEND TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN EXTEND CLOSURE-PAYOUT-FILE
           IF CLOSURE-PAYOUT-STATUS NOT = "00"
               OPEN OUTPUT CLOSURE-PAYOUT-FILE
           END-IF
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CLOSURE-COUNT
               IF CLT-VALID (CX) = "Y"
                   PERFORM POST-ONE-SETTLEMENT
               END-IF
           END-PERFORM
           CLOSE CLOSURE-PAYOUT-FILE
           CLOSE TRANSACTION-FILE.

       POST-ONE-SETTLEMENT.
           IF CLT-INTEREST (CX) NOT = 0
               PERFORM START-SETTLEMENT-POSTING
               STRING CLT-CLOSING-DATE (CX) " 23:59:57"
                   DELIMITED BY SIZE
                   INTO TRANSACTION-DATE OF TRANSACTION-RECORD
               END-STRING
               MOVE "INTEREST" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
               MOVE CLT-INTEREST (CX) TO POSTING-AMOUNT
               MOVE CLT-CURRENCY (CX)
                   TO CURRENCY-CODE OF TRANSACTION-RECORD
               MOVE "INTEREST" TO STORE OF TRANSACTION-RECORD
               PERFORM FINISH-SETTLEMENT-POSTING
           END-IF
           IF CLT-FEE-DKK (CX) > 0
               PERFORM START-SETTLEMENT-POSTING
               STRING CLT-CLOSING-DATE (CX) " 23:59:58"
                   DELIMITED BY SIZE
                   INTO TRANSACTION-DATE OF TRANSACTION-RECORD
               END-STRING
               MOVE "FEE" TO TRANSACTION-TYPE OF TRANSACTION-RECORD
               COMPUTE POSTING-AMOUNT = 0 - CLT-FEE-DKK (CX)
               MOVE "DKK" TO CURRENCY-CODE OF TRANSACTION-RECORD
               MOVE "FEE ACCOUNT CLOSURE" TO STORE OF TRANSACTION-RECORD
               PERFORM FINISH-SETTLEMENT-POSTING
           END-IF
           IF CLT-PAYOUT-ROUTE (CX) = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM START-SETTLEMENT-POSTING
           STRING CLT-CLOSING-DATE (CX) " 23:59:59"
               DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF TRANSACTION-RECORD
           END-STRING
           MOVE "CLOSURE PAYOUT"
               TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           COMPUTE POSTING-AMOUNT = 0 - CLT-PAYOUT (CX)
           MOVE CLT-CURRENCY (CX) TO CURRENCY-CODE OF TRANSACTION-RECORD
           MOVE SPACES TO STORE-TEXT
           STRING "TO " CLT-PAYOUT-ACCOUNT (CX)
               DELIMITED BY SIZE
               INTO STORE-TEXT
           END-STRING
           MOVE STORE-TEXT TO STORE OF TRANSACTION-RECORD
           PERFORM FINISH-SETTLEMENT-POSTING
           IF CLT-PAYOUT-ROUTE (CX) = "I"
               PERFORM START-SETTLEMENT-POSTING
               STRING CLT-CLOSING-DATE (CX) " 23:59:59"
                   DELIMITED BY SIZE
                   INTO TRANSACTION-DATE OF TRANSACTION-RECORD
               END-STRING
               MOVE CLT-PAYOUT-ACCOUNT (CX)
                   TO ACCOUNT-ID OF TRANSACTION-RECORD
               MOVE "CLOSURE PAYOUT"
                   TO TRANSACTION-TYPE OF TRANSACTION-RECORD
               MOVE CLT-PAYOUT (CX) TO POSTING-AMOUNT
               MOVE CLT-CURRENCY (CX)
                   TO CURRENCY-CODE OF TRANSACTION-RECORD
               MOVE SPACES TO STORE-TEXT
               STRING "FROM " CLT-ACCOUNT-ID (CX)
                   DELIMITED BY SIZE
                   INTO STORE-TEXT
               END-STRING
               MOVE STORE-TEXT TO STORE OF TRANSACTION-RECORD
               PERFORM FINISH-SETTLEMENT-POSTING
           ELSE
               PERFORM WRITE-CLEARING-PAYOUT
           END-IF.

       START-SETTLEMENT-POSTING.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE CLT-CPR (CX) TO CPR OF TRANSACTION-RECORD
           MOVE CLT-HOLDER-NAME (CX)
               TO CUSTOMER-NAME OF TRANSACTION-RECORD
           MOVE CLT-HOLDER-ADDRESS (CX)
               TO CUSTOMER-ADDRESS OF TRANSACTION-RECORD
           MOVE OWN-REG-NUMBER TO REG-NUMBER OF TRANSACTION-RECORD
           MOVE CLT-ACCOUNT-ID (CX) TO ACCOUNT-ID OF TRANSACTION-RECORD.

       FINISH-SETTLEMENT-POSTING.
           MOVE POSTING-AMOUNT TO POSTING-AMOUNT-TEXT
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.

       WRITE-CLEARING-PAYOUT.
           MOVE SPACES TO CLOSURE-PAYOUT-RECORD
           MOVE CLT-CPR (CX) TO CPR OF CLOSURE-PAYOUT-RECORD
           STRING CLT-CLOSING-DATE (CX) " 23:59:59"
               DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF CLOSURE-PAYOUT-RECORD
           END-STRING
           MOVE CLT-HOLDER-NAME (CX)
               TO CUSTOMER-NAME OF CLOSURE-PAYOUT-RECORD
           MOVE CLT-HOLDER-ADDRESS (CX)
               TO CUSTOMER-ADDRESS OF CLOSURE-PAYOUT-RECORD
           MOVE CLT-PAYOUT-REG (CX)
               TO REG-NUMBER OF CLOSURE-PAYOUT-RECORD
           MOVE CLT-PAYOUT-ACCOUNT (CX)
               TO ACCOUNT-ID OF CLOSURE-PAYOUT-RECORD
           MOVE "CLOSURE PAYOUT"
               TO TRANSACTION-TYPE OF CLOSURE-PAYOUT-RECORD
           MOVE CLT-PAYOUT (CX) TO POSTING-AMOUNT-TEXT
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF CLOSURE-PAYOUT-RECORD
           MOVE CLT-CURRENCY (CX)
               TO CURRENCY-CODE OF CLOSURE-PAYOUT-RECORD
           MOVE CLT-ACCOUNT-ID (CX) TO STORE OF CLOSURE-PAYOUT-RECORD
           WRITE CLOSURE-PAYOUT-RECORD.

       CONVERT-CURRENCY.
           MOVE ZEROES TO CURRENCY-NUMBER
           MOVE ZEROES TO DKK-NUMBER
           MOVE FUNCTION NUMVAL(AMOUNT OF SORT-RECORD)
               TO CURRENCY-NUMBER
           IF CURRENCY-CODE OF SORT-RECORD = "DKK"
               MOVE CURRENCY-NUMBER TO DKK-NUMBER
           ELSE
               PERFORM FIND-CURRENCY-RATE
               IF RATE-FOUND = "Y"
                   COMPUTE DKK-NUMBER = CURRENCY-NUMBER * CURRENT-RATE
               ELSE
                   MOVE CURRENCY-NUMBER TO DKK-NUMBER
               END-IF
           END-IF.

       FIND-CURRENCY-RATE.
           MOVE "N" TO RATE-FOUND
           MOVE SPACES TO BEST-RATE-DATE
           PERFORM VARYING CURRENCY-RATE-INDEX FROM 1 BY 1
               UNTIL CURRENCY-RATE-INDEX > CURRENCY-RATE-COUNT
               IF CURRENCY-CODE OF
                   CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) =
                   CURRENCY-CODE OF SORT-RECORD
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) <=
                       TRANSACTION-DATE OF SORT-RECORD (1:10)
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) >=
                       BEST-RATE-DATE
                   MOVE EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       TO BEST-RATE-DATE
                   MOVE RATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       TO CURRENT-RATE
                   MOVE "Y" TO RATE-FOUND
               END-IF
           END-PERFORM.

       CONVERT-TO-ACCOUNT-CURRENCY.
           IF CURRENCY-CODE OF SORT-RECORD = ACCOUNT-CURRENCY-HELD
               MOVE CURRENCY-NUMBER TO NATIVE-NUMBER
           ELSE
               IF ACCOUNT-CURRENCY-HELD = "DKK"
                   MOVE DKK-NUMBER TO NATIVE-NUMBER
               ELSE
                   PERFORM FIND-ACCOUNT-CURRENCY-RATE
                   IF NATIVE-RATE-FOUND = "Y" AND NATIVE-RATE NOT = 0
                       COMPUTE NATIVE-NUMBER ROUNDED =
                           DKK-NUMBER / NATIVE-RATE
                   ELSE
                       MOVE DKK-NUMBER TO NATIVE-NUMBER
                   END-IF
               END-IF
           END-IF.

       FIND-ACCOUNT-CURRENCY-RATE.
           MOVE "N" TO NATIVE-RATE-FOUND
           MOVE SPACES TO NATIVE-BEST-DATE
           PERFORM VARYING CURRENCY-RATE-INDEX FROM 1 BY 1
               UNTIL CURRENCY-RATE-INDEX > CURRENCY-RATE-COUNT
               IF CURRENCY-CODE OF
                   CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) =
                   ACCOUNT-CURRENCY-HELD
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) <=
                       RATE-AS-OF-DATE
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) >=
                       NATIVE-BEST-DATE
                   MOVE EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       TO NATIVE-BEST-DATE
                   MOVE RATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       TO NATIVE-RATE
                   MOVE "Y" TO NATIVE-RATE-FOUND
               END-IF
           END-PERFORM.

       CONVERT-DATE-TO-INTEGER.
           STRING DATE-TO-CONVERT (1:4) DATE-TO-CONVERT (6:2)
               DATE-TO-CONVERT (9:2) DELIMITED BY SIZE
               INTO DATE-CONVERT-STRING
           END-STRING
           MOVE FUNCTION NUMVAL(DATE-CONVERT-STRING)
               TO DATE-CONVERT-NUMERIC
           COMPUTE DATE-CONVERT-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-CONVERT-NUMERIC).
