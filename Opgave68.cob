       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE68.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE
               ASSIGN TO "LoanPaymentInstructions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCTION-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LoanMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-MASTER-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LoanSchedules.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE ASSIGN TO "Transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO "LoanRepaymentStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTION-FILE.
       01 INSTRUCTION-RECORD.
           02 LPI-ACCOUNT-ID PIC X(15).
           02 LPI-OPTION PIC X(01).
           02 LPI-AMOUNT PIC X(15).
           02 LPI-VALUE-DATE PIC X(10).
           02 LPI-OPERATOR PIC X(08).

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-RECORD.
           COPY "LOANMASTER.cpy".

       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           02 SCHEDULE-INFO PIC X(100).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD.
           02 STATEMENT-INFO PIC X(130).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-INSTRUCTION-FILE PIC X VALUE "N".
       01 END-OF-LOAN-FILE PIC X VALUE "N".
       01 INSTRUCTION-STATUS PIC XX.
       01 LOAN-MASTER-STATUS PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 STATEMENT-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave68".
       01 LOAN-COUNT PIC 9(4) VALUE 0.
       01 LOAN-MAX PIC 9(4) VALUE 5000.
       01 LOAN-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON LOAN-COUNT.
           COPY "LOANMASTER.cpy".
       01 LX PIC 9(4) VALUE 0.
       01 LOAN-SLOT PIC 9(4) VALUE 0.
       01 CHANGES-MADE PIC X VALUE "N".
       01 INSTRUCTION-VALID PIC X VALUE "Y".
       01 REJECT-TEXT PIC X(40) VALUE SPACES.
       01 APPLIED-COUNT PIC 9(4) VALUE 0.
       01 REDEEMED-COUNT PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 COUNT-STRING PIC ZZZ9.
       01 EXTRA-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 NEW-BALANCE PIC S9(13)V99 VALUE ZEROS.
       01 OLD-BALANCE PIC S9(13)V99 VALUE ZEROS.
       01 OLD-ANNUITY PIC 9(13)V99 VALUE ZEROS.
       01 REMAINING-MONTHS PIC S9(5) VALUE 0.
       01 NEW-TERM PIC 9(5) VALUE 0.
       01 SIMULATED-BALANCE PIC S9(13)V99 VALUE ZEROS.
       01 ACCRUED-INTEREST PIC S9(13)V99 VALUE ZEROS.
       01 PAYOFF-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 ACCRUAL-DAYS PIC S9(5) VALUE 0.
       01 ACCRUAL-DAYS-STRING PIC ZZZZ9.
       01 VALUE-DATE PIC X(10) VALUE SPACES.
       01 MONTHLY-RATE PIC 9(3)V9(9) VALUE ZEROS.
       01 COMPOUND-FACTOR PIC 9(9)V9(9) VALUE ZEROS.
       01 ANNUITY-FACTOR PIC 9(3)V9(12) VALUE ZEROS.
       01 MONTH-INDEX PIC 9(3) VALUE 0.
       01 COMPOUND-INDEX PIC 9(3) VALUE 0.
       01 ANNUITY-PAYMENT PIC 9(13)V99 VALUE ZEROS.
       01 ANNUITY-PAYMENT-HELD PIC 9(13)V99 VALUE ZEROS.
       01 INTEREST-PART PIC 9(13)V99 VALUE ZEROS.
       01 PRINCIPAL-PART PIC 9(13)V99 VALUE ZEROS.
       01 REMAINING-BALANCE PIC S9(13)V99 VALUE ZEROS.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 AMOUNT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 AMOUNT-EDIT-3 PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 MONTH-INDEX-STRING PIC ZZ9.
       01 TERM-EDIT PIC ZZZZ9.
       01 POSTING-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 POSTING-AMOUNT-TEXT PIC -(12)9.99.
       01 POSTING-TYPE PIC X(20) VALUE SPACES.
       01 REBASE-BUILD.
           02 RB-YEAR PIC 9(4).
           02 RB-DASH-1 PIC X VALUE "-".
           02 RB-MONTH PIC 9(2).
           02 RB-DASH-2 PIC X VALUE "-".
           02 RB-DAY PIC 9(2).
       01 REBASE-MONTHS PIC 9(5) VALUE 0.
       01 DATE-TO-CONVERT PIC X(10) VALUE SPACES.
       01 DATE-CONVERT-STRING PIC X(8) VALUE SPACES.
       01 DATE-CONVERT-NUMERIC PIC 9(8) VALUE 0.
       01 DATE-CONVERT-INTEGER PIC S9(9) VALUE 0.
       01 REBASE-DATE-INTEGER PIC S9(9) VALUE 0.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING

           PERFORM LOAD-LOANS
           PERFORM PROCESS-INSTRUCTIONS
           IF CHANGES-MADE = "Y"
               PERFORM REWRITE-LOAN-MASTER
               PERFORM WRITE-SCHEDULES
           END-IF

           MOVE APPLIED-COUNT TO COUNT-STRING
           DISPLAY "Extra principal payments applied: " COUNT-STRING
           MOVE REDEEMED-COUNT TO COUNT-STRING
           DISPLAY "Loans redeemed in full: " COUNT-STRING
           MOVE REJECTED-COUNT TO COUNT-STRING
           DISPLAY "Payment instructions rejected: " COUNT-STRING
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

       LOAD-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": no LoanMaster.txt to process"
                   " (status " DELIMITED BY SIZE
                   LOAN-MASTER-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "No loans on file"
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-LOAN-FILE = "Y"
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-LOAN-FILE
                       CLOSE LOAN-MASTER-FILE
                   NOT AT END
                       IF LOAN-COUNT < LOAN-MAX
                           ADD 1 TO LOAN-COUNT
                           MOVE LOAN-MASTER-RECORD
                               TO LOAN-ARRAY (LOAN-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": LoanMaster.txt exceeds the loan"
                               " table, run aborted before any"
                               " rewrite" DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-INSTRUCTIONS.
           OPEN INPUT INSTRUCTION-FILE
           IF INSTRUCTION-STATUS NOT = "00"
               DISPLAY "No LoanPaymentInstructions.txt to process"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN EXTEND STATEMENT-FILE
           IF STATEMENT-STATUS NOT = "00"
               OPEN OUTPUT STATEMENT-FILE
           END-IF
           PERFORM UNTIL END-OF-INSTRUCTION-FILE = "Y"
               READ INSTRUCTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-INSTRUCTION-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-INSTRUCTION
               END-READ
           END-PERFORM
           CLOSE INSTRUCTION-FILE
           CLOSE TRANSACTION-FILE
           CLOSE STATEMENT-FILE
           OPEN OUTPUT INSTRUCTION-FILE
           CLOSE INSTRUCTION-FILE.

       TAKE-ONE-INSTRUCTION.
           PERFORM VALIDATE-INSTRUCTION
           IF INSTRUCTION-VALID NOT = "Y"
               ADD 1 TO REJECTED-COUNT
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": loan payment instruction " LPI-OPTION
                   " loan " LPI-ACCOUNT-ID " rejected - "
                   DELIMITED BY SIZE
                   REJECT-TEXT DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-SLOT TO LX
           MOVE "Y" TO CHANGES-MADE
           MOVE LOAN-BALANCE OF LOAN-ARRAY (LX) TO OLD-BALANCE
           PERFORM COMPUTE-ANNUITY
           MOVE ANNUITY-PAYMENT TO OLD-ANNUITY
           PERFORM FIND-REBASE-DATE
           EVALUATE LPI-OPTION
               WHEN "S"
                   PERFORM APPLY-SHORTER-TERM
               WHEN "L"
                   PERFORM APPLY-LOWER-INSTALLMENT
               WHEN "F"
                   PERFORM APPLY-FULL-REDEMPTION
           END-EVALUATE.

       VALIDATE-INSTRUCTION.
           MOVE "Y" TO INSTRUCTION-VALID
           MOVE 0 TO LOAN-SLOT
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               IF LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX) = LPI-ACCOUNT-ID
                   AND LOAN-BALANCE OF LOAN-ARRAY (LX) > 0
                   MOVE LX TO LOAN-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LOAN-SLOT = 0
               MOVE "N" TO INSTRUCTION-VALID
               MOVE "no open loan on this account" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF LOAN-STATUS OF LOAN-ARRAY (LOAN-SLOT) = "D"
               MOVE "N" TO INSTRUCTION-VALID
               MOVE "loan defaulted, with collection agency"
                   TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF LPI-OPTION NOT = "S" AND LPI-OPTION NOT = "L"
               AND LPI-OPTION NOT = "F"
               MOVE "N" TO INSTRUCTION-VALID
               MOVE "option must be S, L or F" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF LPI-VALUE-DATE = SPACES
               MOVE RUN-DATE TO VALUE-DATE
           ELSE
               MOVE LPI-VALUE-DATE TO VALUE-DATE
           END-IF
           IF LPI-OPTION = "F"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LPI-AMOUNT) TO EXTRA-AMOUNT
           IF EXTRA-AMOUNT <= 0
               MOVE "N" TO INSTRUCTION-VALID
               MOVE "extra payment must be positive" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF EXTRA-AMOUNT >= LOAN-BALANCE OF LOAN-ARRAY (LOAN-SLOT)
               MOVE "N" TO INSTRUCTION-VALID
               MOVE "payment clears the loan, use option F"
                   TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE REMAINING-MONTHS =
               LOAN-TERM-MONTHS OF LOAN-ARRAY (LOAN-SLOT)
               - LOAN-PAID-INSTALLMENTS OF LOAN-ARRAY (LOAN-SLOT)
           IF REMAINING-MONTHS < 1
               MOVE "N" TO INSTRUCTION-VALID
               MOVE "no installments left to recalculate"
                   TO REJECT-TEXT
           END-IF.

       FIND-REBASE-DATE.
           MOVE LOAN-START-DATE OF LOAN-ARRAY (LX) (1:4) TO RB-YEAR
           MOVE LOAN-START-DATE OF LOAN-ARRAY (LX) (6:2) TO RB-MONTH
           COMPUTE REBASE-MONTHS = RB-YEAR * 12 + RB-MONTH - 1
               + LOAN-PAID-INSTALLMENTS OF LOAN-ARRAY (LX)
           COMPUTE RB-YEAR = REBASE-MONTHS / 12
           COMPUTE RB-MONTH = REBASE-MONTHS
               - (RB-YEAR * 12) + 1
           MOVE LOAN-PAYMENT-DAY OF LOAN-ARRAY (LX) TO RB-DAY.

       APPLY-SHORTER-TERM.
           COMPUTE NEW-BALANCE = OLD-BALANCE - EXTRA-AMOUNT
           COMPUTE MONTHLY-RATE =
               LOAN-ANNUAL-RATE OF LOAN-ARRAY (LX) / 100 / 12
           MOVE NEW-BALANCE TO SIMULATED-BALANCE
           MOVE 0 TO NEW-TERM
           PERFORM UNTIL SIMULATED-BALANCE <= 0
               OR NEW-TERM >= REMAINING-MONTHS
               ADD 1 TO NEW-TERM
               COMPUTE INTEREST-PART ROUNDED =
                   SIMULATED-BALANCE * MONTHLY-RATE
               COMPUTE SIMULATED-BALANCE = SIMULATED-BALANCE
                   + INTEREST-PART - OLD-ANNUITY
           END-PERFORM
           IF NEW-TERM < 1
               MOVE 1 TO NEW-TERM
           END-IF
           PERFORM REBASE-LOAN
           MOVE "LOAN PREPAYMENT" TO POSTING-TYPE
           MOVE EXTRA-AMOUNT TO POSTING-AMOUNT
           PERFORM WRITE-LOAN-DEBIT
           PERFORM WRITE-PREPAYMENT-STATEMENT.

       APPLY-LOWER-INSTALLMENT.
           COMPUTE NEW-BALANCE = OLD-BALANCE - EXTRA-AMOUNT
           MOVE REMAINING-MONTHS TO NEW-TERM
           PERFORM REBASE-LOAN
           MOVE "LOAN PREPAYMENT" TO POSTING-TYPE
           MOVE EXTRA-AMOUNT TO POSTING-AMOUNT
           PERFORM WRITE-LOAN-DEBIT
           PERFORM WRITE-PREPAYMENT-STATEMENT.

       REBASE-LOAN.
           ADD 1 TO APPLIED-COUNT
           MOVE NEW-BALANCE TO LOAN-PRINCIPAL OF LOAN-ARRAY (LX)
           MOVE NEW-BALANCE TO LOAN-BALANCE OF LOAN-ARRAY (LX)
           MOVE NEW-TERM TO LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
           MOVE REBASE-BUILD TO LOAN-START-DATE OF LOAN-ARRAY (LX)
           MOVE ZEROES TO LOAN-PAID-INSTALLMENTS OF LOAN-ARRAY (LX)
           PERFORM COMPUTE-ANNUITY.

       APPLY-FULL-REDEMPTION.
           ADD 1 TO REDEEMED-COUNT
           MOVE REBASE-BUILD TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO REBASE-DATE-INTEGER
           MOVE VALUE-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           COMPUTE ACCRUAL-DAYS =
               DATE-CONVERT-INTEGER - REBASE-DATE-INTEGER
           IF ACCRUAL-DAYS < 0
               MOVE 0 TO ACCRUAL-DAYS
           END-IF
           COMPUTE ACCRUED-INTEREST ROUNDED = OLD-BALANCE
               * LOAN-ANNUAL-RATE OF LOAN-ARRAY (LX) / 100
               * ACCRUAL-DAYS / 365
           COMPUTE PAYOFF-AMOUNT = OLD-BALANCE + ACCRUED-INTEREST
           MOVE ZEROES TO LOAN-BALANCE OF LOAN-ARRAY (LX)
           MOVE LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
               TO LOAN-PAID-INSTALLMENTS OF LOAN-ARRAY (LX)
           MOVE VALUE-DATE (1:7) TO LOAN-LAST-POSTED OF LOAN-ARRAY (LX)
           MOVE "LOAN REDEMPTION" TO POSTING-TYPE
           MOVE PAYOFF-AMOUNT TO POSTING-AMOUNT
           PERFORM WRITE-LOAN-DEBIT
           PERFORM WRITE-PAYOFF-STATEMENT.

       CONVERT-DATE-TO-INTEGER.
           STRING DATE-TO-CONVERT (1:4) DATE-TO-CONVERT (6:2)
               DATE-TO-CONVERT (9:2) DELIMITED BY SIZE
               INTO DATE-CONVERT-STRING
           END-STRING
           MOVE FUNCTION NUMVAL(DATE-CONVERT-STRING)
               TO DATE-CONVERT-NUMERIC
           COMPUTE DATE-CONVERT-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-CONVERT-NUMERIC).

       COMPUTE-ANNUITY.
           COMPUTE MONTHLY-RATE =
               LOAN-ANNUAL-RATE OF LOAN-ARRAY (LX) / 100 / 12
           IF MONTHLY-RATE = 0
               COMPUTE ANNUITY-PAYMENT ROUNDED =
                   LOAN-PRINCIPAL OF LOAN-ARRAY (LX)
                   / LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
           ELSE
               MOVE 1 TO COMPOUND-FACTOR
               PERFORM VARYING COMPOUND-INDEX FROM 1 BY 1
                   UNTIL COMPOUND-INDEX >
                       LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
                   COMPUTE COMPOUND-FACTOR ROUNDED =
                       COMPOUND-FACTOR * (1 + MONTHLY-RATE)
               END-PERFORM
               COMPUTE ANNUITY-FACTOR =
                   MONTHLY-RATE * COMPOUND-FACTOR
               COMPUTE ANNUITY-FACTOR ROUNDED =
                   ANNUITY-FACTOR / (COMPOUND-FACTOR - 1)
               COMPUTE ANNUITY-PAYMENT ROUNDED =
                   LOAN-PRINCIPAL OF LOAN-ARRAY (LX)
                   * ANNUITY-FACTOR
           END-IF.

       WRITE-LOAN-DEBIT.
           COMPUTE POSTING-AMOUNT = 0 - POSTING-AMOUNT
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE LOAN-CPR OF LOAN-ARRAY (LX)
               TO CPR OF TRANSACTION-RECORD
           STRING RUN-DATE " 06:00:00" DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF TRANSACTION-RECORD
           END-STRING
           MOVE LOAN-CUSTOMER-NAME OF LOAN-ARRAY (LX)
               TO CUSTOMER-NAME OF TRANSACTION-RECORD
           MOVE LOAN-CUSTOMER-ADDRESS OF LOAN-ARRAY (LX)
               TO CUSTOMER-ADDRESS OF TRANSACTION-RECORD
           MOVE LOAN-REG-NUMBER OF LOAN-ARRAY (LX)
               TO REG-NUMBER OF TRANSACTION-RECORD
           MOVE LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX)
               TO ACCOUNT-ID OF TRANSACTION-RECORD
           MOVE POSTING-TYPE TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE POSTING-AMOUNT TO POSTING-AMOUNT-TEXT
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF TRANSACTION-RECORD
           MOVE "DKK" TO CURRENCY-CODE OF TRANSACTION-RECORD
           MOVE "LOAN" TO STORE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.

       WRITE-PREPAYMENT-STATEMENT.
           MOVE SPACES TO STATEMENT-INFO
           STRING "Extra principal payment - loan "
               LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX) " "
               LOAN-CUSTOMER-NAME OF LOAN-ARRAY (LX)
               " " RUN-DATE
               DELIMITED BY SIZE
               INTO STATEMENT-INFO
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE EXTRA-AMOUNT TO AMOUNT-EDIT
           MOVE OLD-BALANCE TO AMOUNT-EDIT-2
           MOVE NEW-BALANCE TO AMOUNT-EDIT-3
           MOVE SPACES TO STATEMENT-INFO
           STRING "  Paid " FUNCTION TRIM(AMOUNT-EDIT LEADING)
               " - balance " FUNCTION TRIM(AMOUNT-EDIT-2 LEADING)
               " reduced to " FUNCTION TRIM(AMOUNT-EDIT-3 LEADING)
               DELIMITED BY SIZE
               INTO STATEMENT-INFO
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE OLD-ANNUITY TO AMOUNT-EDIT
           MOVE ANNUITY-PAYMENT TO AMOUNT-EDIT-2
           MOVE NEW-TERM TO TERM-EDIT
           MOVE SPACES TO STATEMENT-INFO
           IF LPI-OPTION = "S"
               STRING "  Shorter term: "
                   FUNCTION TRIM(TERM-EDIT LEADING)
                   " installments of "
                   FUNCTION TRIM(AMOUNT-EDIT-2 LEADING)
                   " left from " REBASE-BUILD
                   DELIMITED BY SIZE
                   INTO STATEMENT-INFO
               END-STRING
           ELSE
               STRING "  Lower installment: "
                   FUNCTION TRIM(AMOUNT-EDIT LEADING) " becomes "
                   FUNCTION TRIM(AMOUNT-EDIT-2 LEADING) " over "
                   FUNCTION TRIM(TERM-EDIT LEADING)
                   " months from " REBASE-BUILD
                   DELIMITED BY SIZE
                   INTO STATEMENT-INFO
               END-STRING
           END-IF
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-INFO
           STRING "  Instructed by " LPI-OPERATOR
               DELIMITED BY SIZE
               INTO STATEMENT-INFO
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-INFO
           WRITE STATEMENT-RECORD.

       WRITE-PAYOFF-STATEMENT.
           MOVE SPACES TO STATEMENT-INFO
           STRING "Payoff statement - loan "
               LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX) " "
               LOAN-CUSTOMER-NAME OF LOAN-ARRAY (LX)
               " redemption day " VALUE-DATE
               DELIMITED BY SIZE
               INTO STATEMENT-INFO
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE OLD-BALANCE TO AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-INFO
           STRING "  Outstanding principal:  "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
               DELIMITED BY SIZE
               INTO STATEMENT-INFO
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE ACCRUED-INTEREST TO AMOUNT-EDIT
           MOVE ACCRUAL-DAYS TO ACCRUAL-DAYS-STRING
           MOVE SPACES TO STATEMENT-INFO
           STRING "  Accrued interest:       "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
               " (" FUNCTION TRIM(ACCRUAL-DAYS-STRING LEADING)
               " days since " REBASE-BUILD ")"
               DELIMITED BY SIZE
               INTO STATEMENT-INFO
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE PAYOFF-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-INFO
           STRING "  Amount to redeem:       "
               FUNCTION TRIM(AMOUNT-EDIT LEADING) " DKK"
               DELIMITED BY SIZE
               INTO STATEMENT-INFO
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-INFO
           STRING "  Instructed by " LPI-OPERATOR
               DELIMITED BY SIZE
               INTO STATEMENT-INFO
           END-STRING
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-INFO
           WRITE STATEMENT-RECORD.

       WRITE-SCHEDULES.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               IF LOAN-BALANCE OF LOAN-ARRAY (LX) > 0
                   AND LOAN-STATUS OF LOAN-ARRAY (LX) NOT = "D"
                   PERFORM WRITE-ONE-SCHEDULE
               END-IF
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       WRITE-ONE-SCHEDULE.
           PERFORM COMPUTE-ANNUITY
           MOVE ANNUITY-PAYMENT TO ANNUITY-PAYMENT-HELD
           MOVE SPACES TO SCHEDULE-INFO
           MOVE LOAN-PRINCIPAL OF LOAN-ARRAY (LX) TO AMOUNT-EDIT
           MOVE ANNUITY-PAYMENT TO AMOUNT-EDIT-2
           STRING "Loan " LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX)
               " principal " FUNCTION TRIM(AMOUNT-EDIT LEADING)
               " monthly payment "
               FUNCTION TRIM(AMOUNT-EDIT-2 LEADING)
               " over " LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
               " months"
               INTO SCHEDULE-INFO
           END-STRING
           WRITE SCHEDULE-RECORD
           MOVE "  NO  PAYMENT       INTEREST      PRINCIPAL     REST"
               TO SCHEDULE-INFO
           WRITE SCHEDULE-RECORD
           MOVE LOAN-PRINCIPAL OF LOAN-ARRAY (LX)
               TO REMAINING-BALANCE
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
               COMPUTE INTEREST-PART ROUNDED =
                   REMAINING-BALANCE * MONTHLY-RATE
               COMPUTE PRINCIPAL-PART = ANNUITY-PAYMENT
                   - INTEREST-PART
               IF MONTH-INDEX = LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
                   MOVE REMAINING-BALANCE TO PRINCIPAL-PART
                   COMPUTE ANNUITY-PAYMENT = PRINCIPAL-PART
                       + INTEREST-PART
               END-IF
               COMPUTE REMAINING-BALANCE = REMAINING-BALANCE
                   - PRINCIPAL-PART
               MOVE MONTH-INDEX TO MONTH-INDEX-STRING
               MOVE ANNUITY-PAYMENT TO AMOUNT-EDIT
               MOVE INTEREST-PART TO AMOUNT-EDIT-2
               MOVE PRINCIPAL-PART TO AMOUNT-EDIT-3
               MOVE SPACES TO SCHEDULE-INFO
               STRING "  " MONTH-INDEX-STRING " "
                   FUNCTION TRIM(AMOUNT-EDIT LEADING) " "
                   FUNCTION TRIM(AMOUNT-EDIT-2 LEADING) " "
                   FUNCTION TRIM(AMOUNT-EDIT-3 LEADING)
                   INTO SCHEDULE-INFO
               END-STRING
               MOVE REMAINING-BALANCE TO AMOUNT-EDIT
               STRING FUNCTION TRIM(SCHEDULE-INFO TRAILING)
                   " " FUNCTION TRIM(AMOUNT-EDIT LEADING)
                   INTO SCHEDULE-INFO
               END-STRING
               WRITE SCHEDULE-RECORD
               MOVE ANNUITY-PAYMENT-HELD TO ANNUITY-PAYMENT
           END-PERFORM
           MOVE SPACES TO SCHEDULE-INFO
           WRITE SCHEDULE-RECORD.

       REWRITE-LOAN-MASTER.
           OPEN OUTPUT LOAN-MASTER-FILE
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               MOVE LOAN-ARRAY (LX) TO LOAN-MASTER-RECORD
               WRITE LOAN-MASTER-RECORD
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.
