       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE67.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO "LoanApplications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LoanMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "src/SanctionCases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "Transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT AGREEMENT-FILE ASSIGN TO "LoanAgreements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGREEMENT-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICATION-FILE.
       01 APPLICATION-RECORD.
           02 APP-APPLICATION-ID PIC X(10).
           02 APP-CPR PIC X(11).
           02 APP-ACCOUNT-ID PIC X(15).
           02 APP-PRINCIPAL PIC X(15).
           02 APP-ANNUAL-RATE PIC X(08).
           02 APP-TERM-MONTHS PIC X(03).
           02 APP-PAYMENT-DAY PIC X(02).
           02 APP-START-DATE PIC X(10).
           02 APP-APPROVER PIC X(08).

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-RECORD.
           COPY "LOANMASTER.cpy".

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD CASE-FILE.
       01 CASE-RECORD.
           COPY "SANCTIONCASE.cpy".

       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD AGREEMENT-FILE.
       01 AGREEMENT-RECORD.
           02 AGREEMENT-INFO PIC X(130).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-APPLICATION-FILE PIC X VALUE "N".
       01 END-OF-LOAN-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-CASE-FILE PIC X VALUE "N".
       01 APPLICATION-STATUS PIC XX.
       01 LOAN-MASTER-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 CASE-FILE-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 AGREEMENT-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave67".
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 LOAN-COUNT PIC 9(4) VALUE 0.
       01 LOAN-MAX PIC 9(4) VALUE 5000.
       01 LOAN-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON LOAN-COUNT.
           COPY "LOANMASTER.cpy".
       01 LX PIC 9(4) VALUE 0.
       01 CUSTOMER-COUNT PIC 9(4) VALUE 0.
       01 CUSTOMER-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON CUSTOMER-COUNT.
           COPY "CUSTOMERS.cpy".
       01 CX PIC 9(4) VALUE 0.
       01 CUSTOMER-SLOT PIC 9(4) VALUE 0.
       01 OPEN-CASE-COUNT PIC 9(4) VALUE 0.
       01 OPEN-CASE-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON OPEN-CASE-COUNT.
           02 OCA-CUSTOMER-ID PIC X(10).
       01 OCX PIC 9(4) VALUE 0.
       01 APPLICATION-VALID PIC X VALUE "Y".
       01 REJECT-TEXT PIC X(40) VALUE SPACES.
       01 ORIGINATED-COUNT PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 COUNT-STRING PIC ZZZ9.
       01 PRINCIPAL-VALUE PIC S9(13)V99 VALUE ZEROS.
       01 RATE-VALUE PIC S9(03)V9999 VALUE ZEROS.
       01 TERM-VALUE PIC 9(03) VALUE 0.
       01 PAYMENT-DAY-VALUE PIC 9(02) VALUE 0.
       01 MONTHLY-RATE PIC 9(3)V9(9) VALUE ZEROS.
       01 COMPOUND-FACTOR PIC 9(9)V9(9) VALUE ZEROS.
       01 ANNUITY-FACTOR PIC 9(3)V9(12) VALUE ZEROS.
       01 COMPOUND-INDEX PIC 9(3) VALUE 0.
       01 ANNUITY-PAYMENT PIC 9(13)V99 VALUE ZEROS.
       01 TOTAL-REPAYABLE PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-INTEREST PIC S9(15)V99 VALUE ZEROS.
       01 POSTING-AMOUNT-TEXT PIC -(12)9.99.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 RATE-EDIT PIC ZZ9.9999.
       01 TERM-EDIT PIC ZZ9.
       01 FIRST-DUE-BUILD.
           02 FD-YEAR PIC 9(4).
           02 FD-DASH-1 PIC X VALUE "-".
           02 FD-MONTH PIC 9(2).
           02 FD-DASH-2 PIC X VALUE "-".
           02 FD-DAY PIC 9(2).
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING

           PERFORM LOAD-OWN-REG
           PERFORM LOAD-LOANS
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-OPEN-CASES
           PERFORM PROCESS-APPLICATIONS
           IF ORIGINATED-COUNT > 0
               PERFORM REWRITE-LOAN-MASTER
           END-IF

           MOVE ORIGINATED-COUNT TO COUNT-STRING
           DISPLAY "Loans originated: " COUNT-STRING
           MOVE REJECTED-COUNT TO COUNT-STRING
           DISPLAY "Loan applications rejected: " COUNT-STRING
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
                   " disbursements would fail the pre-edit"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-LOAN-FILE
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
                               " table, no loans originated"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-CUSTOMERS.
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
                       IF CUSTOMER-COUNT < 5000
                           ADD 1 TO CUSTOMER-COUNT
                           MOVE CUSTOMER-RECORD
                               TO CUSTOMER-ARRAY (CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-OPEN-CASES.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CASE-FILE
           END-IF
           PERFORM UNTIL END-OF-CASE-FILE = "Y"
               READ CASE-FILE INTO CASE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CASE-FILE
                       CLOSE CASE-FILE
                   NOT AT END
                       IF (CASE-STATUS = "OPEN"
                           OR CASE-STATUS = "IN-REVIEW"
                           OR CASE-STATUS = "ESCALATED")
                           AND OPEN-CASE-COUNT < 5000
                           ADD 1 TO OPEN-CASE-COUNT
                           MOVE CASE-CUSTOMER-ID
                               TO OCA-CUSTOMER-ID (OPEN-CASE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-APPLICATIONS.
           OPEN INPUT APPLICATION-FILE
           IF APPLICATION-STATUS NOT = "00"
               DISPLAY "No LoanApplications.txt to process"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), no loans originated" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN EXTEND AGREEMENT-FILE
           IF AGREEMENT-STATUS NOT = "00"
               OPEN OUTPUT AGREEMENT-FILE
           END-IF
           PERFORM UNTIL END-OF-APPLICATION-FILE = "Y"
               READ APPLICATION-FILE
                   AT END
                       MOVE "Y" TO END-OF-APPLICATION-FILE
                   NOT AT END
                       PERFORM ORIGINATE-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE AGREEMENT-FILE.

       ORIGINATE-ONE-LOAN.
           PERFORM VALIDATE-APPLICATION
           IF APPLICATION-VALID NOT = "Y"
               ADD 1 TO REJECTED-COUNT
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": loan application " APP-APPLICATION-ID
                   " account " APP-ACCOUNT-ID " rejected - "
                   DELIMITED BY SIZE
                   REJECT-TEXT DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ORIGINATED-COUNT
           ADD 1 TO LOAN-COUNT
           MOVE LOAN-COUNT TO LX
           MOVE SPACES TO LOAN-ARRAY (LX)
           MOVE APP-ACCOUNT-ID TO LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX)
           MOVE APP-CPR TO LOAN-CPR OF LOAN-ARRAY (LX)
           STRING FUNCTION TRIM(FIRSTNAME
               OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               " "
               FUNCTION TRIM(LASTNAME
                   OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               DELIMITED BY SIZE
               INTO LOAN-CUSTOMER-NAME OF LOAN-ARRAY (LX)
           END-STRING
           STRING FUNCTION TRIM(STREET
               OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               " "
               FUNCTION TRIM(HOUSE-NUMBER
                   OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               ", "
               ZIPCODE OF CUSTOMER-ARRAY (CUSTOMER-SLOT)
               " "
               FUNCTION TRIM(CITY
                   OF CUSTOMER-ARRAY (CUSTOMER-SLOT) TRAILING)
               DELIMITED BY SIZE
               INTO LOAN-CUSTOMER-ADDRESS OF LOAN-ARRAY (LX)
           END-STRING
           MOVE OWN-REG-NUMBER TO LOAN-REG-NUMBER OF LOAN-ARRAY (LX)
           MOVE PRINCIPAL-VALUE TO LOAN-PRINCIPAL OF LOAN-ARRAY (LX)
           MOVE RATE-VALUE TO LOAN-ANNUAL-RATE OF LOAN-ARRAY (LX)
           MOVE TERM-VALUE TO LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
           MOVE PAYMENT-DAY-VALUE
               TO LOAN-PAYMENT-DAY OF LOAN-ARRAY (LX)
           IF APP-START-DATE = SPACES
               MOVE RUN-DATE TO LOAN-START-DATE OF LOAN-ARRAY (LX)
           ELSE
               MOVE APP-START-DATE
                   TO LOAN-START-DATE OF LOAN-ARRAY (LX)
           END-IF
           MOVE ZEROES TO LOAN-PAID-INSTALLMENTS OF LOAN-ARRAY (LX)
           MOVE PRINCIPAL-VALUE TO LOAN-BALANCE OF LOAN-ARRAY (LX)
           MOVE APP-APPROVER TO LOAN-APPROVED-BY OF LOAN-ARRAY (LX)
           MOVE RUN-DATE TO LOAN-APPROVED-DATE OF LOAN-ARRAY (LX)
           PERFORM COMPUTE-ANNUITY
           PERFORM WRITE-DISBURSEMENT
           PERFORM WRITE-AGREEMENT-SUMMARY.

       VALIDATE-APPLICATION.
           MOVE "Y" TO APPLICATION-VALID
           IF LOAN-COUNT >= LOAN-MAX
               MOVE "N" TO APPLICATION-VALID
               MOVE "loan table is full" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF APP-APPROVER = SPACES
               MOVE "N" TO APPLICATION-VALID
               MOVE "no approver on application" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF APP-CPR = SPACES
               MOVE "N" TO APPLICATION-VALID
               MOVE "no CPR on application" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(APP-PRINCIPAL) TO PRINCIPAL-VALUE
           IF PRINCIPAL-VALUE <= 0
               MOVE "N" TO APPLICATION-VALID
               MOVE "principal must be positive" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(APP-ANNUAL-RATE) TO RATE-VALUE
           IF RATE-VALUE < 0
               MOVE "N" TO APPLICATION-VALID
               MOVE "annual rate cannot be negative" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(APP-TERM-MONTHS) TO TERM-VALUE
           MOVE FUNCTION NUMVAL(APP-PAYMENT-DAY) TO PAYMENT-DAY-VALUE
           IF TERM-VALUE = 0
               MOVE "N" TO APPLICATION-VALID
               MOVE "term must be at least one month" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF PAYMENT-DAY-VALUE < 1 OR PAYMENT-DAY-VALUE > 28
               MOVE "N" TO APPLICATION-VALID
               MOVE "payment day must be 1-28" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               IF LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX) = APP-ACCOUNT-ID
                   AND LOAN-BALANCE OF LOAN-ARRAY (LX) > 0
                   MOVE "N" TO APPLICATION-VALID
                   MOVE "account already carries an open loan"
                       TO REJECT-TEXT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF APPLICATION-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE APP-ACCOUNT-ID
               TO ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
           READ ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "N" TO APPLICATION-VALID
               MOVE "account not in the account master"
                   TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD = "B"
               OR ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD = "C"
               MOVE "N" TO APPLICATION-VALID
               MOVE "account is blocked or closed" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CUSTOMER-SLOT
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               IF CUSTOMER-ID OF CUSTOMER-ARRAY (CX) =
                   CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
                   MOVE CX TO CUSTOMER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CUSTOMER-SLOT = 0
               MOVE "N" TO APPLICATION-VALID
               MOVE "account holder not in the customer master"
                   TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OCX FROM 1 BY 1 UNTIL OCX > OPEN-CASE-COUNT
               IF OCA-CUSTOMER-ID (OCX) =
                   CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
                   MOVE "N" TO APPLICATION-VALID
                   MOVE "open sanction case on the customer"
                       TO REJECT-TEXT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       WRITE-DISBURSEMENT.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE LOAN-CPR OF LOAN-ARRAY (LX) TO CPR OF TRANSACTION-RECORD
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
           MOVE "LOAN DISBURSEMENT"
               TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE PRINCIPAL-VALUE TO POSTING-AMOUNT-TEXT
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF TRANSACTION-RECORD
           MOVE "DKK" TO CURRENCY-CODE OF TRANSACTION-RECORD
           MOVE "LOAN" TO STORE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.

       WRITE-AGREEMENT-SUMMARY.
           COMPUTE TOTAL-REPAYABLE = ANNUITY-PAYMENT
               * LOAN-TERM-MONTHS OF LOAN-ARRAY (LX)
           COMPUTE TOTAL-INTEREST = TOTAL-REPAYABLE
               - LOAN-PRINCIPAL OF LOAN-ARRAY (LX)
           MOVE LOAN-START-DATE OF LOAN-ARRAY (LX) (1:4) TO FD-YEAR
           MOVE LOAN-START-DATE OF LOAN-ARRAY (LX) (6:2) TO FD-MONTH
           ADD 1 TO FD-MONTH
           IF FD-MONTH > 12
               MOVE 1 TO FD-MONTH
               ADD 1 TO FD-YEAR
           END-IF
           MOVE LOAN-PAYMENT-DAY OF LOAN-ARRAY (LX) TO FD-DAY
           MOVE SPACES TO AGREEMENT-INFO
           STRING "Loan agreement summary - application "
               APP-APPLICATION-ID " dated " RUN-DATE
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE SPACES TO AGREEMENT-INFO
           STRING "  Borrower:           "
               LOAN-CUSTOMER-NAME OF LOAN-ARRAY (LX)
               " CPR " LOAN-CPR OF LOAN-ARRAY (LX)
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE SPACES TO AGREEMENT-INFO
           STRING "  Address:            "
               LOAN-CUSTOMER-ADDRESS OF LOAN-ARRAY (LX)
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE SPACES TO AGREEMENT-INFO
           STRING "  Loan/payment account: "
               LOAN-REG-NUMBER OF LOAN-ARRAY (LX) " "
               LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX)
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE LOAN-PRINCIPAL OF LOAN-ARRAY (LX) TO AMOUNT-EDIT
           MOVE SPACES TO AGREEMENT-INFO
           STRING "  Principal:          "
               FUNCTION TRIM(AMOUNT-EDIT LEADING) " DKK"
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE LOAN-ANNUAL-RATE OF LOAN-ARRAY (LX) TO RATE-EDIT
           MOVE LOAN-TERM-MONTHS OF LOAN-ARRAY (LX) TO TERM-EDIT
           MOVE SPACES TO AGREEMENT-INFO
           STRING "  Annual rate:        "
               FUNCTION TRIM(RATE-EDIT LEADING) " % over "
               FUNCTION TRIM(TERM-EDIT LEADING) " months"
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE ANNUITY-PAYMENT TO AMOUNT-EDIT
           MOVE SPACES TO AGREEMENT-INFO
           STRING "  Monthly installment: "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
               " DKK, first due " FIRST-DUE-BUILD
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE TOTAL-REPAYABLE TO AMOUNT-EDIT
           MOVE SPACES TO AGREEMENT-INFO
           STRING "  Total repayable:    "
               FUNCTION TRIM(AMOUNT-EDIT LEADING) " DKK"
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE TOTAL-INTEREST TO AMOUNT-EDIT
           MOVE SPACES TO AGREEMENT-INFO
           STRING "  Total interest:     "
               FUNCTION TRIM(AMOUNT-EDIT LEADING) " DKK"
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE SPACES TO AGREEMENT-INFO
           STRING "  Approved by:        "
               LOAN-APPROVED-BY OF LOAN-ARRAY (LX)
               " on " LOAN-APPROVED-DATE OF LOAN-ARRAY (LX)
               DELIMITED BY SIZE
               INTO AGREEMENT-INFO
           END-STRING
           WRITE AGREEMENT-RECORD
           MOVE SPACES TO AGREEMENT-INFO
           WRITE AGREEMENT-RECORD.

       REWRITE-LOAN-MASTER.
           OPEN OUTPUT LOAN-MASTER-FILE
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               MOVE LOAN-ARRAY (LX) TO LOAN-MASTER-RECORD
               WRITE LOAN-MASTER-RECORD
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.
