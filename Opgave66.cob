       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE66.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "HoldRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REGISTER-STATUS.
           SELECT HOLD-ACTION-FILE ASSIGN TO "HoldActions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-ACTION-STATUS.
           SELECT HOLD-COUNTER-FILE ASSIGN TO "HoldCounter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-COUNTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "Transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT PAYOUT-FILE ASSIGN TO "GarnishmentPayouts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYOUT-FILE-STATUS.
           SELECT HOLD-REPORT-FILE
               ASSIGN TO "HoldRegisterReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-REGISTER-FILE.
       01 HOLD-REGISTER-RECORD.
           COPY "ACCOUNTHOLD.cpy".

       FD HOLD-ACTION-FILE.
       01 HOLD-ACTION-RECORD.
           02 HA-ACTION PIC X(01).
           02 HA-HOLD-ID PIC 9(08).
           02 HA-CPR PIC X(11).
           02 HA-CUSTOMER-NAME PIC X(30).
           02 HA-ACCOUNT-ID PIC X(15).
           02 HA-AMOUNT PIC X(15).
           02 HA-AUTHORITY PIC X(20).
           02 HA-REFERENCE PIC X(20).
           02 HA-VALID-FROM PIC X(10).
           02 HA-VALID-TO PIC X(10).
           02 HA-PAYOUT-DATE PIC X(10).
           02 HA-PAYEE-REG PIC X(04).
           02 HA-PAYEE-ACCOUNT PIC X(15).
           02 HA-OPERATOR PIC X(08).

       FD HOLD-COUNTER-FILE.
       01 HOLD-COUNTER-RECORD.
           02 HOLD-COUNTER-VALUE PIC 9(08).

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD PAYOUT-FILE.
       01 PAYOUT-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD HOLD-REPORT-FILE.
       01 HOLD-REPORT-RECORD.
           02 HOLD-REPORT-INFO PIC X(130).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 RUN-MODE-ARGS PIC X(20) VALUE SPACES.
       01 END-OF-HOLD-FILE PIC X VALUE "N".
       01 END-OF-ACTION-FILE PIC X VALUE "N".
       01 HOLD-REGISTER-STATUS PIC XX.
       01 HOLD-ACTION-STATUS PIC XX.
       01 HOLD-COUNTER-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 PAYOUT-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave66".
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 NEXT-HOLD-ID PIC 9(08) VALUE 1.
       01 HOLD-COUNT PIC 9(5) VALUE 0.
       01 HOLD-MAX PIC 9(5) VALUE 20000.
       01 HOLD-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON HOLD-COUNT.
           COPY "ACCOUNTHOLD.cpy".
       01 HX PIC 9(5) VALUE 0.
       01 HY PIC 9(5) VALUE 0.
       01 HOLD-SLOT PIC 9(5) VALUE 0.
       01 CHANGES-MADE PIC X VALUE "N".
       01 ACTION-VALID PIC X VALUE "Y".
       01 REJECT-TEXT PIC X(40) VALUE SPACES.
       01 REGISTERED-COUNT PIC 9(5) VALUE 0.
       01 RELEASED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 PAID-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
       01 HOLD-AMOUNT-VALUE PIC S9(13)V99 VALUE ZEROS.
       01 OUTSTANDING-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 PAYABLE-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 PAYOUT-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 POSTING-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 POSTING-AMOUNT-TEXT PIC -(12)9.99.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 PAID-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01 PAID-ACCOUNT-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON PAID-ACCOUNT-COUNT.
           02 PAA-ACCOUNT-ID PIC X(15).
           02 PAA-PAID PIC S9(15)V99.
       01 PAX PIC 9(4) VALUE 0.
       01 PAID-SLOT PIC 9(4) VALUE 0.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING

           PERFORM LOAD-HOLD-COUNTER
           PERFORM LOAD-HOLD-REGISTER

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           IF RUN-MODE-ARGS (1:6) = "PAYOUT"
               PERFORM LOAD-OWN-REG
               PERFORM RUN-HOLD-PAYOUT
           ELSE
               PERFORM PROCESS-HOLD-ACTIONS
           END-IF
           IF CHANGES-MADE = "Y"
               PERFORM REWRITE-HOLD-REGISTER
               PERFORM SAVE-HOLD-COUNTER
           END-IF
           PERFORM WRITE-HOLD-REPORT

           MOVE REGISTERED-COUNT TO COUNT-STRING
           DISPLAY "Holds registered: " COUNT-STRING
           MOVE RELEASED-COUNT TO COUNT-STRING
           DISPLAY "Holds released: " COUNT-STRING
           MOVE PAID-COUNT TO COUNT-STRING
           DISPLAY "Seizure payouts queued for clearing: " COUNT-STRING
           MOVE REJECTED-COUNT TO COUNT-STRING
           DISPLAY "Hold actions rejected: " COUNT-STRING
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
                   " seizure postings would fail the pre-edit"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-HOLD-COUNTER.
           OPEN INPUT HOLD-COUNTER-FILE
           IF HOLD-COUNTER-STATUS = "00"
               READ HOLD-COUNTER-FILE INTO HOLD-COUNTER-RECORD
                   NOT AT END
                       MOVE HOLD-COUNTER-VALUE TO NEXT-HOLD-ID
               END-READ
               CLOSE HOLD-COUNTER-FILE
           END-IF.

       SAVE-HOLD-COUNTER.
           OPEN OUTPUT HOLD-COUNTER-FILE
           MOVE NEXT-HOLD-ID TO HOLD-COUNTER-VALUE
           WRITE HOLD-COUNTER-RECORD
           CLOSE HOLD-COUNTER-FILE.

       LOAD-HOLD-REGISTER.
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
                       IF HOLD-COUNT < HOLD-MAX
                           ADD 1 TO HOLD-COUNT
                           MOVE HOLD-REGISTER-RECORD
                               TO HOLD-ARRAY (HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       PROCESS-HOLD-ACTIONS.
           OPEN INPUT HOLD-ACTION-FILE
           IF HOLD-ACTION-STATUS NOT = "00"
               DISPLAY "No HoldActions.txt to process"
               MOVE "Y" TO END-OF-ACTION-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), no holds registered" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-ACTION-FILE = "Y"
               READ HOLD-ACTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-ACTION-FILE
                       CLOSE HOLD-ACTION-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-ACTION
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE.

       TAKE-ONE-ACTION.
           EVALUATE HA-ACTION
               WHEN "A"
                   PERFORM REGISTER-NEW-HOLD
               WHEN "R"
                   PERFORM RELEASE-HOLD
               WHEN OTHER
                   MOVE "unknown hold action" TO REJECT-TEXT
                   PERFORM REJECT-HOLD-ACTION
           END-EVALUATE.

       REJECT-HOLD-ACTION.
           ADD 1 TO REJECTED-COUNT
           STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
               ": hold action " HA-ACTION
               " account " HA-ACCOUNT-ID
               " ref " HA-REFERENCE " rejected - "
               DELIMITED BY SIZE
               REJECT-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-LOG-INFO
           END-STRING
           PERFORM LOG-EXCEPTION.

       REGISTER-NEW-HOLD.
           PERFORM VALIDATE-NEW-HOLD
           IF ACTION-VALID NOT = "Y"
               PERFORM REJECT-HOLD-ACTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REGISTERED-COUNT
           MOVE "Y" TO CHANGES-MADE
           ADD 1 TO HOLD-COUNT
           MOVE SPACES TO HOLD-ARRAY (HOLD-COUNT)
           MOVE NEXT-HOLD-ID TO HLD-HOLD-ID OF HOLD-ARRAY (HOLD-COUNT)
           ADD 1 TO NEXT-HOLD-ID
           MOVE HA-CPR TO HLD-CPR OF HOLD-ARRAY (HOLD-COUNT)
           MOVE HA-CUSTOMER-NAME
               TO HLD-CUSTOMER-NAME OF HOLD-ARRAY (HOLD-COUNT)
           MOVE HA-ACCOUNT-ID
               TO HLD-ACCOUNT-ID OF HOLD-ARRAY (HOLD-COUNT)
           MOVE HOLD-AMOUNT-VALUE
               TO HLD-AMOUNT OF HOLD-ARRAY (HOLD-COUNT)
           MOVE ZEROES TO HLD-PAID-AMOUNT OF HOLD-ARRAY (HOLD-COUNT)
           MOVE ZEROES TO HLD-LAST-PAYOUT OF HOLD-ARRAY (HOLD-COUNT)
           MOVE HA-AUTHORITY
               TO HLD-AUTHORITY OF HOLD-ARRAY (HOLD-COUNT)
           MOVE HA-REFERENCE
               TO HLD-REFERENCE OF HOLD-ARRAY (HOLD-COUNT)
           IF HA-VALID-FROM = SPACES
               MOVE RUN-DATE
                   TO HLD-VALID-FROM OF HOLD-ARRAY (HOLD-COUNT)
           ELSE
               MOVE HA-VALID-FROM
                   TO HLD-VALID-FROM OF HOLD-ARRAY (HOLD-COUNT)
           END-IF
           MOVE HA-VALID-TO TO HLD-VALID-TO OF HOLD-ARRAY (HOLD-COUNT)
           MOVE HA-PAYOUT-DATE
               TO HLD-PAYOUT-DATE OF HOLD-ARRAY (HOLD-COUNT)
           MOVE HA-PAYEE-REG
               TO HLD-PAYEE-REG OF HOLD-ARRAY (HOLD-COUNT)
           MOVE HA-PAYEE-ACCOUNT
               TO HLD-PAYEE-ACCOUNT OF HOLD-ARRAY (HOLD-COUNT)
           MOVE "A" TO HLD-STATUS OF HOLD-ARRAY (HOLD-COUNT)
           MOVE HA-OPERATOR TO HLD-OPERATOR OF HOLD-ARRAY (HOLD-COUNT).

       VALIDATE-NEW-HOLD.
           MOVE "Y" TO ACTION-VALID
           IF HOLD-COUNT >= HOLD-MAX
               MOVE "N" TO ACTION-VALID
               MOVE "hold register is full" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF HA-AUTHORITY = SPACES OR HA-REFERENCE = SPACES
               MOVE "N" TO ACTION-VALID
               MOVE "authority and reference are required"
                   TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF HA-AMOUNT = SPACES
               MOVE ZEROES TO HOLD-AMOUNT-VALUE
           ELSE
               MOVE FUNCTION NUMVAL(HA-AMOUNT) TO HOLD-AMOUNT-VALUE
           END-IF
           IF HOLD-AMOUNT-VALUE <= 0
               MOVE "N" TO ACTION-VALID
               MOVE "held amount must be positive" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF HA-PAYOUT-DATE NOT = SPACES
               AND (HA-PAYEE-REG NOT NUMERIC
                   OR HA-PAYEE-ACCOUNT = SPACES)
               MOVE "N" TO ACTION-VALID
               MOVE "payout needs the authority reg/account"
                   TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE HA-ACCOUNT-ID TO ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
           READ ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "N" TO ACTION-VALID
               MOVE "account not in the account master"
                   TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
               IF HLD-STATUS OF HOLD-ARRAY (HX) = "A"
                   AND HLD-AUTHORITY OF HOLD-ARRAY (HX) = HA-AUTHORITY
                   AND HLD-REFERENCE OF HOLD-ARRAY (HX) = HA-REFERENCE
                   AND HLD-ACCOUNT-ID OF HOLD-ARRAY (HX) =
                       HA-ACCOUNT-ID
                   MOVE "N" TO ACTION-VALID
                   MOVE "order already registered" TO REJECT-TEXT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RELEASE-HOLD.
           MOVE 0 TO HOLD-SLOT
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
               IF HLD-HOLD-ID OF HOLD-ARRAY (HX) = HA-HOLD-ID
                   MOVE HX TO HOLD-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF HOLD-SLOT = 0
               MOVE "hold ID not found" TO REJECT-TEXT
               PERFORM REJECT-HOLD-ACTION
               EXIT PARAGRAPH
           END-IF
           IF HLD-STATUS OF HOLD-ARRAY (HOLD-SLOT) NOT = "A"
               MOVE "hold is not active" TO REJECT-TEXT
               PERFORM REJECT-HOLD-ACTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RELEASED-COUNT
           MOVE "Y" TO CHANGES-MADE
           MOVE "R" TO HLD-STATUS OF HOLD-ARRAY (HOLD-SLOT)
           MOVE RUN-DATE TO HLD-VALID-TO OF HOLD-ARRAY (HOLD-SLOT)
           MOVE HA-OPERATOR TO HLD-OPERATOR OF HOLD-ARRAY (HOLD-SLOT).

       RUN-HOLD-PAYOUT.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), no seizure payouts made" DELIMITED BY SIZE
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
           OPEN EXTEND PAYOUT-FILE
           IF PAYOUT-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYOUT-FILE
           END-IF
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
               IF HLD-STATUS OF HOLD-ARRAY (HX) = "A"
                   AND HLD-PAYOUT-DATE OF HOLD-ARRAY (HX)
                       NOT = SPACES
                   AND HLD-PAYOUT-DATE OF HOLD-ARRAY (HX) <= RUN-DATE
                   AND HLD-LAST-PAYOUT-DATE OF HOLD-ARRAY (HX)
                       NOT = RUN-DATE
                   PERFORM PAY-OUT-ONE-HOLD
               END-IF
           END-PERFORM
           CLOSE PAYOUT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER-FILE.

       PAY-OUT-ONE-HOLD.
           COMPUTE OUTSTANDING-AMOUNT = HLD-AMOUNT OF HOLD-ARRAY (HX)
               - HLD-PAID-AMOUNT OF HOLD-ARRAY (HX)
           IF OUTSTANDING-AMOUNT <= 0
               MOVE "P" TO HLD-STATUS OF HOLD-ARRAY (HX)
               MOVE "Y" TO CHANGES-MADE
               EXIT PARAGRAPH
           END-IF
           MOVE HLD-ACCOUNT-ID OF HOLD-ARRAY (HX)
               TO ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
           READ ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": seized account "
                   HLD-ACCOUNT-ID OF HOLD-ARRAY (HX)
                   " not in the account master, no payout"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PAID-ACCOUNT
           COMPUTE PAYABLE-BALANCE =
               CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
               - PAA-PAID (PAID-SLOT)
           IF PAYABLE-BALANCE <= 0
               EXIT PARAGRAPH
           END-IF
           IF PAYABLE-BALANCE < OUTSTANDING-AMOUNT
               MOVE PAYABLE-BALANCE TO PAYOUT-AMOUNT
           ELSE
               MOVE OUTSTANDING-AMOUNT TO PAYOUT-AMOUNT
           END-IF
           ADD PAYOUT-AMOUNT TO PAA-PAID (PAID-SLOT)
           ADD PAYOUT-AMOUNT TO HLD-PAID-AMOUNT OF HOLD-ARRAY (HX)
           MOVE RUN-DATE TO HLD-LAST-PAYOUT-DATE OF HOLD-ARRAY (HX)
           MOVE PAYOUT-AMOUNT TO HLD-LAST-PAYOUT OF HOLD-ARRAY (HX)
           IF HLD-PAID-AMOUNT OF HOLD-ARRAY (HX) >=
               HLD-AMOUNT OF HOLD-ARRAY (HX)
               MOVE "P" TO HLD-STATUS OF HOLD-ARRAY (HX)
           END-IF
           MOVE "Y" TO CHANGES-MADE
           ADD 1 TO PAID-COUNT
           PERFORM WRITE-SEIZURE-DEBIT
           PERFORM WRITE-AUTHORITY-CREDIT.

       FIND-PAID-ACCOUNT.
           MOVE 0 TO PAID-SLOT
           PERFORM VARYING PAX FROM 1 BY 1
               UNTIL PAX > PAID-ACCOUNT-COUNT
               IF PAA-ACCOUNT-ID (PAX) =
                   HLD-ACCOUNT-ID OF HOLD-ARRAY (HX)
                   MOVE PAX TO PAID-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PAID-SLOT = 0
               IF PAID-ACCOUNT-COUNT < 5000
                   ADD 1 TO PAID-ACCOUNT-COUNT
               END-IF
               MOVE PAID-ACCOUNT-COUNT TO PAID-SLOT
               MOVE HLD-ACCOUNT-ID OF HOLD-ARRAY (HX)
                   TO PAA-ACCOUNT-ID (PAID-SLOT)
               MOVE ZEROES TO PAA-PAID (PAID-SLOT)
               PERFORM VARYING HY FROM 1 BY 1 UNTIL HY > HOLD-COUNT
                   IF HLD-ACCOUNT-ID OF HOLD-ARRAY (HY) =
                       PAA-ACCOUNT-ID (PAID-SLOT)
                       AND HLD-LAST-PAYOUT-DATE OF HOLD-ARRAY (HY)
                           = RUN-DATE
                       ADD HLD-LAST-PAYOUT OF HOLD-ARRAY (HY)
                           TO PAA-PAID (PAID-SLOT)
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-SEIZURE-DEBIT.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE HLD-CPR OF HOLD-ARRAY (HX) TO CPR OF TRANSACTION-RECORD
           STRING RUN-DATE " 06:00:00" DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF TRANSACTION-RECORD
           END-STRING
           MOVE HLD-CUSTOMER-NAME OF HOLD-ARRAY (HX)
               TO CUSTOMER-NAME OF TRANSACTION-RECORD
           MOVE OWN-REG-NUMBER TO REG-NUMBER OF TRANSACTION-RECORD
           MOVE HLD-ACCOUNT-ID OF HOLD-ARRAY (HX)
               TO ACCOUNT-ID OF TRANSACTION-RECORD
           MOVE "GARNISHMENT PAYOUT"
               TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           COMPUTE POSTING-AMOUNT = 0 - PAYOUT-AMOUNT
           MOVE POSTING-AMOUNT TO POSTING-AMOUNT-TEXT
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF TRANSACTION-RECORD
           MOVE CURRENCY-CODE OF ACCOUNT-MASTER-RECORD
               TO CURRENCY-CODE OF TRANSACTION-RECORD
           MOVE HLD-AUTHORITY OF HOLD-ARRAY (HX)
               TO STORE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.

       WRITE-AUTHORITY-CREDIT.
           MOVE SPACES TO PAYOUT-RECORD
           MOVE HLD-CPR OF HOLD-ARRAY (HX) TO CPR OF PAYOUT-RECORD
           STRING RUN-DATE " 06:00:00" DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF PAYOUT-RECORD
           END-STRING
           MOVE HLD-AUTHORITY OF HOLD-ARRAY (HX)
               TO CUSTOMER-NAME OF PAYOUT-RECORD
           MOVE HLD-PAYEE-REG OF HOLD-ARRAY (HX)
               TO REG-NUMBER OF PAYOUT-RECORD
           MOVE HLD-PAYEE-ACCOUNT OF HOLD-ARRAY (HX)
               TO ACCOUNT-ID OF PAYOUT-RECORD
           MOVE "GARNISHMENT PAYOUT"
               TO TRANSACTION-TYPE OF PAYOUT-RECORD
           MOVE PAYOUT-AMOUNT TO POSTING-AMOUNT-TEXT
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF PAYOUT-RECORD
           MOVE CURRENCY-CODE OF ACCOUNT-MASTER-RECORD
               TO CURRENCY-CODE OF PAYOUT-RECORD
           MOVE HLD-REFERENCE OF HOLD-ARRAY (HX)
               TO STORE OF PAYOUT-RECORD
           WRITE PAYOUT-RECORD.

       REWRITE-HOLD-REGISTER.
           OPEN OUTPUT HOLD-REGISTER-FILE
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
               MOVE HOLD-ARRAY (HX) TO HOLD-REGISTER-RECORD
               WRITE HOLD-REGISTER-RECORD
           END-PERFORM
           CLOSE HOLD-REGISTER-FILE.

       WRITE-HOLD-REPORT.
           OPEN OUTPUT HOLD-REPORT-FILE
           MOVE SPACES TO HOLD-REPORT-INFO
           STRING "Active holds and seizures " RUN-DATE
               INTO HOLD-REPORT-INFO
           END-STRING
           WRITE HOLD-REPORT-RECORD
           MOVE SPACES TO HOLD-REPORT-INFO
           STRING "HOLD-ID  ACCOUNT         AUTHORITY            "
               "REFERENCE            OUTSTANDING"
               DELIMITED BY SIZE
               INTO HOLD-REPORT-INFO
           END-STRING
           WRITE HOLD-REPORT-RECORD
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HOLD-COUNT
               IF HLD-STATUS OF HOLD-ARRAY (HX) = "A"
                   COMPUTE OUTSTANDING-AMOUNT =
                       HLD-AMOUNT OF HOLD-ARRAY (HX)
                       - HLD-PAID-AMOUNT OF HOLD-ARRAY (HX)
                   MOVE OUTSTANDING-AMOUNT TO AMOUNT-EDIT
                   MOVE SPACES TO HOLD-REPORT-INFO
                   STRING HLD-HOLD-ID OF HOLD-ARRAY (HX) " "
                       HLD-ACCOUNT-ID OF HOLD-ARRAY (HX) " "
                       HLD-AUTHORITY OF HOLD-ARRAY (HX) " "
                       HLD-REFERENCE OF HOLD-ARRAY (HX) " "
                       FUNCTION TRIM(AMOUNT-EDIT LEADING)
                       INTO HOLD-REPORT-INFO
                   END-STRING
                   WRITE HOLD-REPORT-RECORD
               END-IF
           END-PERFORM
           CLOSE HOLD-REPORT-FILE.
