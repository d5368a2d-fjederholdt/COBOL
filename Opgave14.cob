           SELECT STATUS-REFERRAL-FILE
               ASSIGN TO "StandingOrderReferrals.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVERDRAFT-LIMIT-FILE
               ASSIGN TO "OverdraftLimits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERDRAFT-LIMIT-STATUS.
           SELECT PRODUCT-CATALOGUE-FILE
               ASSIGN TO "ProductCatalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-CATALOGUE-STATUS.
           SELECT BANK-CALENDAR-FILE ASSIGN TO "BankCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-CALENDAR-STATUS.
           SELECT RETRY-DAYS-FILE ASSIGN TO "FundsRetryDays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRY-DAYS-STATUS.
           SELECT RETRY-QUEUE-FILE
               ASSIGN TO "StandingOrderRetries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRY-QUEUE-STATUS.
           SELECT FAILED-NOTICE-FILE
               ASSIGN TO "FailedPaymentNotices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAILED-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 STATUS-REFERRAL-RECORD.
           02 STATUS-REFERRAL-INFO PIC X(150).

       FD OVERDRAFT-LIMIT-FILE.
       01 OVERDRAFT-LIMIT-RECORD.
           COPY "OVERDRAFTLIMIT.cpy".

       FD PRODUCT-CATALOGUE-FILE.
       01 PRODUCT-CATALOGUE-RECORD.
           COPY "PRODUCTCATALOGUE.cpy".

       FD BANK-CALENDAR-FILE.
       01 BANK-CALENDAR-RECORD.
           02 BANK-CALENDAR-DATE PIC X(10).

       FD RETRY-DAYS-FILE.
       01 RETRY-DAYS-RECORD.
           02 RETRY-DAYS-LINE PIC X(10).

       FD RETRY-QUEUE-FILE.
       01 RETRY-QUEUE-RECORD.
           COPY "FUNDSRETRY.cpy".
           COPY "STANDINGORDER.cpy".

       FD FAILED-NOTICE-FILE.
       01 FAILED-NOTICE-RECORD.
           02 FAILED-NOTICE-INFO PIC X(150).

       WORKING-STORAGE SECTION.
       01 END-OF-STANDING-ORDER-FILE PIC X VALUE "N".
       01 STANDING-ORDER-STATUS PIC XX.
       01 BLOCKED-DATE-HELD PIC X(10) VALUE SPACES.
       01 REFERRAL-COUNT PIC 9(5) VALUE 0.
       01 REFERRAL-COUNT-STRING PIC ZZZZ9.
       01 ORDER-ITEM-HELD.
           COPY "STANDINGORDER.cpy".
       01 OVERDRAFT-LIMIT-STATUS PIC XX.
       01 END-OF-OVERDRAFT-LIMIT-FILE PIC X VALUE "N".
       01 PRODUCT-CATALOGUE-STATUS PIC XX.
       01 END-OF-PRODUCT-CATALOGUE PIC X VALUE "N".
       01 BANK-CALENDAR-STATUS PIC XX.
       01 END-OF-CALENDAR-FILE PIC X VALUE "N".
       01 RETRY-DAYS-STATUS PIC XX.
       01 RETRY-QUEUE-STATUS PIC XX.
       01 END-OF-RETRY-QUEUE-FILE PIC X VALUE "N".
       01 FAILED-NOTICE-STATUS PIC XX.
       01 FUNDS-CHECK-ACTIVE PIC X VALUE "Y".
       01 FUNDS-COUNT PIC 9(4) VALUE 0.
       01 FUNDS-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON FUNDS-COUNT.
           02 FDA-ACCOUNT-ID PIC X(15).
           02 FDA-ACCOUNT-TYPE PIC X(10).
           02 FDA-AVAILABLE PIC S9(15)V99.
       01 FDX PIC 9(4) VALUE 0.
       01 PRODUCT-LIMIT-COUNT PIC 9(3) VALUE 0.
       01 PRODUCT-LIMIT-ARRAY
           OCCURS 1 TO 100 TIMES
           DEPENDING ON PRODUCT-LIMIT-COUNT.
           02 PLA-ACCOUNT-TYPE PIC X(10).
           02 PLA-DEFAULT-LIMIT PIC 9(15)V99.
       01 PLX PIC 9(3) VALUE 0.
       01 FUNDS-AVAILABLE PIC X VALUE "Y".
       01 FUNDS-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 HOLIDAY-ARRAY
           OCCURS 1 TO 200 TIMES
           DEPENDING ON HOLIDAY-COUNT.
           02 HOLIDAY-DATE PIC X(10).
       01 HOLIDAY-INDEX PIC 9(3) VALUE 0.
       01 NEXT-TRY-DATE PIC X(10) VALUE SPACES.
       01 VD-DAY-OF-WEEK PIC 9(1) VALUE 0.
       01 NEXT-TRY-IS-BUSINESS PIC X VALUE "Y".
       01 RETRY-DAYS PIC 9(2) VALUE 3.
       01 RETRY-COUNT PIC 9(5) VALUE 0.
       01 RETRY-MAX PIC 9(5) VALUE 10000.
       01 RETRY-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON RETRY-COUNT.
           COPY "FUNDSRETRY.cpy".
           COPY "STANDINGORDER.cpy".
       01 RTX PIC 9(5) VALUE 0.
       01 RETRY-LOADED PIC 9(5) VALUE 0.
       01 RETRY-POSTED-COUNT PIC 9(5) VALUE 0.
       01 RETRY-QUEUED-COUNT PIC 9(5) VALUE 0.
       01 RETRY-FAILED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF

           PERFORM LOAD-ACCOUNT-STATUSES
           PERFORM LOAD-OVERDRAFT-LIMITS
           PERFORM LOAD-PRODUCT-LIMITS
           PERFORM APPLY-PRODUCT-LIMITS
           PERFORM LOAD-BANK-CALENDAR
           PERFORM LOAD-RETRY-DAYS
           PERFORM LOAD-RETRY-QUEUE
           PERFORM FIND-NEXT-TRY-DATE
           OPEN EXTEND PENDING-PAYMENT-FILE
           IF PENDING-PAYMENT-STATUS NOT = "00"
               OPEN OUTPUT PENDING-PAYMENT-FILE
           END-IF
           OPEN OUTPUT STATUS-REFERRAL-FILE
           MOVE RETRY-COUNT TO RETRY-LOADED
           PERFORM VARYING RTX FROM 1 BY 1
               UNTIL RTX > RETRY-LOADED
               PERFORM PROCESS-ONE-RETRY
           END-PERFORM
           PERFORM VARYING IX FROM 1 BY 1
               UNTIL IX > STANDING-ORDER-COUNT
               MOVE STANDING-ORDER-ARRAY (IX) TO ORDER-ITEM-HELD
               PERFORM CHECK-ACCOUNT-STATUS
               IF ACCOUNT-BLOCKED = "Y"
                   PERFORM WRITE-STATUS-REFERRAL
               WRITE STANDING-ORDER-RECORD
           END-PERFORM
           CLOSE STANDING-ORDER-FILE
           PERFORM REWRITE-RETRY-QUEUE

           MOVE POSTING-COUNT TO POSTING-COUNT-STRING
           DISPLAY "Standing order run complete, payments queued for"
           MOVE REFERRAL-COUNT TO REFERRAL-COUNT-STRING
           DISPLAY "Orders referred (blocked/closed account): "
               REFERRAL-COUNT-STRING
           MOVE RETRY-POSTED-COUNT TO REFERRAL-COUNT-STRING
           DISPLAY "Retried orders paid: " REFERRAL-COUNT-STRING
           MOVE RETRY-QUEUED-COUNT TO REFERRAL-COUNT-STRING
           DISPLAY "Orders queued for retry (insufficient funds): "
               REFERRAL-COUNT-STRING
           MOVE RETRY-FAILED-COUNT TO REFERRAL-COUNT-STRING
           DISPLAY "Orders failed after final retry: "
               REFERRAL-COUNT-STRING
       STOP RUN.

       LOG-EXCEPTION.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
               MOVE "N" TO FUNDS-CHECK-ACTIVE
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), standing orders queued without funds check"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-MASTER-FILE = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                       MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
                       CLOSE ACCOUNT-MASTER-FILE
                   NOT AT END
                       IF FUNDS-COUNT < 5000
                           ADD 1 TO FUNDS-COUNT
                           MOVE ACCOUNT-NUMBER
                               OF ACCOUNT-MASTER-RECORD
                               TO FDA-ACCOUNT-ID (FUNDS-COUNT)
                           MOVE ACCOUNT-TYPE
                               OF ACCOUNT-MASTER-RECORD
                               TO FDA-ACCOUNT-TYPE (FUNDS-COUNT)
                           MOVE CLOSING-BALANCE
                               OF ACCOUNT-MASTER-RECORD
                               TO FDA-AVAILABLE (FUNDS-COUNT)
                       END-IF
                       IF ACCOUNT-STATUS-COUNT < 5000
                           AND (ACCOUNT-STATUS
                               OF ACCOUNT-MASTER-RECORD = "B"
           PERFORM VARYING ASX FROM 1 BY 1
               UNTIL ASX > ACCOUNT-STATUS-COUNT
               IF ASA-ACCOUNT-ID (ASX) =
                   ACCOUNT-ID OF ORDER-ITEM-HELD
                   MOVE "Y" TO ACCOUNT-BLOCKED
                   MOVE ASA-STATUS (ASX) TO BLOCKED-STATUS-HELD
                   MOVE ASA-EFFECTIVE-DATE (ASX) TO BLOCKED-DATE-HELD
           MOVE SPACES TO STATUS-REFERRAL-INFO
           STRING "Standing order held, "
               BLOCKED-STATUS-HELD " account "
               ACCOUNT-ID OF ORDER-ITEM-HELD
               " (since " BLOCKED-DATE-HELD ") CPR "
               CPR OF ORDER-ITEM-HELD
               " store "
               FUNCTION TRIM(STORE OF ORDER-ITEM-HELD
                   TRAILING)
               " amount "
               FUNCTION TRIM(AMOUNT OF ORDER-ITEM-HELD)
               INTO STATUS-REFERRAL-INFO
           END-STRING
           WRITE STATUS-REFERRAL-RECORD.
                   > RUN-DATE
                   OR NEXT-DUE-DATE OF STANDING-ORDER-ARRAY (IX)
                   = SPACES
               MOVE STANDING-ORDER-ARRAY (IX) TO ORDER-ITEM-HELD
               PERFORM CHECK-FUNDS-AVAILABLE
               IF FUNDS-AVAILABLE = "Y"
                   PERFORM WRITE-STANDING-ORDER-POSTING
               ELSE
                   PERFORM QUEUE-FUNDS-RETRY
               END-IF
               PERFORM ADVANCE-DUE-DATE
           END-PERFORM.

           ADD 1 TO POSTING-COUNT
           MOVE SPACES TO PENDING-PAYMENT-RECORD
           MOVE "P" TO PP-STATUS
           MOVE CPR OF ORDER-ITEM-HELD
               TO CPR OF PENDING-PAYMENT-RECORD
           STRING NEXT-DUE-DATE OF ORDER-ITEM-HELD
               " 06:00:00" DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF PENDING-PAYMENT-RECORD
           END-STRING
           MOVE CUSTOMER-NAME OF ORDER-ITEM-HELD
               TO CUSTOMER-NAME OF PENDING-PAYMENT-RECORD
           MOVE CUSTOMER-ADDRESS OF ORDER-ITEM-HELD
               TO CUSTOMER-ADDRESS OF PENDING-PAYMENT-RECORD
           MOVE REG-NUMBER OF ORDER-ITEM-HELD
               TO REG-NUMBER OF PENDING-PAYMENT-RECORD
           MOVE ACCOUNT-ID OF ORDER-ITEM-HELD
               TO ACCOUNT-ID OF PENDING-PAYMENT-RECORD
           MOVE "STANDING ORDER" TO
               TRANSACTION-TYPE OF PENDING-PAYMENT-RECORD
           MOVE AMOUNT OF ORDER-ITEM-HELD
               TO AMOUNT OF PENDING-PAYMENT-RECORD
           MOVE CURRENCY-CODE OF ORDER-ITEM-HELD
               TO CURRENCY-CODE OF PENDING-PAYMENT-RECORD
           MOVE STORE OF ORDER-ITEM-HELD
               TO STORE OF PENDING-PAYMENT-RECORD
           WRITE PENDING-PAYMENT-RECORD.

           END-IF
           MOVE "-" TO DUE-DASH-1
           MOVE "-" TO DUE-DASH-2.

       LOAD-OVERDRAFT-LIMITS.
           OPEN INPUT OVERDRAFT-LIMIT-FILE
           IF OVERDRAFT-LIMIT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-OVERDRAFT-LIMIT-FILE
           END-IF
           PERFORM UNTIL END-OF-OVERDRAFT-LIMIT-FILE = "Y"
               READ OVERDRAFT-LIMIT-FILE INTO OVERDRAFT-LIMIT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-OVERDRAFT-LIMIT-FILE
                       CLOSE OVERDRAFT-LIMIT-FILE
                   NOT AT END
                       PERFORM VARYING FDX FROM 1 BY 1
                           UNTIL FDX > FUNDS-COUNT
                           IF FDA-ACCOUNT-ID (FDX) =
                               ACCOUNT-ID OF OVERDRAFT-LIMIT-RECORD
                               ADD AUTHORIZED-LIMIT
                                   TO FDA-AVAILABLE (FDX)
                               MOVE SPACES TO FDA-ACCOUNT-TYPE (FDX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       LOAD-PRODUCT-LIMITS.
           OPEN INPUT PRODUCT-CATALOGUE-FILE
           IF PRODUCT-CATALOGUE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PRODUCT-CATALOGUE
           END-IF
           PERFORM UNTIL END-OF-PRODUCT-CATALOGUE = "Y"
               READ PRODUCT-CATALOGUE-FILE
                   AT END
                       MOVE "Y" TO END-OF-PRODUCT-CATALOGUE
                       CLOSE PRODUCT-CATALOGUE-FILE
                   NOT AT END
                       IF PC-ENTRY-KIND = "O"
                           AND PRODUCT-LIMIT-COUNT < 100
                           ADD 1 TO PRODUCT-LIMIT-COUNT
                           MOVE PC-ACCOUNT-TYPE TO PLA-ACCOUNT-TYPE
                               (PRODUCT-LIMIT-COUNT)
                           MOVE PC-DEFAULT-LIMIT TO PLA-DEFAULT-LIMIT
                               (PRODUCT-LIMIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-PRODUCT-LIMITS.
           PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > FUNDS-COUNT
               IF FDA-ACCOUNT-TYPE (FDX) NOT = SPACES
                   PERFORM VARYING PLX FROM 1 BY 1
                       UNTIL PLX > PRODUCT-LIMIT-COUNT
                       IF PLA-ACCOUNT-TYPE (PLX) =
                           FDA-ACCOUNT-TYPE (FDX)
                           ADD PLA-DEFAULT-LIMIT (PLX)
                               TO FDA-AVAILABLE (FDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOAD-BANK-CALENDAR.
           OPEN INPUT BANK-CALENDAR-FILE
           IF BANK-CALENDAR-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CALENDAR-FILE
           END-IF
           PERFORM UNTIL END-OF-CALENDAR-FILE = "Y"
               READ BANK-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO END-OF-CALENDAR-FILE
                       CLOSE BANK-CALENDAR-FILE
                   NOT AT END
                       IF HOLIDAY-COUNT < 200
                           AND BANK-CALENDAR-DATE NOT = SPACES
                           ADD 1 TO HOLIDAY-COUNT
                           MOVE BANK-CALENDAR-DATE
                               TO HOLIDAY-DATE (HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-RETRY-DAYS.
           OPEN INPUT RETRY-DAYS-FILE
           IF RETRY-DAYS-STATUS = "00"
               READ RETRY-DAYS-FILE INTO RETRY-DAYS-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(RETRY-DAYS-LINE)
                           TO RETRY-DAYS
               END-READ
               CLOSE RETRY-DAYS-FILE
           END-IF.

       LOAD-RETRY-QUEUE.
           OPEN INPUT RETRY-QUEUE-FILE
           IF RETRY-QUEUE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-RETRY-QUEUE-FILE
           END-IF
           PERFORM UNTIL END-OF-RETRY-QUEUE-FILE = "Y"
               READ RETRY-QUEUE-FILE INTO RETRY-QUEUE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-RETRY-QUEUE-FILE
                       CLOSE RETRY-QUEUE-FILE
                   NOT AT END
                       IF RETRY-COUNT < RETRY-MAX
                           ADD 1 TO RETRY-COUNT
                           MOVE RETRY-QUEUE-RECORD
                               TO RETRY-ARRAY (RETRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       FIND-NEXT-TRY-DATE.
           MOVE FUNCTION NUMVAL(RUN-TIMESTAMP (1:8))
               TO DUE-DATE-NUMERIC
           COMPUTE DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DUE-DATE-NUMERIC)
           MOVE "N" TO NEXT-TRY-IS-BUSINESS
           PERFORM UNTIL NEXT-TRY-IS-BUSINESS = "Y"
               ADD 1 TO DUE-DATE-INTEGER
               PERFORM REBUILD-DUE-DATE
               MOVE DUE-DATE-BUILD TO NEXT-TRY-DATE
               MOVE "Y" TO NEXT-TRY-IS-BUSINESS
               COMPUTE VD-DAY-OF-WEEK =
                   FUNCTION MOD(DUE-DATE-INTEGER - 1, 7) + 1
               IF VD-DAY-OF-WEEK > 5
                   MOVE "N" TO NEXT-TRY-IS-BUSINESS
               ELSE
                   PERFORM VARYING HOLIDAY-INDEX FROM 1 BY 1
                       UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT
                       IF HOLIDAY-DATE (HOLIDAY-INDEX) = NEXT-TRY-DATE
                           MOVE "N" TO NEXT-TRY-IS-BUSINESS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-FUNDS-AVAILABLE.
           MOVE "Y" TO FUNDS-AVAILABLE
           IF FUNDS-CHECK-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE FUNDS-AMOUNT = FUNCTION ABS(
               FUNCTION NUMVAL(AMOUNT OF ORDER-ITEM-HELD))
           MOVE "N" TO FUNDS-AVAILABLE
           PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > FUNDS-COUNT
               IF FDA-ACCOUNT-ID (FDX) = ACCOUNT-ID OF ORDER-ITEM-HELD
                   IF FDA-AVAILABLE (FDX) >= FUNDS-AMOUNT
                       SUBTRACT FUNDS-AMOUNT FROM FDA-AVAILABLE (FDX)
                       MOVE "Y" TO FUNDS-AVAILABLE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       QUEUE-FUNDS-RETRY.
           IF RETRY-COUNT >= RETRY-MAX
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": retry queue full, standing order for account "
                   ACCOUNT-ID OF ORDER-ITEM-HELD
                   " failed without retry" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               PERFORM WRITE-FAILED-NOTICE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RETRY-COUNT
           ADD 1 TO RETRY-QUEUED-COUNT
           MOVE "R" TO FR-QUEUE-STATUS OF RETRY-ARRAY (RETRY-COUNT)
           MOVE RUN-DATE
               TO FR-FIRST-FAIL-DATE OF RETRY-ARRAY (RETRY-COUNT)
           MOVE NEXT-TRY-DATE
               TO FR-NEXT-TRY-DATE OF RETRY-ARRAY (RETRY-COUNT)
           MOVE 0 TO FR-ATTEMPTS OF RETRY-ARRAY (RETRY-COUNT)
           MOVE CPR OF ORDER-ITEM-HELD
               TO CPR OF RETRY-ARRAY (RETRY-COUNT)
           MOVE ACCOUNT-ID OF ORDER-ITEM-HELD
               TO ACCOUNT-ID OF RETRY-ARRAY (RETRY-COUNT)
           MOVE REG-NUMBER OF ORDER-ITEM-HELD
               TO REG-NUMBER OF RETRY-ARRAY (RETRY-COUNT)
           MOVE CUSTOMER-NAME OF ORDER-ITEM-HELD
               TO CUSTOMER-NAME OF RETRY-ARRAY (RETRY-COUNT)
           MOVE CUSTOMER-ADDRESS OF ORDER-ITEM-HELD
               TO CUSTOMER-ADDRESS OF RETRY-ARRAY (RETRY-COUNT)
           MOVE STORE OF ORDER-ITEM-HELD
               TO STORE OF RETRY-ARRAY (RETRY-COUNT)
           MOVE AMOUNT OF ORDER-ITEM-HELD
               TO AMOUNT OF RETRY-ARRAY (RETRY-COUNT)
           MOVE CURRENCY-CODE OF ORDER-ITEM-HELD
               TO CURRENCY-CODE OF RETRY-ARRAY (RETRY-COUNT)
           MOVE FREQUENCY OF ORDER-ITEM-HELD
               TO FREQUENCY OF RETRY-ARRAY (RETRY-COUNT)
           MOVE NEXT-DUE-DATE OF ORDER-ITEM-HELD
               TO NEXT-DUE-DATE OF RETRY-ARRAY (RETRY-COUNT).

       PROCESS-ONE-RETRY.
           IF FR-QUEUE-STATUS OF RETRY-ARRAY (RTX) NOT = "R"
               OR FR-NEXT-TRY-DATE OF RETRY-ARRAY (RTX) > RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE CPR OF RETRY-ARRAY (RTX) TO CPR OF ORDER-ITEM-HELD
           MOVE ACCOUNT-ID OF RETRY-ARRAY (RTX)
               TO ACCOUNT-ID OF ORDER-ITEM-HELD
           MOVE REG-NUMBER OF RETRY-ARRAY (RTX)
               TO REG-NUMBER OF ORDER-ITEM-HELD
           MOVE CUSTOMER-NAME OF RETRY-ARRAY (RTX)
               TO CUSTOMER-NAME OF ORDER-ITEM-HELD
           MOVE CUSTOMER-ADDRESS OF RETRY-ARRAY (RTX)
               TO CUSTOMER-ADDRESS OF ORDER-ITEM-HELD
           MOVE STORE OF RETRY-ARRAY (RTX) TO STORE OF ORDER-ITEM-HELD
           MOVE AMOUNT OF RETRY-ARRAY (RTX)
               TO AMOUNT OF ORDER-ITEM-HELD
           MOVE CURRENCY-CODE OF RETRY-ARRAY (RTX)
               TO CURRENCY-CODE OF ORDER-ITEM-HELD
           MOVE FREQUENCY OF RETRY-ARRAY (RTX)
               TO FREQUENCY OF ORDER-ITEM-HELD
           MOVE NEXT-DUE-DATE OF RETRY-ARRAY (RTX)
               TO NEXT-DUE-DATE OF ORDER-ITEM-HELD
           PERFORM CHECK-ACCOUNT-STATUS
           IF ACCOUNT-BLOCKED = "Y"
               PERFORM WRITE-STATUS-REFERRAL
               MOVE "F" TO FR-QUEUE-STATUS OF RETRY-ARRAY (RTX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FR-ATTEMPTS OF RETRY-ARRAY (RTX)
           PERFORM CHECK-FUNDS-AVAILABLE
           IF FUNDS-AVAILABLE = "Y"
               MOVE RUN-DATE TO NEXT-DUE-DATE OF ORDER-ITEM-HELD
               PERFORM WRITE-STANDING-ORDER-POSTING
               ADD 1 TO RETRY-POSTED-COUNT
               MOVE "P" TO FR-QUEUE-STATUS OF RETRY-ARRAY (RTX)
           ELSE
               IF FR-ATTEMPTS OF RETRY-ARRAY (RTX) >= RETRY-DAYS
                   PERFORM WRITE-FAILED-NOTICE
                   MOVE "F" TO FR-QUEUE-STATUS OF RETRY-ARRAY (RTX)
               ELSE
                   MOVE NEXT-TRY-DATE
                       TO FR-NEXT-TRY-DATE OF RETRY-ARRAY (RTX)
               END-IF
           END-IF.

       WRITE-FAILED-NOTICE.
           ADD 1 TO RETRY-FAILED-COUNT
           OPEN EXTEND FAILED-NOTICE-FILE
           IF FAILED-NOTICE-STATUS NOT = "00"
               OPEN OUTPUT FAILED-NOTICE-FILE
           END-IF
           MOVE SPACES TO FAILED-NOTICE-INFO
           STRING RUN-DATE " standing order not paid, insufficient"
               " funds: CPR " CPR OF ORDER-ITEM-HELD
               " account " ACCOUNT-ID OF ORDER-ITEM-HELD
               " due " NEXT-DUE-DATE OF ORDER-ITEM-HELD
               " amount "
               FUNCTION TRIM(AMOUNT OF ORDER-ITEM-HELD)
               " " CURRENCY-CODE OF ORDER-ITEM-HELD
               " payee "
               FUNCTION TRIM(STORE OF ORDER-ITEM-HELD TRAILING)
               INTO FAILED-NOTICE-INFO
           END-STRING
           WRITE FAILED-NOTICE-RECORD
           CLOSE FAILED-NOTICE-FILE.

       REWRITE-RETRY-QUEUE.
           OPEN OUTPUT RETRY-QUEUE-FILE
           PERFORM VARYING RTX FROM 1 BY 1 UNTIL RTX > RETRY-COUNT
               IF FR-QUEUE-STATUS OF RETRY-ARRAY (RTX) = "R"
                   MOVE RETRY-ARRAY (RTX) TO RETRY-QUEUE-RECORD
                   WRITE RETRY-QUEUE-RECORD
               END-IF
           END-PERFORM
           CLOSE RETRY-QUEUE-FILE.
