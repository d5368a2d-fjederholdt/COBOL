               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "BSCollectionRejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
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
               ASSIGN TO "BSCollectionRetries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRY-QUEUE-STATUS.
           SELECT FAILED-NOTICE-FILE
               ASSIGN TO "FailedPaymentNotices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FAILED-NOTICE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

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
           COPY "BSCOLLECTION.cpy".

       FD FAILED-NOTICE-FILE.
       01 FAILED-NOTICE-RECORD.
           02 FAILED-NOTICE-INFO PIC X(150).

       WORKING-STORAGE SECTION.
       01 END-OF-MANDATE-FILE PIC X VALUE "N".
       01 END-OF-COLLECTION-FILE PIC X VALUE "N".
       01 DUE-DATE-INTEGER PIC S9(9) VALUE 0.
       01 DATE-CONVERT-STRING PIC X(8) VALUE SPACES.
       01 POSTING-TYPE PIC X(20) VALUE SPACES.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
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
       01 HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 HOLIDAY-ARRAY
           OCCURS 1 TO 200 TIMES
           DEPENDING ON HOLIDAY-COUNT.
           02 HOLIDAY-DATE PIC X(10).
       01 HOLIDAY-INDEX PIC 9(3) VALUE 0.
       01 NEXT-TRY-DATE PIC X(10) VALUE SPACES.
       01 NEXT-TRY-INTEGER PIC S9(9) VALUE 0.
       01 NEXT-TRY-NUMERIC PIC 9(8) VALUE 0.
       01 NEXT-TRY-BUILD.
           02 NT-YEAR PIC 9(4).
           02 NT-DASH-1 PIC X.
           02 NT-MONTH PIC 9(2).
           02 NT-DASH-2 PIC X.
           02 NT-DAY PIC 9(2).
       01 NT-DAY-OF-WEEK PIC 9(1) VALUE 0.
       01 NEXT-TRY-IS-BUSINESS PIC X VALUE "Y".
       01 RETRY-DAYS PIC 9(2) VALUE 3.
       01 RETRY-COUNT PIC 9(5) VALUE 0.
       01 RETRY-MAX PIC 9(5) VALUE 10000.
       01 RETRY-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON RETRY-COUNT.
           COPY "FUNDSRETRY.cpy".
           COPY "BSCOLLECTION.cpy".
       01 RTX PIC 9(5) VALUE 0.
       01 RETRY-LOADED PIC 9(5) VALUE 0.
       01 RETRY-QUEUED-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-RETURN-WINDOW
           PERFORM LOAD-MANDATES
           PERFORM LOAD-AVAILABLE-FUNDS
           PERFORM LOAD-OVERDRAFT-LIMITS
           PERFORM LOAD-PRODUCT-LIMITS
           PERFORM APPLY-PRODUCT-LIMITS
           PERFORM LOAD-BANK-CALENDAR
           PERFORM LOAD-RETRY-DAYS
           PERFORM LOAD-RETRY-QUEUE
           PERFORM FIND-NEXT-TRY-DATE

           OPEN EXTEND TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE
           MOVE RETRY-COUNT TO RETRY-LOADED
           PERFORM VARYING RTX FROM 1 BY 1
               UNTIL RTX > RETRY-LOADED
               PERFORM PROCESS-ONE-RETRY
           END-PERFORM
           PERFORM PROCESS-COLLECTIONS
           PERFORM PROCESS-RETURNS
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE
           PERFORM REWRITE-RETRY-QUEUE

           MOVE COLLECTED-COUNT TO COUNT-STRING
           DISPLAY "BS collections posted: " COUNT-STRING
           DISPLAY "BS returns posted: " COUNT-STRING
           MOVE REJECTED-COUNT TO COUNT-STRING
           DISPLAY "BS items rejected: " COUNT-STRING
           MOVE RETRY-QUEUED-COUNT TO COUNT-STRING
           DISPLAY "BS collections queued for retry"
               " (insufficient funds): " COUNT-STRING
       STOP RUN.

       LOG-EXCEPTION.
                   NOT AT END
                       PERFORM VALIDATE-COLLECTION
                       IF RECORD-VALID = "Y"
                           PERFORM CHECK-FUNDS-AVAILABLE
                           IF FUNDS-AVAILABLE = "Y"
                               PERFORM POST-COLLECTION-DEBIT
                           ELSE
                               PERFORM QUEUE-FUNDS-RETRY
                           END-IF
                       ELSE
                           PERFORM WRITE-COLLECTION-REJECT
                       END-IF
                       MOVE "Y" TO END-OF-RETURN-FILE
                       CLOSE RETURN-FILE
                   NOT AT END
                       IF COLLECTION-RECORD (1:7) NOT = "TRAILER"
                           PERFORM PROCESS-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM.

               INTO REJECT-INFO
           END-STRING
           WRITE REJECT-RECORD.

       LOAD-AVAILABLE-FUNDS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
               MOVE "N" TO FUNDS-CHECK-ACTIVE
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), collections posted without funds check"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-MASTER-FILE = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
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
               END-READ
           END-PERFORM.

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
           MOVE RUN-DATE-INTEGER TO NEXT-TRY-INTEGER
           MOVE "N" TO NEXT-TRY-IS-BUSINESS
           PERFORM UNTIL NEXT-TRY-IS-BUSINESS = "Y"
               ADD 1 TO NEXT-TRY-INTEGER
               COMPUTE NEXT-TRY-NUMERIC =
                   FUNCTION DATE-OF-INTEGER(NEXT-TRY-INTEGER)
               COMPUTE NT-YEAR = NEXT-TRY-NUMERIC / 10000
               COMPUTE NT-MONTH =
                   FUNCTION MOD(NEXT-TRY-NUMERIC / 100, 100)
               COMPUTE NT-DAY = FUNCTION MOD(NEXT-TRY-NUMERIC, 100)
               MOVE "-" TO NT-DASH-1
               MOVE "-" TO NT-DASH-2
               MOVE NEXT-TRY-BUILD TO NEXT-TRY-DATE
               MOVE "Y" TO NEXT-TRY-IS-BUSINESS
               COMPUTE NT-DAY-OF-WEEK =
                   FUNCTION MOD(NEXT-TRY-INTEGER - 1, 7) + 1
               IF NT-DAY-OF-WEEK > 5
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
           MOVE "N" TO FUNDS-AVAILABLE
           PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > FUNDS-COUNT
               IF FDA-ACCOUNT-ID (FDX) =
                   COL-DEBTOR-ACCOUNT OF COLLECTION-RECORD
                   IF FDA-AVAILABLE (FDX) >= AMOUNT-VALUE
                       SUBTRACT AMOUNT-VALUE FROM FDA-AVAILABLE (FDX)
                       MOVE "Y" TO FUNDS-AVAILABLE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       QUEUE-FUNDS-RETRY.
           IF RETRY-COUNT >= RETRY-MAX
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": retry queue full, collection for account "
                   COL-DEBTOR-ACCOUNT OF COLLECTION-RECORD
                   " rejected without retry" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE "M06" TO REJECT-REASON
               PERFORM WRITE-COLLECTION-REJECT
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
           MOVE COL-CREDITOR-ID OF COLLECTION-RECORD
               TO COL-CREDITOR-ID OF RETRY-ARRAY (RETRY-COUNT)
           MOVE COL-DEBTOR-CPR OF COLLECTION-RECORD
               TO COL-DEBTOR-CPR OF RETRY-ARRAY (RETRY-COUNT)
           MOVE COL-DEBTOR-ACCOUNT OF COLLECTION-RECORD
               TO COL-DEBTOR-ACCOUNT OF RETRY-ARRAY (RETRY-COUNT)
           MOVE COL-DUE-DATE OF COLLECTION-RECORD
               TO COL-DUE-DATE OF RETRY-ARRAY (RETRY-COUNT)
           MOVE COL-AMOUNT OF COLLECTION-RECORD
               TO COL-AMOUNT OF RETRY-ARRAY (RETRY-COUNT)
           MOVE COL-TEXT OF COLLECTION-RECORD
               TO COL-TEXT OF RETRY-ARRAY (RETRY-COUNT).

       PROCESS-ONE-RETRY.
           IF FR-QUEUE-STATUS OF RETRY-ARRAY (RTX) NOT = "R"
               OR FR-NEXT-TRY-DATE OF RETRY-ARRAY (RTX) > RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO COLLECTION-RECORD
           MOVE COL-CREDITOR-ID OF RETRY-ARRAY (RTX)
               TO COL-CREDITOR-ID OF COLLECTION-RECORD
           MOVE COL-DEBTOR-CPR OF RETRY-ARRAY (RTX)
               TO COL-DEBTOR-CPR OF COLLECTION-RECORD
           MOVE COL-DEBTOR-ACCOUNT OF RETRY-ARRAY (RTX)
               TO COL-DEBTOR-ACCOUNT OF COLLECTION-RECORD
           MOVE COL-DUE-DATE OF RETRY-ARRAY (RTX)
               TO COL-DUE-DATE OF COLLECTION-RECORD
           MOVE COL-AMOUNT OF RETRY-ARRAY (RTX)
               TO COL-AMOUNT OF COLLECTION-RECORD
           MOVE COL-TEXT OF RETRY-ARRAY (RTX)
               TO COL-TEXT OF COLLECTION-RECORD
           PERFORM VALIDATE-COLLECTION
           IF RECORD-VALID NOT = "Y"
               PERFORM WRITE-COLLECTION-REJECT
               MOVE "F" TO FR-QUEUE-STATUS OF RETRY-ARRAY (RTX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FR-ATTEMPTS OF RETRY-ARRAY (RTX)
           PERFORM CHECK-FUNDS-AVAILABLE
           IF FUNDS-AVAILABLE = "Y"
               MOVE RUN-DATE TO COL-DUE-DATE OF COLLECTION-RECORD
               PERFORM POST-COLLECTION-DEBIT
               MOVE "P" TO FR-QUEUE-STATUS OF RETRY-ARRAY (RTX)
           ELSE
               IF FR-ATTEMPTS OF RETRY-ARRAY (RTX) >= RETRY-DAYS
                   MOVE "M06" TO REJECT-REASON
                   PERFORM WRITE-COLLECTION-REJECT
                   PERFORM WRITE-FAILED-NOTICE
                   MOVE "F" TO FR-QUEUE-STATUS OF RETRY-ARRAY (RTX)
               ELSE
                   MOVE NEXT-TRY-DATE
                       TO FR-NEXT-TRY-DATE OF RETRY-ARRAY (RTX)
               END-IF
           END-IF.

       WRITE-FAILED-NOTICE.
           OPEN EXTEND FAILED-NOTICE-FILE
           IF FAILED-NOTICE-STATUS NOT = "00"
               OPEN OUTPUT FAILED-NOTICE-FILE
           END-IF
           MOVE SPACES TO FAILED-NOTICE-INFO
           STRING RUN-DATE " Betalingsservice collection not paid,"
               " insufficient funds: CPR "
               COL-DEBTOR-CPR OF COLLECTION-RECORD
               " account " COL-DEBTOR-ACCOUNT OF COLLECTION-RECORD
               " due " COL-DUE-DATE OF COLLECTION-RECORD
               " amount "
               FUNCTION TRIM(COL-AMOUNT OF COLLECTION-RECORD)
               " creditor "
               FUNCTION TRIM(BS-CREDITOR-NAME
                   OF MANDATE-ARRAY (MANDATE-SLOT) TRAILING)
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
