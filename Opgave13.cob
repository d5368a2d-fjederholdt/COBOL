           SELECT INTEREST-RATE-FILE ASSIGN TO "InterestRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEREST-RATE-STATUS.
           SELECT PRODUCT-CATALOGUE-FILE
               ASSIGN TO "ProductCatalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-CATALOGUE-STATUS.
           SELECT INTEREST-PERIOD-FILE ASSIGN TO "InterestPeriod.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEREST-PERIOD-STATUS.
       01 INTEREST-RATE-RECORD.
           COPY "INTERESTRATES.cpy".

       FD PRODUCT-CATALOGUE-FILE.
       01 PRODUCT-CATALOGUE-RECORD.
           COPY "PRODUCTCATALOGUE.cpy".

       FD INTEREST-PERIOD-FILE.
       01 INTEREST-PERIOD-RECORD.
           02 INTEREST-PERIOD-LINE PIC X(10).
           DEPENDING ON ACCOUNT-CURRENCY-COUNT.
           02 ACX-ACCOUNT-ID PIC X(15).
           02 ACX-CURRENCY PIC X(03).
           02 ACX-ACCOUNT-TYPE PIC X(10).
           02 ACX-STATUS PIC X(01).
       01 ACX PIC 9(4) VALUE 0.
       01 ACCOUNT-CURRENCY-HELD PIC X(03) VALUE "DKK".
       01 ACCOUNT-TYPE-HELD PIC X(10) VALUE SPACES.
       01 ACCOUNT-STATUS-HELD PIC X(01) VALUE SPACES.
       01 PRODUCT-CATALOGUE-STATUS PIC XX.
       01 END-OF-PRODUCT-CATALOGUE-FILE PIC X VALUE "N".
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
       01 NATIVE-NUMBER PIC S9(15)V99 VALUE ZEROS.
       01 NATIVE-RATE PIC 9(03)V9999 VALUE 1.0000.
       01 NATIVE-RATE-FOUND PIC X VALUE "N".
           PERFORM LOAD-INTEREST-PERIOD
           PERFORM CHECK-RATE-NOTICE-PERIOD
           PERFORM LOAD-INTEREST-RATES
           PERFORM LOAD-PRODUCT-CATALOGUE
           PERFORM LOAD-OPENING-BALANCES
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-ACCOUNT-CURRENCIES
               STOP RUN
           END-IF.

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

       LOAD-OPENING-BALANCES.
           OPEN INPUT OPENING-BALANCE-FILE
           IF OPENING-BALANCE-STATUS NOT = "00"
                               OF ACCOUNT-MASTER-RECORD
                               TO ACX-CURRENCY
                                   (ACCOUNT-CURRENCY-COUNT)
                           MOVE ACCOUNT-TYPE
                               OF ACCOUNT-MASTER-RECORD
                               TO ACX-ACCOUNT-TYPE
                                   (ACCOUNT-CURRENCY-COUNT)
                           MOVE ACCOUNT-STATUS
                               OF ACCOUNT-MASTER-RECORD
                               TO ACX-STATUS
                                   (ACCOUNT-CURRENCY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       FIND-ACCOUNT-CURRENCY.
           MOVE "DKK" TO ACCOUNT-CURRENCY-HELD
           MOVE SPACES TO ACCOUNT-TYPE-HELD
           MOVE SPACES TO ACCOUNT-STATUS-HELD
           PERFORM VARYING ACX FROM 1 BY 1
               UNTIL ACX > ACCOUNT-CURRENCY-COUNT
               IF ACX-ACCOUNT-ID (ACX) = CURRENT-ACCOUNT-ID
                   MOVE ACX-ACCOUNT-TYPE (ACX) TO ACCOUNT-TYPE-HELD
                   MOVE ACX-STATUS (ACX) TO ACCOUNT-STATUS-HELD
                   IF ACX-CURRENCY (ACX) NOT = SPACES
                       MOVE ACX-CURRENCY (ACX)
                           TO ACCOUNT-CURRENCY-HELD
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

       FINISH-ACCOUNT.
           COMPUTE ACCRUAL-DAYS = PERIOD-TO-INTEGER
               - LAST-ACCRUAL-INTEGER + 1
           COMPUTE INTEREST-POSTING-AMOUNT ROUNDED = ACCRUED-INTEREST
           IF INTEREST-POSTING-AMOUNT NOT = 0
               AND IDLE-ACCOUNT NOT = "Y"
               AND ACCOUNT-STATUS-HELD NOT = "C"
               PERFORM WRITE-INTEREST-POSTING
           END-IF
           PERFORM WRITE-REPORT-LINE
                   INTO INTEREST-REPORT-INFO
               END-STRING
           END-IF
           IF ACCOUNT-STATUS-HELD = "C"
               STRING FUNCTION TRIM(INTEREST-REPORT-INFO TRAILING)
                   " (account closed - settled at closure)"
                   INTO INTEREST-REPORT-INFO
               END-STRING
           END-IF
           WRITE INTEREST-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
