       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE80.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATISTICS-CONFIG-FILE
               ASSIGN TO "CrossBorderConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATISTICS-CONFIG-STATUS.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CurrencyRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENCY-RATE-STATUS.
           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN TO "TransactionArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-ARCHIVE-STATUS.
           SELECT CLEARING-ITEM-FILE ASSIGN USING CLEARING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-ITEM-STATUS.
           SELECT STATISTICS-FILE ASSIGN TO "CrossBorderStatistics.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE
               ASSIGN TO "CrossBorderControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATISTICS-CONFIG-FILE.
       01 STATISTICS-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
           COPY "CURRENCYRATES.cpy".

       FD TRANSACTION-ARCHIVE-FILE.
       01 TRANSACTION-ARCHIVE-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD CLEARING-ITEM-FILE.
       01 CLEARING-ITEM-RECORD.
           COPY "CLEARING.cpy".

       FD STATISTICS-FILE.
       01 STATISTICS-RECORD.
           02 STATISTICS-LINE PIC X(80).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD.
           02 CONTROL-REPORT-INFO PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-CURRENCY-RATE-FILE PIC X VALUE "N".
       01 END-OF-ARCHIVE-FILE PIC X VALUE "N".
       01 END-OF-CLEARING-FILE PIC X VALUE "N".
       01 STATISTICS-CONFIG-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 CURRENCY-RATE-STATUS PIC XX.
       01 CURRENCY-RATE-OPENED PIC X VALUE "N".
       01 TRANSACTION-ARCHIVE-STATUS PIC XX.
       01 CLEARING-ITEM-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave80".
       01 CLEARING-FILE-NAME PIC X(40) VALUE SPACES.
       01 CONFIG-KEY PIC X(20) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-YEAR PIC 9(4) VALUE 0.
       01 RUN-MONTH PIC 9(2) VALUE 0.
       01 REPORT-MONTH PIC X(07) VALUE SPACES.
       01 REPORT-PERIOD PIC X(06) VALUE SPACES.
       01 REPORT-THRESHOLD PIC 9(13)V99 VALUE 100000.
       01 HOME-COUNTRY PIC X(02) VALUE "DK".
       01 UNKNOWN-COUNTRY PIC X(02) VALUE "XX".
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 CURRENCY-RATE-COUNT PIC 9(4) VALUE 0.
       01 CURRENCY-RATE-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON CURRENCY-RATE-COUNT.
           COPY "CURRENCYRATES.cpy".
       01 CURRENCY-RATE-INDEX PIC 9(4) VALUE 0.
       01 CURRENT-RATE PIC 9(03)V9999 VALUE 1.0000.
       01 BEST-RATE-DATE PIC X(10) VALUE SPACES.
       01 RATE-FOUND PIC X VALUE "N".
       01 PAYMENT-SOURCE PIC X(01) VALUE SPACE.
       01 PAYMENT-DATE PIC X(10) VALUE SPACES.
       01 PAYMENT-REG PIC X(04) VALUE SPACES.
       01 PAYMENT-ACCOUNT PIC X(15) VALUE SPACES.
       01 PAYMENT-TYPE PIC X(20) VALUE SPACES.
       01 PAYMENT-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 PAYMENT-CURRENCY PIC X(03) VALUE SPACES.
       01 PAYMENT-COUNTERPARTY PIC X(20) VALUE SPACES.
       01 PAYMENT-COUNTRY PIC X(02) VALUE SPACES.
       01 PAYMENT-DIRECTION PIC X(01) VALUE SPACE.
       01 PAYMENT-ABSOLUTE PIC 9(13)V99 VALUE ZEROS.
       01 PAYMENT-DKK PIC 9(15)V99 VALUE ZEROS.
       01 PAYMENT-ORE PIC 9(13) VALUE ZEROS.
       01 PAYMENT-KEY.
           02 PAYMENT-KEY-REG PIC X(04).
           02 PAYMENT-KEY-ACCOUNT PIC X(15).
           02 PAYMENT-KEY-DATE PIC X(08).
           02 PAYMENT-KEY-SIGN PIC X(01).
           02 PAYMENT-KEY-AMOUNT PIC 9(13).
       01 ARCHIVE-KEY-COUNT PIC 9(6) VALUE 0.
       01 ARCHIVE-KEY-MAX PIC 9(6) VALUE 100000.
       01 ARCHIVE-KEY-ARRAY
           OCCURS 1 TO 100000 TIMES
           DEPENDING ON ARCHIVE-KEY-COUNT.
           02 ARCHIVE-KEY PIC X(41).
       01 AKX PIC 9(6) VALUE 0.
       01 ALREADY-COUNTED PIC X VALUE "N".
       01 STAT-COUNT PIC 9(4) VALUE 0.
       01 STAT-MAX PIC 9(4) VALUE 2000.
       01 STAT-OVERFLOW PIC X VALUE "N".
       01 STAT-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON STAT-COUNT.
           02 STAT-KEY.
               03 STAT-DIRECTION PIC X(01).
               03 STAT-COUNTRY PIC X(02).
               03 STAT-CURRENCY PIC X(03).
           02 STAT-ITEMS PIC 9(7).
           02 STAT-DKK PIC 9(15)V99.
           02 STAT-ORIGINAL PIC 9(15)V99.
       01 STX PIC 9(4) VALUE 0.
       01 STAT-SLOT PIC 9(4) VALUE 0.
       01 NEW-STAT-KEY.
           02 NEW-STAT-DIRECTION PIC X(01).
           02 NEW-STAT-COUNTRY PIC X(02).
           02 NEW-STAT-CURRENCY PIC X(03).
       01 ARCHIVE-READ-COUNT PIC 9(9) VALUE 0.
       01 ARCHIVE-MONTH-COUNT PIC 9(9) VALUE 0.
       01 CLEARING-READ-COUNT PIC 9(9) VALUE 0.
       01 CLEARING-MONTH-COUNT PIC 9(9) VALUE 0.
       01 DOMESTIC-COUNT PIC 9(9) VALUE 0.
       01 CROSS-BORDER-COUNT PIC 9(9) VALUE 0.
       01 BELOW-THRESHOLD-COUNT PIC 9(9) VALUE 0.
       01 NO-RATE-COUNT PIC 9(9) VALUE 0.
       01 DUPLICATE-COUNT PIC 9(9) VALUE 0.
       01 REPORTED-COUNT PIC 9(9) VALUE 0.
       01 UNKNOWN-COUNTRY-COUNT PIC 9(9) VALUE 0.
       01 TOTAL-OUT-DKK PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-IN-DKK PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-DKK-ORE PIC 9(17) VALUE ZEROS.
       01 STAT-ORE PIC 9(17) VALUE ZEROS.
       01 DETAIL-COUNT PIC 9(7) VALUE 0.
       01 COUNT-STRING PIC ZZZZZZZZ9.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 ORIGINAL-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 THRESHOLD-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01 DIRECTION-TEXT PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM LOAD-STATISTICS-CONFIG
           PERFORM LOAD-OWN-REG
           PERFORM LOAD-CURRENCY-RATES

           OPEN OUTPUT CONTROL-REPORT-FILE
           PERFORM WRITE-CONTROL-HEADER
           PERFORM SCAN-ARCHIVE
           MOVE "OutboundClearingItems.txt" TO CLEARING-FILE-NAME
           PERFORM SCAN-CLEARING-ITEMS
           MOVE "OutboundClearingSettled.txt" TO CLEARING-FILE-NAME
           PERFORM SCAN-CLEARING-ITEMS
           IF NO-RATE-COUNT = 0
               MOVE "  none" TO CONTROL-REPORT-INFO
               WRITE CONTROL-REPORT-RECORD
           END-IF

           PERFORM WRITE-STATISTICS-FILE
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE CONTROL-REPORT-FILE

           MOVE REPORTED-COUNT TO COUNT-STRING
           DISPLAY "Cross-border statistics for " REPORT-MONTH
               ", payments reported: " COUNT-STRING
           MOVE DETAIL-COUNT TO COUNT-STRING
           DISPLAY "Country/currency lines written: " COUNT-STRING
           MOVE NO-RATE-COUNT TO COUNT-STRING
           DISPLAY "Payments without a rate for the value date: "
               COUNT-STRING
           IF NO-RATE-COUNT > 0 OR STAT-OVERFLOW = "Y"
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

       LOAD-STATISTICS-CONFIG.
           OPEN INPUT STATISTICS-CONFIG-FILE
           IF STATISTICS-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ STATISTICS-CONFIG-FILE
                   INTO STATISTICS-CONFIG-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE STATISTICS-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM
           IF REPORT-MONTH = SPACES
               MOVE RUN-TIMESTAMP (1:4) TO RUN-YEAR
               MOVE RUN-TIMESTAMP (5:2) TO RUN-MONTH
               IF RUN-MONTH = 1
                   SUBTRACT 1 FROM RUN-YEAR
                   MOVE 12 TO RUN-MONTH
               ELSE
                   SUBTRACT 1 FROM RUN-MONTH
               END-IF
               STRING RUN-YEAR "-" RUN-MONTH DELIMITED BY SIZE
                   INTO REPORT-MONTH
               END-STRING
           END-IF
           IF REPORT-MONTH (1:4) NOT NUMERIC
               OR REPORT-MONTH (5:1) NOT = "-"
               OR REPORT-MONTH (6:2) NOT NUMERIC
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": CrossBorderConfig.txt REPORT-MONTH must be"
                   " YYYY-MM, no statistics produced"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING REPORT-MONTH (1:4) REPORT-MONTH (6:2)
               DELIMITED BY SIZE
               INTO REPORT-PERIOD
           END-STRING.

       PARSE-CONFIG.
           MOVE SPACES TO CONFIG-KEY
           MOVE SPACES TO CONFIG-VALUE
           UNSTRING CONFIG-LINE
               DELIMITED BY "="
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           EVALUATE CONFIG-KEY
               WHEN "REPORT-MONTH"
                   MOVE CONFIG-VALUE TO REPORT-MONTH
               WHEN "THRESHOLD"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO REPORT-THRESHOLD
           END-EVALUATE.

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
                   ": OwnRegNumber.txt must hold the reporting"
                   " institution reg number" DELIMITED BY SIZE
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
           ELSE
               MOVE "Y" TO CURRENCY-RATE-OPENED
           END-IF
           PERFORM UNTIL END-OF-CURRENCY-RATE-FILE = "Y"
               READ CURRENCY-RATE-FILE INTO CURRENCY-RATE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CURRENCY-RATE-FILE
                   NOT AT END
                       IF CURRENCY-RATE-COUNT < 2000
                           ADD 1 TO CURRENCY-RATE-COUNT
                           MOVE CURRENCY-RATE-RECORD
                               TO CURRENCY-RATE-ARRAY
                                   (CURRENCY-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF CURRENCY-RATE-OPENED = "Y"
               CLOSE CURRENCY-RATE-FILE
           END-IF.

       FIND-CURRENCY-RATE.
           MOVE "N" TO RATE-FOUND
           MOVE SPACES TO BEST-RATE-DATE
           PERFORM VARYING CURRENCY-RATE-INDEX FROM 1 BY 1
               UNTIL CURRENCY-RATE-INDEX > CURRENCY-RATE-COUNT
               IF CURRENCY-CODE OF
                   CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) =
                   PAYMENT-CURRENCY
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) <=
                       PAYMENT-DATE
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

       SCAN-ARCHIVE.
           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF TRANSACTION-ARCHIVE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open TransactionArchive.txt"
                   " (status " DELIMITED BY SIZE
                   TRANSACTION-ARCHIVE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               CLOSE CONTROL-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE-FILE = "Y"
               READ TRANSACTION-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARCHIVE-FILE
                   NOT AT END
                       ADD 1 TO ARCHIVE-READ-COUNT
                       IF TRANSACTION-DATE
                           OF TRANSACTION-ARCHIVE-RECORD (1:7)
                           = REPORT-MONTH
                           ADD 1 TO ARCHIVE-MONTH-COUNT
                           PERFORM TAKE-ARCHIVE-PAYMENT
                           PERFORM EVALUATE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-ARCHIVE-FILE.

       TAKE-ARCHIVE-PAYMENT.
           MOVE "A" TO PAYMENT-SOURCE
           MOVE TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (1:10)
               TO PAYMENT-DATE
           MOVE REG-NUMBER OF TRANSACTION-ARCHIVE-RECORD
               TO PAYMENT-REG
           MOVE ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
               TO PAYMENT-ACCOUNT
           MOVE TRANSACTION-TYPE OF TRANSACTION-ARCHIVE-RECORD
               TO PAYMENT-TYPE
           MOVE FUNCTION NUMVAL(AMOUNT OF TRANSACTION-ARCHIVE-RECORD)
               TO PAYMENT-AMOUNT
           MOVE CURRENCY-CODE OF TRANSACTION-ARCHIVE-RECORD
               TO PAYMENT-CURRENCY
           MOVE STORE OF TRANSACTION-ARCHIVE-RECORD
               TO PAYMENT-COUNTERPARTY.

       SCAN-CLEARING-ITEMS.
           MOVE "N" TO END-OF-CLEARING-FILE
           OPEN INPUT CLEARING-ITEM-FILE
           IF CLEARING-ITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CLEARING-FILE = "Y"
               READ CLEARING-ITEM-FILE
                   AT END
                       MOVE "Y" TO END-OF-CLEARING-FILE
                   NOT AT END
                       ADD 1 TO CLEARING-READ-COUNT
                       IF CLR-DATE (1:4) = REPORT-MONTH (1:4)
                           AND CLR-DATE (5:2) = REPORT-MONTH (6:2)
                           ADD 1 TO CLEARING-MONTH-COUNT
                           PERFORM TAKE-CLEARING-PAYMENT
                           PERFORM EVALUATE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARING-ITEM-FILE.

       TAKE-CLEARING-PAYMENT.
           MOVE "C" TO PAYMENT-SOURCE
           MOVE SPACES TO PAYMENT-DATE
           STRING CLR-DATE (1:4) "-" CLR-DATE (5:2) "-"
               CLR-DATE (7:2) DELIMITED BY SIZE
               INTO PAYMENT-DATE
           END-STRING
           MOVE CLR-REG-NUMBER TO PAYMENT-REG
           MOVE CLR-ACCOUNT-ID TO PAYMENT-ACCOUNT
           MOVE CLR-TYPE-CODE TO PAYMENT-TYPE
           IF CLR-AMOUNT NUMERIC
               COMPUTE PAYMENT-AMOUNT =
                   FUNCTION NUMVAL(CLR-AMOUNT) / 100
           ELSE
               MOVE ZEROES TO PAYMENT-AMOUNT
           END-IF
           IF CLR-SIGN = "D"
               COMPUTE PAYMENT-AMOUNT = 0 - PAYMENT-AMOUNT
           END-IF
           MOVE CLR-CURRENCY TO PAYMENT-CURRENCY
           MOVE CLR-COUNTERPARTY TO PAYMENT-COUNTERPARTY.

       EVALUATE-PAYMENT.
           IF PAYMENT-TYPE = "INTEREST" OR PAYMENT-TYPE = "FEE"
               OR PAYMENT-AMOUNT = 0
               ADD 1 TO DOMESTIC-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PAYMENT-CURRENCY = SPACES
               MOVE "DKK" TO PAYMENT-CURRENCY
           END-IF
           IF PAYMENT-COUNTERPARTY (1:2) ALPHABETIC-UPPER
               AND PAYMENT-COUNTERPARTY (1:1) NOT = SPACE
               AND PAYMENT-COUNTERPARTY (2:1) NOT = SPACE
               AND PAYMENT-COUNTERPARTY (3:2) NUMERIC
               MOVE PAYMENT-COUNTERPARTY (1:2) TO PAYMENT-COUNTRY
           ELSE
               MOVE UNKNOWN-COUNTRY TO PAYMENT-COUNTRY
           END-IF
           IF PAYMENT-CURRENCY = "DKK"
               AND (PAYMENT-COUNTRY = HOME-COUNTRY
                   OR PAYMENT-COUNTRY = UNKNOWN-COUNTRY)
               ADD 1 TO DOMESTIC-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CROSS-BORDER-COUNT
           IF PAYMENT-AMOUNT < 0
               MOVE "O" TO PAYMENT-DIRECTION
               COMPUTE PAYMENT-ABSOLUTE = 0 - PAYMENT-AMOUNT
           ELSE
               MOVE "I" TO PAYMENT-DIRECTION
               MOVE PAYMENT-AMOUNT TO PAYMENT-ABSOLUTE
           END-IF
           IF PAYMENT-CURRENCY = "DKK"
               MOVE PAYMENT-ABSOLUTE TO PAYMENT-DKK
           ELSE
               PERFORM FIND-CURRENCY-RATE
               IF RATE-FOUND NOT = "Y"
                   ADD 1 TO NO-RATE-COUNT
                   PERFORM WRITE-NO-RATE-LINE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE PAYMENT-DKK ROUNDED =
                   PAYMENT-ABSOLUTE * CURRENT-RATE
           END-IF
           IF PAYMENT-DKK < REPORT-THRESHOLD
               ADD 1 TO BELOW-THRESHOLD-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-PAYMENT-KEY
           IF PAYMENT-SOURCE = "A"
               IF ARCHIVE-KEY-COUNT < ARCHIVE-KEY-MAX
                   ADD 1 TO ARCHIVE-KEY-COUNT
                   MOVE PAYMENT-KEY TO ARCHIVE-KEY (ARCHIVE-KEY-COUNT)
               END-IF
           ELSE
               PERFORM CHECK-ALREADY-COUNTED
               IF ALREADY-COUNTED = "Y"
                   ADD 1 TO DUPLICATE-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PAYMENT-COUNTRY = UNKNOWN-COUNTRY
               ADD 1 TO UNKNOWN-COUNTRY-COUNT
           END-IF
           PERFORM ADD-TO-STATISTICS.

       BUILD-PAYMENT-KEY.
           MOVE SPACES TO PAYMENT-KEY
           MOVE PAYMENT-REG TO PAYMENT-KEY-REG
           MOVE PAYMENT-ACCOUNT TO PAYMENT-KEY-ACCOUNT
           STRING PAYMENT-DATE (1:4) PAYMENT-DATE (6:2)
               PAYMENT-DATE (9:2) DELIMITED BY SIZE
               INTO PAYMENT-KEY-DATE
           END-STRING
           IF PAYMENT-DIRECTION = "O"
               MOVE "D" TO PAYMENT-KEY-SIGN
           ELSE
               MOVE "C" TO PAYMENT-KEY-SIGN
           END-IF
           COMPUTE PAYMENT-ORE = PAYMENT-ABSOLUTE * 100
           MOVE PAYMENT-ORE TO PAYMENT-KEY-AMOUNT.

       CHECK-ALREADY-COUNTED.
           MOVE "N" TO ALREADY-COUNTED
           PERFORM VARYING AKX FROM 1 BY 1
               UNTIL AKX > ARCHIVE-KEY-COUNT
               IF ARCHIVE-KEY (AKX) = PAYMENT-KEY
                   MOVE "Y" TO ALREADY-COUNTED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-TO-STATISTICS.
           MOVE PAYMENT-DIRECTION TO NEW-STAT-DIRECTION
           MOVE PAYMENT-COUNTRY TO NEW-STAT-COUNTRY
           MOVE PAYMENT-CURRENCY TO NEW-STAT-CURRENCY
           MOVE 0 TO STAT-SLOT
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STAT-COUNT
               IF STAT-KEY (STX) = NEW-STAT-KEY
                   MOVE STX TO STAT-SLOT
                   EXIT PERFORM
               END-IF
               IF STAT-KEY (STX) > NEW-STAT-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF STAT-SLOT = 0
               IF STAT-COUNT >= STAT-MAX
                   MOVE "Y" TO STAT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               PERFORM INSERT-STATISTICS-LINE
           END-IF
           ADD 1 TO REPORTED-COUNT
           ADD 1 TO STAT-ITEMS (STAT-SLOT)
           ADD PAYMENT-DKK TO STAT-DKK (STAT-SLOT)
           ADD PAYMENT-ABSOLUTE TO STAT-ORIGINAL (STAT-SLOT)
           IF PAYMENT-DIRECTION = "O"
               ADD PAYMENT-DKK TO TOTAL-OUT-DKK
           ELSE
               ADD PAYMENT-DKK TO TOTAL-IN-DKK
           END-IF.

       INSERT-STATISTICS-LINE.
           ADD 1 TO STAT-COUNT
           MOVE STX TO STAT-SLOT
           PERFORM VARYING STX FROM STAT-COUNT BY -1
               UNTIL STX <= STAT-SLOT
               MOVE STAT-ARRAY (STX - 1) TO STAT-ARRAY (STX)
           END-PERFORM
           MOVE NEW-STAT-KEY TO STAT-KEY (STAT-SLOT)
           MOVE 0 TO STAT-ITEMS (STAT-SLOT)
           MOVE ZEROES TO STAT-DKK (STAT-SLOT)
           MOVE ZEROES TO STAT-ORIGINAL (STAT-SLOT).

       WRITE-CONTROL-HEADER.
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "Cross-border payment statistics control report "
               REPORT-MONTH " reg " OWN-REG-NUMBER
               DELIMITED BY SIZE
               INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE REPORT-THRESHOLD TO THRESHOLD-EDIT
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "Reporting threshold DKK "
               FUNCTION TRIM(THRESHOLD-EDIT LEADING)
               " per payment, converted at the CurrencyRates.txt"
               " rate for the value date"
               DELIMITED BY SIZE
               INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-INFO
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "Cross-border payments without a rate for the value"
               " date (not reported):"
               DELIMITED BY SIZE
               INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD.

       WRITE-NO-RATE-LINE.
           MOVE PAYMENT-ABSOLUTE TO ORIGINAL-EDIT
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  " PAYMENT-DATE " account " PAYMENT-ACCOUNT
               " " PAYMENT-CURRENCY " "
               FUNCTION TRIM(ORIGINAL-EDIT LEADING)
               " counterparty " PAYMENT-COUNTERPARTY
               DELIMITED BY SIZE
               INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-LOG-INFO
           STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
               ": no " PAYMENT-CURRENCY " rate on or before "
               PAYMENT-DATE ", account " PAYMENT-ACCOUNT
               " left out of the statistics"
               DELIMITED BY SIZE
               INTO EXCEPTION-LOG-INFO
           END-STRING
           PERFORM LOG-EXCEPTION.

       WRITE-STATISTICS-FILE.
           OPEN OUTPUT STATISTICS-FILE
           MOVE SPACES TO STATISTICS-LINE
           STRING "H" OWN-REG-NUMBER REPORT-PERIOD
               RUN-TIMESTAMP (1:8)
               DELIMITED BY SIZE
               INTO STATISTICS-LINE
           END-STRING
           WRITE STATISTICS-RECORD
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STAT-COUNT
               ADD 1 TO DETAIL-COUNT
               MOVE SPACES TO STATISTICS-LINE
               MOVE "D" TO STATISTICS-LINE (1:1)
               MOVE STAT-DIRECTION (STX) TO STATISTICS-LINE (2:1)
               MOVE STAT-COUNTRY (STX) TO STATISTICS-LINE (3:2)
               MOVE STAT-CURRENCY (STX) TO STATISTICS-LINE (5:3)
               MOVE STAT-ITEMS (STX) TO STATISTICS-LINE (8:7)
               COMPUTE STAT-ORE = STAT-DKK (STX) * 100
               MOVE STAT-ORE TO STATISTICS-LINE (15:17)
               ADD STAT-ORE TO TOTAL-DKK-ORE
               COMPUTE STAT-ORE = STAT-ORIGINAL (STX) * 100
               MOVE STAT-ORE TO STATISTICS-LINE (32:17)
               WRITE STATISTICS-RECORD
           END-PERFORM
           MOVE SPACES TO STATISTICS-LINE
           MOVE "T" TO STATISTICS-LINE (1:1)
           MOVE DETAIL-COUNT TO STATISTICS-LINE (2:7)
           MOVE REPORTED-COUNT TO STATISTICS-LINE (9:9)
           MOVE TOTAL-DKK-ORE TO STATISTICS-LINE (18:17)
           WRITE STATISTICS-RECORD
           CLOSE STATISTICS-FILE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-INFO
           WRITE CONTROL-REPORT-RECORD
           MOVE "Totals by direction, country and currency:"
               TO CONTROL-REPORT-INFO
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Direction Ctry Cur     Payments"
               "               Amount in DKK"
               "       Amount in currency"
               DELIMITED BY SIZE
               INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STAT-COUNT
               IF STAT-DIRECTION (STX) = "O"
                   MOVE "Outgoing" TO DIRECTION-TEXT
               ELSE
                   MOVE "Incoming" TO DIRECTION-TEXT
               END-IF
               MOVE STAT-ITEMS (STX) TO COUNT-STRING
               MOVE STAT-DKK (STX) TO AMOUNT-EDIT
               MOVE STAT-ORIGINAL (STX) TO ORIGINAL-EDIT
               MOVE SPACES TO CONTROL-REPORT-INFO
               STRING "  " DIRECTION-TEXT "  " STAT-COUNTRY (STX)
                   "   " STAT-CURRENCY (STX) " " COUNT-STRING " "
                   AMOUNT-EDIT " " ORIGINAL-EDIT
                   DELIMITED BY SIZE
                   INTO CONTROL-REPORT-INFO
               END-STRING
               WRITE CONTROL-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO CONTROL-REPORT-INFO
           WRITE CONTROL-REPORT-RECORD
           MOVE "Record counts:" TO CONTROL-REPORT-INFO
           WRITE CONTROL-REPORT-RECORD
           MOVE ARCHIVE-READ-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Archive rows read                 " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE ARCHIVE-MONTH-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Archive rows in the month         " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE CLEARING-READ-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Outbound clearing items read      " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE CLEARING-MONTH-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Clearing items in the month       " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE DOMESTIC-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Domestic, interest or fee         " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE CROSS-BORDER-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Cross-border payments found       " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE BELOW-THRESHOLD-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Below the threshold               " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE NO-RATE-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  No rate for the value date        " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE DUPLICATE-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Clearing items already archived   " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE REPORTED-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Payments reported                 " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE UNKNOWN-COUNTRY-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Reported with country XX          " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE DETAIL-COUNT TO COUNT-STRING
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "  Statistics detail records         " COUNT-STRING
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-INFO
           WRITE CONTROL-REPORT-RECORD
           MOVE TOTAL-OUT-DKK TO AMOUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "Total outgoing DKK "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE TOTAL-IN-DKK TO AMOUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-INFO
           STRING "Total incoming DKK "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
               " - reconcile against the CrossBorderStatistics.txt"
               " trailer"
               DELIMITED BY SIZE INTO CONTROL-REPORT-INFO
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           IF STAT-OVERFLOW = "Y"
               MOVE SPACES TO CONTROL-REPORT-INFO
               STRING "WARNING: more than 2000 country/currency lines,"
                   " statistics incomplete" DELIMITED BY SIZE
                   INTO CONTROL-REPORT-INFO
               END-STRING
               WRITE CONTROL-REPORT-RECORD
           END-IF.
