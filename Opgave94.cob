       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE94.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAP-CONFIG-FILE ASSIGN TO "LiquidityGapConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAP-CONFIG-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CurrencyRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENCY-RATE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TermDeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-DEPOSIT-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LoanMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-MASTER-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "LoanSchedules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.
           SELECT GAP-REPORT-FILE ASSIGN TO "LiquidityGapReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GAP-CONFIG-FILE.
       01 GAP-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
           COPY "CURRENCYRATES.cpy".

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD TERM-DEPOSIT-FILE.
       01 TERM-DEPOSIT-RECORD.
           COPY "TERMDEPOSIT.cpy".

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-RECORD.
           COPY "LOANMASTER.cpy".

       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           02 SCHEDULE-INFO PIC X(100).

       FD GAP-REPORT-FILE.
       01 GAP-REPORT-RECORD.
           02 GAP-REPORT-INFO PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-CURRENCY-RATE-FILE PIC X VALUE "N".
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 END-OF-DEPOSIT-FILE PIC X VALUE "N".
       01 END-OF-LOAN-FILE PIC X VALUE "N".
       01 END-OF-SCHEDULE-FILE PIC X VALUE "N".
       01 GAP-CONFIG-STATUS PIC XX.
       01 CURRENCY-RATE-STATUS PIC XX.
       01 CURRENCY-RATE-OPENED PIC X VALUE "N".
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 TERM-DEPOSIT-STATUS PIC XX.
       01 LOAN-MASTER-STATUS PIC XX.
       01 SCHEDULE-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave94".
       01 RUN-MODE-ARGS PIC X(30) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(21).
       01 REPORT-DATE PIC X(10) VALUE SPACES.
       01 REPORT-YEAR PIC 9(4) VALUE 0.
       01 REPORT-MONTH-NUMBER PIC 9(2) VALUE 0.
       01 REPORT-DAY PIC 9(2) VALUE 0.
       01 CONFIG-KEY PIC X(20) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 BUCKET-LABELS.
           02 FILLER PIC X(16) VALUE "       Overnight".
           02 FILLER PIC X(16) VALUE "   Up to 1 month".
           02 FILLER PIC X(16) VALUE "      1-3 months".
           02 FILLER PIC X(16) VALUE "     3-12 months".
           02 FILLER PIC X(16) VALUE "       1-5 years".
           02 FILLER PIC X(16) VALUE "    Over 5 years".
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
           02 BUCKET-LABEL PIC X(16) OCCURS 6 TIMES.
       01 RUNOFF-KEYS.
           02 FILLER PIC X(20) VALUE "RUNOFF-OVERNIGHT".
           02 FILLER PIC X(20) VALUE "RUNOFF-1M".
           02 FILLER PIC X(20) VALUE "RUNOFF-3M".
           02 FILLER PIC X(20) VALUE "RUNOFF-12M".
           02 FILLER PIC X(20) VALUE "RUNOFF-5Y".
           02 FILLER PIC X(20) VALUE "RUNOFF-OVER5Y".
       01 RUNOFF-KEY-TABLE REDEFINES RUNOFF-KEYS.
           02 RUNOFF-KEY PIC X(20) OCCURS 6 TIMES.
       01 RUNOFF-TABLE.
           02 RUNOFF-PERCENT PIC 9(3)V99 OCCURS 6 TIMES.
       01 RUNOFF-CONFIGURED PIC X VALUE "N".
       01 RUNOFF-TOTAL PIC 9(4)V99 VALUE 0.
       01 RUNOFF-MAX-BUCKET PIC 9 VALUE 1.
       01 RUNOFF-EDIT PIC ZZ9.99.
       01 BUCKET-LIMIT-TABLE.
           02 BUCKET-LIMIT PIC X(10) OCCURS 5 TIMES.
       01 BUCKET-MONTHS-TABLE.
           02 FILLER PIC 9(2) VALUE 01.
           02 FILLER PIC 9(2) VALUE 03.
           02 FILLER PIC 9(2) VALUE 12.
           02 FILLER PIC 9(2) VALUE 60.
       01 BUCKET-MONTHS-VIEW REDEFINES BUCKET-MONTHS-TABLE.
           02 BUCKET-MONTHS PIC 9(2) OCCURS 4 TIMES.
       01 BX PIC 9 VALUE 0.
       01 BUCKET PIC 9 VALUE 0.
       01 DUE-DATE PIC X(10) VALUE SPACES.
       01 BASE-YEAR PIC 9(4) VALUE 0.
       01 BASE-MONTH PIC 9(2) VALUE 0.
       01 BASE-DAY PIC 9(2) VALUE 0.
       01 MONTHS-TO-ADD PIC 9(4) VALUE 0.
       01 MONTH-SERIAL PIC 9(6) VALUE 0.
       01 TARGET-YEAR PIC 9(4) VALUE 0.
       01 TARGET-MONTH PIC 9(2) VALUE 0.
       01 TARGET-DAY PIC 9(2) VALUE 0.
       01 LAST-DAY PIC 9(2) VALUE 0.
       01 NEXT-YEAR PIC 9(4) VALUE 0.
       01 NEXT-MONTH PIC 9(2) VALUE 0.
       01 DATE-NUMERIC PIC 9(8) VALUE 0.
       01 DATE-INTEGER PIC 9(8) VALUE 0.
       01 RESULT-DATE PIC X(10) VALUE SPACES.
       01 START-INTEGER PIC 9(8) VALUE 0.
       01 MATURITY-INTEGER PIC 9(8) VALUE 0.
       01 TERM-DAYS PIC S9(6) VALUE 0.
       01 MATURITY-INTEREST PIC 9(13)V99 VALUE 0.
       01 FLOW-AMOUNT PIC 9(15)V99 VALUE 0.
       01 FLOW-CURRENCY PIC X(03) VALUE SPACES.
       01 FLOW-KIND PIC 9 VALUE 0.
       01 CURRENCY-RATE-COUNT PIC 9(4) VALUE 0.
       01 CURRENCY-RATE-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON CURRENCY-RATE-COUNT.
           COPY "CURRENCYRATES.cpy".
       01 CURRENCY-RATE-INDEX PIC 9(4) VALUE 0.
       01 CURRENT-RATE PIC 9(03)V9999 VALUE 1.0000.
       01 BEST-RATE-DATE PIC X(10) VALUE SPACES.
       01 RATE-FOUND PIC X VALUE "N".
       01 GAP-CURRENCY-COUNT PIC 9(3) VALUE 0.
       01 GAP-CURRENCY-MAX PIC 9(3) VALUE 100.
       01 GAP-CURRENCY-OVERFLOW PIC X VALUE "N".
       01 GAP-CURRENCY-ARRAY
           OCCURS 1 TO 100 TIMES
           DEPENDING ON GAP-CURRENCY-COUNT.
           02 GC-CURRENCY PIC X(03).
           02 GC-RATE PIC 9(03)V9999.
           02 GC-RATE-FOUND PIC X(01).
           02 GC-DEMAND-TOTAL PIC 9(15)V99.
           02 GC-OVERDUE PIC 9(15)V99.
           02 GC-FLOW OCCURS 3 TIMES.
               03 GC-AMOUNT PIC 9(15)V99 OCCURS 6 TIMES.
       01 GX PIC 9(3) VALUE 0.
       01 GAP-SLOT PIC 9(3) VALUE 0.
       01 CONSOLIDATED-TABLE.
           02 CON-FLOW OCCURS 3 TIMES.
               03 CON-AMOUNT PIC 9(15)V99 OCCURS 6 TIMES.
       01 CONSOLIDATED-OVERDUE PIC 9(15)V99 VALUE 0.
       01 NO-RATE-COUNT PIC 9(3) VALUE 0.
       01 KX PIC 9 VALUE 0.
       01 ALLOCATED-AMOUNT PIC 9(15)V99 VALUE 0.
       01 LOAN-COUNT PIC 9(4) VALUE 0.
       01 LOAN-MAX PIC 9(4) VALUE 5000.
       01 LOAN-OVERFLOW PIC X VALUE "N".
       01 LOAN-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON LOAN-COUNT.
           02 LN-ACCOUNT-ID PIC X(15).
           02 LN-START-DATE PIC X(10).
           02 LN-PAYMENT-DAY PIC 9(02).
           02 LN-PAID-INSTALLMENTS PIC 9(03).
           02 LN-STATUS PIC X(01).
       01 LX PIC 9(4) VALUE 0.
       01 LOAN-SLOT PIC 9(4) VALUE 0.
       01 LOAN-TO-FIND PIC X(15) VALUE SPACES.
       01 SCHEDULE-TOKENS.
           02 SCHEDULE-TOKEN PIC X(20) OCCURS 5 TIMES.
       01 INSTALLMENT-NUMBER PIC 9(4) VALUE 0.
       01 INSTALLMENT-AMOUNT PIC 9(13)V99 VALUE 0.
       01 INSTALLMENT-COUNT PIC 9(7) VALUE 0.
       01 OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 DEPOSIT-COUNT PIC 9(7) VALUE 0.
       01 DEMAND-COUNT PIC 9(7) VALUE 0.
       01 COUNT-STRING PIC ZZZZZZ9.
       01 ROW-VALUES.
           02 ROW-VALUE PIC S9(15)V99 OCCURS 7 TIMES.
       01 CUMULATIVE-GAP PIC S9(15)V99 VALUE 0.
       01 SECTION-RATE PIC 9(03)V9999 VALUE 1.0000.
       01 SECTION-CONVERT PIC X VALUE "N".
       01 WHOLE-AMOUNT PIC S9(15) VALUE 0.
       01 RATE-EDIT PIC ZZ9.9999.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 GAP-HEADING.
           02 GH-LABEL PIC X(20).
           02 GH-BUCKET PIC X(16) OCCURS 6 TIMES.
           02 GH-TOTAL PIC X(16).
       01 GAP-LINE.
           02 GL-LABEL PIC X(20).
           02 GL-AMOUNT PIC ----,---,---,--9 OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           UNSTRING RUN-MODE-ARGS DELIMITED BY ALL SPACE
               INTO REPORT-DATE
           END-UNSTRING
           PERFORM SET-REPORT-DATE
           PERFORM LOAD-GAP-CONFIG
           PERFORM SET-BUCKET-LIMITS
           PERFORM LOAD-CURRENCY-RATES

           PERFORM SLOT-DEMAND-DEPOSITS
           PERFORM SLOT-TERM-DEPOSITS
           PERFORM LOAD-LOANS
           PERFORM SLOT-LOAN-REPAYMENTS
           PERFORM CONVERT-TO-DKK

           OPEN OUTPUT GAP-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > GAP-CURRENCY-COUNT
               PERFORM WRITE-CURRENCY-SECTION
           END-PERFORM
           PERFORM WRITE-CONSOLIDATED-SECTION
           CLOSE GAP-REPORT-FILE

           MOVE DEMAND-COUNT TO COUNT-STRING
           DISPLAY "Liquidity gap " REPORT-DATE
               " complete, demand deposit accounts: " COUNT-STRING
           MOVE DEPOSIT-COUNT TO COUNT-STRING
           DISPLAY "Term deposits: " COUNT-STRING
           MOVE INSTALLMENT-COUNT TO COUNT-STRING
           DISPLAY "Loan installments: " COUNT-STRING
           MOVE OVERDUE-COUNT TO COUNT-STRING
           DISPLAY "Overdue installments left out: " COUNT-STRING
           IF NO-RATE-COUNT > 0 OR LOAN-OVERFLOW = "Y"
               OR GAP-CURRENCY-OVERFLOW = "Y"
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

       SET-REPORT-DATE.
           IF REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
               STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
                   RUN-TIMESTAMP (7:2)
                   DELIMITED BY SIZE
                   INTO REPORT-DATE
               END-STRING
           END-IF
           IF REPORT-DATE (1:4) NOT NUMERIC
               OR REPORT-DATE (5:1) NOT = "-"
               OR REPORT-DATE (6:2) NOT NUMERIC
               OR REPORT-DATE (8:1) NOT = "-"
               OR REPORT-DATE (9:2) NOT NUMERIC
               DISPLAY "Report date must be YYYY-MM-DD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REPORT-DATE (1:4) TO REPORT-YEAR
           MOVE REPORT-DATE (6:2) TO REPORT-MONTH-NUMBER
           MOVE REPORT-DATE (9:2) TO REPORT-DAY
           COMPUTE DATE-NUMERIC = REPORT-YEAR * 10000
               + REPORT-MONTH-NUMBER * 100 + REPORT-DAY
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUMERIC) NOT = 0
               DISPLAY "Report date must be YYYY-MM-DD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-GAP-CONFIG.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE 0 TO RUNOFF-PERCENT (BX)
           END-PERFORM
           OPEN INPUT GAP-CONFIG-FILE
           IF GAP-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ GAP-CONFIG-FILE
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE GAP-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM
           IF RUNOFF-CONFIGURED NOT = "Y"
               MOVE 100 TO RUNOFF-PERCENT (1)
           END-IF
           MOVE 0 TO RUNOFF-TOTAL
           MOVE 1 TO RUNOFF-MAX-BUCKET
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               ADD RUNOFF-PERCENT (BX) TO RUNOFF-TOTAL
               IF RUNOFF-PERCENT (BX) >
                   RUNOFF-PERCENT (RUNOFF-MAX-BUCKET)
                   MOVE BX TO RUNOFF-MAX-BUCKET
               END-IF
           END-PERFORM
           IF RUNOFF-TOTAL NOT = 100
               MOVE RUNOFF-TOTAL TO RUNOFF-EDIT
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": LiquidityGapConfig.txt run-off percentages"
                   " total " RUNOFF-EDIT ", must be 100"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "Run-off percentages must total 100"
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
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               IF CONFIG-KEY = RUNOFF-KEY (BX)
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO RUNOFF-PERCENT (BX)
                   MOVE "Y" TO RUNOFF-CONFIGURED
               END-IF
           END-PERFORM.

       SET-BUCKET-LIMITS.
           COMPUTE DATE-NUMERIC = REPORT-YEAR * 10000
               + REPORT-MONTH-NUMBER * 100 + REPORT-DAY
           COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-NUMERIC) + 1
           PERFORM FORMAT-DATE-INTEGER
           MOVE RESULT-DATE TO BUCKET-LIMIT (1)
           MOVE REPORT-YEAR TO BASE-YEAR
           MOVE REPORT-MONTH-NUMBER TO BASE-MONTH
           MOVE REPORT-DAY TO BASE-DAY
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 4
               MOVE BUCKET-MONTHS (BX) TO MONTHS-TO-ADD
               PERFORM ADD-MONTHS
               MOVE RESULT-DATE TO BUCKET-LIMIT (BX + 1)
           END-PERFORM.

       ADD-MONTHS.
           COMPUTE MONTH-SERIAL = BASE-YEAR * 12 + BASE-MONTH - 1
               + MONTHS-TO-ADD
           DIVIDE MONTH-SERIAL BY 12 GIVING TARGET-YEAR
               REMAINDER TARGET-MONTH
           ADD 1 TO TARGET-MONTH
           MOVE TARGET-YEAR TO NEXT-YEAR
           COMPUTE NEXT-MONTH = TARGET-MONTH + 1
           IF NEXT-MONTH > 12
               MOVE 1 TO NEXT-MONTH
               ADD 1 TO NEXT-YEAR
           END-IF
           COMPUTE DATE-NUMERIC =
               NEXT-YEAR * 10000 + NEXT-MONTH * 100 + 1
           COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-NUMERIC) - 1
           COMPUTE DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
           MOVE DATE-NUMERIC (7:2) TO LAST-DAY
           MOVE BASE-DAY TO TARGET-DAY
           IF TARGET-DAY > LAST-DAY OR TARGET-DAY = 0
               MOVE LAST-DAY TO TARGET-DAY
           END-IF
           MOVE SPACES TO RESULT-DATE
           STRING TARGET-YEAR "-" TARGET-MONTH "-" TARGET-DAY
               DELIMITED BY SIZE
               INTO RESULT-DATE
           END-STRING.

       FORMAT-DATE-INTEGER.
           COMPUTE DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
           MOVE SPACES TO RESULT-DATE
           STRING DATE-NUMERIC (1:4) "-" DATE-NUMERIC (5:2) "-"
               DATE-NUMERIC (7:2)
               DELIMITED BY SIZE
               INTO RESULT-DATE
           END-STRING.

       FIND-BUCKET.
           MOVE 6 TO BUCKET
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 5
               IF DUE-DATE NOT > BUCKET-LIMIT (BX)
                   MOVE BX TO BUCKET
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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
                   GC-CURRENCY (GX)
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) <=
                       REPORT-DATE
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

       FIND-GAP-CURRENCY.
           MOVE 0 TO GAP-SLOT
           PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > GAP-CURRENCY-COUNT
               IF GC-CURRENCY (GX) = FLOW-CURRENCY
                   MOVE GX TO GAP-SLOT
                   EXIT PARAGRAPH
               END-IF
               IF GC-CURRENCY (GX) > FLOW-CURRENCY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF GAP-CURRENCY-COUNT >= GAP-CURRENCY-MAX
               IF GAP-CURRENCY-OVERFLOW NOT = "Y"
                   STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                       ": currency table full, liquidity gap "
                       REPORT-DATE " incomplete" DELIMITED BY SIZE
                       INTO EXCEPTION-LOG-INFO
                   END-STRING
                   PERFORM LOG-EXCEPTION
               END-IF
               MOVE "Y" TO GAP-CURRENCY-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE GX TO GAP-SLOT
           ADD 1 TO GAP-CURRENCY-COUNT
           PERFORM VARYING GX FROM GAP-CURRENCY-COUNT BY -1
               UNTIL GX NOT > GAP-SLOT
               MOVE GAP-CURRENCY-ARRAY (GX - 1)
                   TO GAP-CURRENCY-ARRAY (GX)
           END-PERFORM
           MOVE FLOW-CURRENCY TO GC-CURRENCY (GAP-SLOT)
           MOVE 1 TO GC-RATE (GAP-SLOT)
           MOVE "Y" TO GC-RATE-FOUND (GAP-SLOT)
           MOVE 0 TO GC-DEMAND-TOTAL (GAP-SLOT)
           MOVE 0 TO GC-OVERDUE (GAP-SLOT)
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
                   MOVE 0 TO GC-AMOUNT (GAP-SLOT, KX, BX)
               END-PERFORM
           END-PERFORM.

       ADD-FLOW.
           PERFORM FIND-GAP-CURRENCY
           IF GAP-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BUCKET
           ADD FLOW-AMOUNT TO GC-AMOUNT (GAP-SLOT, FLOW-KIND, BUCKET).

       SLOT-DEMAND-DEPOSITS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
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
                   NOT AT END
                       IF ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
                           NOT = "C"
                           AND CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
                               > 0
                           PERFORM TAKE-DEMAND-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE
           PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > GAP-CURRENCY-COUNT
               PERFORM SPREAD-DEMAND-DEPOSITS
           END-PERFORM.

       TAKE-DEMAND-DEPOSIT.
           MOVE CURRENCY-CODE OF ACCOUNT-MASTER-RECORD TO FLOW-CURRENCY
           PERFORM FIND-GAP-CURRENCY
           IF GAP-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DEMAND-COUNT
           ADD CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
               TO GC-DEMAND-TOTAL (GAP-SLOT).

       SPREAD-DEMAND-DEPOSITS.
           MOVE 0 TO ALLOCATED-AMOUNT
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               COMPUTE GC-AMOUNT (GX, 2, BX) ROUNDED =
                   GC-DEMAND-TOTAL (GX) * RUNOFF-PERCENT (BX) / 100
               ADD GC-AMOUNT (GX, 2, BX) TO ALLOCATED-AMOUNT
           END-PERFORM
           IF ALLOCATED-AMOUNT > GC-DEMAND-TOTAL (GX)
               SUBTRACT GC-DEMAND-TOTAL (GX) FROM ALLOCATED-AMOUNT
               SUBTRACT ALLOCATED-AMOUNT
                   FROM GC-AMOUNT (GX, 2, RUNOFF-MAX-BUCKET)
           ELSE
               SUBTRACT ALLOCATED-AMOUNT FROM GC-DEMAND-TOTAL (GX)
                   GIVING ALLOCATED-AMOUNT
               ADD ALLOCATED-AMOUNT
                   TO GC-AMOUNT (GX, 2, RUNOFF-MAX-BUCKET)
           END-IF.

       SLOT-TERM-DEPOSITS.
           MOVE 3 TO FLOW-KIND
           MOVE "DKK" TO FLOW-CURRENCY
           OPEN INPUT TERM-DEPOSIT-FILE
           IF TERM-DEPOSIT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-DEPOSIT-FILE
           END-IF
           PERFORM UNTIL END-OF-DEPOSIT-FILE = "Y"
               READ TERM-DEPOSIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-DEPOSIT-FILE
                       CLOSE TERM-DEPOSIT-FILE
                   NOT AT END
                       IF TD-ACCOUNT-ID NOT = SPACES
                           AND TD-STATUS = "A"
                           PERFORM TAKE-TERM-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-TERM-DEPOSIT.
           ADD 1 TO DEPOSIT-COUNT
           MOVE TD-START-DATE TO RESULT-DATE
           PERFORM DATE-TO-INTEGER
           MOVE DATE-INTEGER TO START-INTEGER
           MOVE TD-MATURITY-DATE TO RESULT-DATE
           PERFORM DATE-TO-INTEGER
           MOVE DATE-INTEGER TO MATURITY-INTEGER
           COMPUTE TERM-DAYS = MATURITY-INTEGER - START-INTEGER
           IF TERM-DAYS < 0
               MOVE 0 TO TERM-DAYS
           END-IF
           COMPUTE MATURITY-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-ANNUAL-RATE / 100
               * TERM-DAYS / 365
           COMPUTE FLOW-AMOUNT = TD-PRINCIPAL + MATURITY-INTEREST
           MOVE TD-MATURITY-DATE TO DUE-DATE
           PERFORM ADD-FLOW.

       DATE-TO-INTEGER.
           MOVE 0 TO DATE-INTEGER
           IF RESULT-DATE (1:4) NOT NUMERIC
               OR RESULT-DATE (6:2) NOT NUMERIC
               OR RESULT-DATE (9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE DATE-NUMERIC =
               FUNCTION NUMVAL(RESULT-DATE (1:4)) * 10000
               + FUNCTION NUMVAL(RESULT-DATE (6:2)) * 100
               + FUNCTION NUMVAL(RESULT-DATE (9:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-NUMERIC) = 0
               COMPUTE DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DATE-NUMERIC)
           END-IF.

       LOAD-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-LOAN-FILE
           END-IF
           PERFORM UNTIL END-OF-LOAN-FILE = "Y"
               READ LOAN-MASTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-LOAN-FILE
                       CLOSE LOAN-MASTER-FILE
                   NOT AT END
                       IF LOAN-ACCOUNT-ID NOT = SPACES
                           PERFORM ADD-LOAN
                       END-IF
               END-READ
           END-PERFORM
           IF LOAN-OVERFLOW = "Y"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": more than " LOAN-MAX " loans, repayments for"
                   " the rest are left out" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF.

       ADD-LOAN.
           IF LOAN-COUNT >= LOAN-MAX
               MOVE "Y" TO LOAN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LOAN-COUNT
           MOVE LOAN-ACCOUNT-ID TO LN-ACCOUNT-ID (LOAN-COUNT)
           MOVE LOAN-START-DATE TO LN-START-DATE (LOAN-COUNT)
           MOVE LOAN-PAYMENT-DAY TO LN-PAYMENT-DAY (LOAN-COUNT)
           MOVE LOAN-PAID-INSTALLMENTS
               TO LN-PAID-INSTALLMENTS (LOAN-COUNT)
           MOVE LOAN-STATUS TO LN-STATUS (LOAN-COUNT).

       SLOT-LOAN-REPAYMENTS.
           MOVE 1 TO FLOW-KIND
           MOVE "DKK" TO FLOW-CURRENCY
           MOVE 0 TO LOAN-SLOT
           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-FILE-STATUS NOT = "00"
               IF LOAN-COUNT > 0
                   STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                       ": unable to open LoanSchedules.txt (status "
                       SCHEDULE-FILE-STATUS "), no loan inflows"
                       DELIMITED BY SIZE
                       INTO EXCEPTION-LOG-INFO
                   END-STRING
                   PERFORM LOG-EXCEPTION
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "Y" TO END-OF-SCHEDULE-FILE
           END-IF
           PERFORM UNTIL END-OF-SCHEDULE-FILE = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO END-OF-SCHEDULE-FILE
                       CLOSE SCHEDULE-FILE
                   NOT AT END
                       PERFORM TAKE-SCHEDULE-LINE
               END-READ
           END-PERFORM.

       TAKE-SCHEDULE-LINE.
           IF SCHEDULE-INFO (1:5) = "Loan "
               MOVE SCHEDULE-INFO (6:15) TO LOAN-TO-FIND
               PERFORM FIND-LOAN
               EXIT PARAGRAPH
           END-IF
           IF LOAN-SLOT = 0 OR SCHEDULE-INFO = SPACES
               OR SCHEDULE-INFO (3:2) = "NO"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SCHEDULE-TOKENS
           UNSTRING FUNCTION TRIM(SCHEDULE-INFO)
               DELIMITED BY ALL SPACE
               INTO SCHEDULE-TOKEN (1) SCHEDULE-TOKEN (2)
                   SCHEDULE-TOKEN (3) SCHEDULE-TOKEN (4)
                   SCHEDULE-TOKEN (5)
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(SCHEDULE-TOKEN (1)) NOT = 0
               OR FUNCTION TEST-NUMVAL-C(SCHEDULE-TOKEN (2)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(SCHEDULE-TOKEN (1))
               TO INSTALLMENT-NUMBER
           IF INSTALLMENT-NUMBER NOT > LN-PAID-INSTALLMENTS (LOAN-SLOT)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL-C(SCHEDULE-TOKEN (2))
               TO INSTALLMENT-AMOUNT
           MOVE LN-START-DATE (LOAN-SLOT) (1:4) TO BASE-YEAR
           MOVE LN-START-DATE (LOAN-SLOT) (6:2) TO BASE-MONTH
           MOVE LN-PAYMENT-DAY (LOAN-SLOT) TO BASE-DAY
           MOVE INSTALLMENT-NUMBER TO MONTHS-TO-ADD
           PERFORM ADD-MONTHS
           MOVE RESULT-DATE TO DUE-DATE
           IF DUE-DATE < REPORT-DATE
               ADD 1 TO OVERDUE-COUNT
               PERFORM FIND-GAP-CURRENCY
               IF GAP-SLOT > 0
                   ADD INSTALLMENT-AMOUNT TO GC-OVERDUE (GAP-SLOT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INSTALLMENT-COUNT
           MOVE INSTALLMENT-AMOUNT TO FLOW-AMOUNT
           PERFORM ADD-FLOW.

       FIND-LOAN.
           MOVE 0 TO LOAN-SLOT
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               IF LN-ACCOUNT-ID (LX) = LOAN-TO-FIND
                   IF LN-STATUS (LX) NOT = "D"
                       AND LN-START-DATE (LX) (1:4) NUMERIC
                       AND LN-START-DATE (LX) (6:2) NUMERIC
                       MOVE LX TO LOAN-SLOT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CONVERT-TO-DKK.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
                   MOVE 0 TO CON-AMOUNT (KX, BX)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING GX FROM 1 BY 1
               UNTIL GX > GAP-CURRENCY-COUNT
               IF GC-CURRENCY (GX) NOT = "DKK"
                   PERFORM FIND-CURRENCY-RATE
                   IF RATE-FOUND = "Y"
                       MOVE CURRENT-RATE TO GC-RATE (GX)
                   ELSE
                       MOVE "N" TO GC-RATE-FOUND (GX)
                       ADD 1 TO NO-RATE-COUNT
                       STRING EXCEPTION-PROGRAM-NAME
                           DELIMITED BY SPACE
                           ": no CurrencyRates.txt rate for "
                           GC-CURRENCY (GX) " on " REPORT-DATE
                           ", left out of the DKK total"
                           DELIMITED BY SIZE
                           INTO EXCEPTION-LOG-INFO
                       END-STRING
                       PERFORM LOG-EXCEPTION
                   END-IF
               END-IF
               IF GC-RATE-FOUND (GX) = "Y"
                   PERFORM ADD-TO-CONSOLIDATED
               END-IF
           END-PERFORM.

       ADD-TO-CONSOLIDATED.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
                   COMPUTE CON-AMOUNT (KX, BX) ROUNDED =
                       CON-AMOUNT (KX, BX)
                       + GC-AMOUNT (GX, KX, BX) * GC-RATE (GX)
               END-PERFORM
           END-PERFORM
           COMPUTE CONSOLIDATED-OVERDUE ROUNDED = CONSOLIDATED-OVERDUE
               + GC-OVERDUE (GX) * GC-RATE (GX).

       WRITE-REPORT-HEADING.
           MOVE SPACES TO GAP-REPORT-INFO
           STRING "Liquidity maturity gap as of " REPORT-DATE
               "   amounts in whole currency units"
               DELIMITED BY SIZE
               INTO GAP-REPORT-INFO
           END-STRING
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-INFO
           STRING "Bucket ends: overnight " BUCKET-LIMIT (1)
               ", 1 month " BUCKET-LIMIT (2)
               ", 3 months " BUCKET-LIMIT (3)
               ", 12 months " BUCKET-LIMIT (4)
               ", 5 years " BUCKET-LIMIT (5)
               DELIMITED BY SIZE
               INTO GAP-REPORT-INFO
           END-STRING
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-INFO
           MOVE "Demand deposit run-off assumption:"
               TO GAP-REPORT-INFO
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-HEADING
           MOVE "  Percent" TO GH-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE BUCKET-LABEL (BX) TO GH-BUCKET (BX)
           END-PERFORM
           MOVE GAP-HEADING TO GAP-REPORT-INFO
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-HEADING
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE RUNOFF-PERCENT (BX) TO RUNOFF-EDIT
               MOVE RUNOFF-EDIT TO GH-BUCKET (BX) (11:6)
           END-PERFORM
           MOVE GAP-HEADING TO GAP-REPORT-INFO
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-INFO
           WRITE GAP-REPORT-RECORD.

       WRITE-GAP-HEADING.
           MOVE SPACES TO GAP-HEADING
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE BUCKET-LABEL (BX) TO GH-BUCKET (BX)
           END-PERFORM
           MOVE "           Total" TO GH-TOTAL
           MOVE GAP-HEADING TO GAP-REPORT-INFO
           WRITE GAP-REPORT-RECORD.

       WRITE-CURRENCY-SECTION.
           MOVE SPACES TO GAP-REPORT-INFO
           IF GC-CURRENCY (GX) = "DKK"
               STRING "Currency DKK" DELIMITED BY SIZE
                   INTO GAP-REPORT-INFO
               END-STRING
           ELSE
               IF GC-RATE-FOUND (GX) = "Y"
                   MOVE GC-RATE (GX) TO RATE-EDIT
                   STRING "Currency " GC-CURRENCY (GX)
                       "   rate " RATE-EDIT " DKK"
                       DELIMITED BY SIZE
                       INTO GAP-REPORT-INFO
                   END-STRING
               ELSE
                   STRING "Currency " GC-CURRENCY (GX)
                       "   no rate, not in the DKK total"
                       DELIMITED BY SIZE
                       INTO GAP-REPORT-INFO
                   END-STRING
               END-IF
           END-IF
           WRITE GAP-REPORT-RECORD
           PERFORM WRITE-GAP-HEADING

           MOVE "Loan repayments" TO GL-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE GC-AMOUNT (GX, 1, BX) TO ROW-VALUE (BX)
           END-PERFORM
           PERFORM WRITE-GAP-LINE
           MOVE "Total inflows" TO GL-LABEL
           PERFORM WRITE-GAP-LINE

           MOVE "Demand deposits" TO GL-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE GC-AMOUNT (GX, 2, BX) TO ROW-VALUE (BX)
           END-PERFORM
           PERFORM WRITE-GAP-LINE
           MOVE "Term deposits" TO GL-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE GC-AMOUNT (GX, 3, BX) TO ROW-VALUE (BX)
           END-PERFORM
           PERFORM WRITE-GAP-LINE
           MOVE "Total outflows" TO GL-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               COMPUTE ROW-VALUE (BX) = GC-AMOUNT (GX, 2, BX)
                   + GC-AMOUNT (GX, 3, BX)
           END-PERFORM
           PERFORM WRITE-GAP-LINE

           MOVE 1 TO SECTION-RATE
           PERFORM WRITE-CURRENCY-GAP
           IF GC-CURRENCY (GX) NOT = "DKK"
               AND GC-RATE-FOUND (GX) = "Y"
               MOVE GC-RATE (GX) TO SECTION-RATE
               PERFORM WRITE-CURRENCY-GAP
           END-IF
           IF GC-OVERDUE (GX) > 0
               MOVE GC-OVERDUE (GX) TO AMOUNT-EDIT
               MOVE SPACES TO GAP-REPORT-INFO
               STRING "  Overdue loan installments not counted as"
                   " inflows: " FUNCTION TRIM(AMOUNT-EDIT LEADING)
                   DELIMITED BY SIZE
                   INTO GAP-REPORT-INFO
               END-STRING
               WRITE GAP-REPORT-RECORD
           END-IF
           MOVE SPACES TO GAP-REPORT-INFO
           WRITE GAP-REPORT-RECORD.

       WRITE-CURRENCY-GAP.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               COMPUTE ROW-VALUE (BX) ROUNDED =
                   (GC-AMOUNT (GX, 1, BX) - GC-AMOUNT (GX, 2, BX)
                   - GC-AMOUNT (GX, 3, BX)) * SECTION-RATE
           END-PERFORM
           IF SECTION-RATE = 1
               MOVE "Net gap" TO GL-LABEL
           ELSE
               MOVE "Net gap in DKK" TO GL-LABEL
           END-IF
           PERFORM WRITE-GAP-LINE
           PERFORM WRITE-CUMULATIVE-LINE.

       WRITE-CUMULATIVE-LINE.
           MOVE 0 TO CUMULATIVE-GAP
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               ADD ROW-VALUE (BX) TO CUMULATIVE-GAP
               MOVE CUMULATIVE-GAP TO ROW-VALUE (BX)
           END-PERFORM
           IF GL-LABEL = "Net gap in DKK"
               MOVE "Cumulative gap DKK" TO GL-LABEL
           ELSE
               MOVE "Cumulative gap" TO GL-LABEL
           END-IF
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               COMPUTE WHOLE-AMOUNT ROUNDED = ROW-VALUE (BX)
               MOVE WHOLE-AMOUNT TO GL-AMOUNT (BX)
           END-PERFORM
           MOVE SPACES TO GAP-REPORT-INFO
           MOVE GAP-LINE TO GAP-REPORT-INFO
           MOVE SPACES TO GAP-REPORT-INFO (117:16)
           WRITE GAP-REPORT-RECORD.

       WRITE-GAP-LINE.
           MOVE 0 TO ROW-VALUE (7)
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               ADD ROW-VALUE (BX) TO ROW-VALUE (7)
           END-PERFORM
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 7
               COMPUTE WHOLE-AMOUNT ROUNDED = ROW-VALUE (BX)
               MOVE WHOLE-AMOUNT TO GL-AMOUNT (BX)
           END-PERFORM
           MOVE GAP-LINE TO GAP-REPORT-INFO
           WRITE GAP-REPORT-RECORD.

       WRITE-CONSOLIDATED-SECTION.
           MOVE SPACES TO GAP-REPORT-INFO
           MOVE "All currencies in DKK" TO GAP-REPORT-INFO
           WRITE GAP-REPORT-RECORD
           PERFORM WRITE-GAP-HEADING
           MOVE "Loan repayments" TO GL-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE CON-AMOUNT (1, BX) TO ROW-VALUE (BX)
           END-PERFORM
           PERFORM WRITE-GAP-LINE
           MOVE "Total inflows" TO GL-LABEL
           PERFORM WRITE-GAP-LINE
           MOVE "Demand deposits" TO GL-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE CON-AMOUNT (2, BX) TO ROW-VALUE (BX)
           END-PERFORM
           PERFORM WRITE-GAP-LINE
           MOVE "Term deposits" TO GL-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               MOVE CON-AMOUNT (3, BX) TO ROW-VALUE (BX)
           END-PERFORM
           PERFORM WRITE-GAP-LINE
           MOVE "Total outflows" TO GL-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               COMPUTE ROW-VALUE (BX) = CON-AMOUNT (2, BX)
                   + CON-AMOUNT (3, BX)
           END-PERFORM
           PERFORM WRITE-GAP-LINE
           MOVE "Net gap" TO GL-LABEL
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
               COMPUTE ROW-VALUE (BX) = CON-AMOUNT (1, BX)
                   - CON-AMOUNT (2, BX) - CON-AMOUNT (3, BX)
           END-PERFORM
           PERFORM WRITE-GAP-LINE
           PERFORM WRITE-CUMULATIVE-LINE
           IF CONSOLIDATED-OVERDUE > 0
               MOVE CONSOLIDATED-OVERDUE TO AMOUNT-EDIT
               MOVE SPACES TO GAP-REPORT-INFO
               STRING "  Overdue loan installments not counted as"
                   " inflows: " FUNCTION TRIM(AMOUNT-EDIT LEADING)
                   DELIMITED BY SIZE
                   INTO GAP-REPORT-INFO
               END-STRING
               WRITE GAP-REPORT-RECORD
           END-IF
           IF NO-RATE-COUNT > 0
               MOVE NO-RATE-COUNT TO COUNT-STRING
               MOVE SPACES TO GAP-REPORT-INFO
               STRING "  Currencies without a rate left out: "
                   FUNCTION TRIM(COUNT-STRING LEADING)
                   DELIMITED BY SIZE
                   INTO GAP-REPORT-INFO
               END-STRING
               WRITE GAP-REPORT-RECORD
           END-IF.
