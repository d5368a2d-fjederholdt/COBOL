       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE77.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN TO "TransactionArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-ARCHIVE-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CurrencyRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENCY-RATE-STATUS.
           SELECT MULE-CONFIG-FILE ASSIGN TO "MuleConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MULE-CONFIG-STATUS.
           SELECT APPLICATION-LOG-FILE
               ASSIGN TO "AccountApplicationLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-LOG-STATUS.
           SELECT MULE-ALERT-FILE ASSIGN TO "MuleAlerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
           SELECT SORT-FILE ASSIGN TO SRT.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-ARCHIVE-FILE.
       01 TRANSACTION-ARCHIVE-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
           COPY "CURRENCYRATES.cpy".

       FD MULE-CONFIG-FILE.
       01 MULE-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD APPLICATION-LOG-FILE.
       01 APPLICATION-LOG-RECORD.
           02 AAL-APPLICATION-ID PIC X(10).
           02 AAL-OUTCOME PIC X(10).
           02 AAL-DATE PIC X(10).
           02 AAL-CUSTOMER-ID PIC X(10).
           02 AAL-ACCOUNT-NUMBER PIC X(15).
           02 AAL-REASON PIC X(40).

       FD MULE-ALERT-FILE.
       01 MULE-ALERT-RECORD.
           02 MULE-ALERT-INFO PIC X(130).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       SD SORT-FILE.
       01 SORT-RECORD.
           COPY "TRANSACTIONS.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-ARCHIVE-FILE PIC X VALUE "N".
       01 END-OF-SORT-FILE PIC X VALUE "N".
       01 END-OF-CURRENCY-RATE-FILE PIC X VALUE "N".
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-APPLICATION-LOG PIC X VALUE "N".
       01 TRANSACTION-ARCHIVE-STATUS PIC XX.
       01 CURRENCY-RATE-STATUS PIC XX.
       01 CURRENCY-RATE-OPENED PIC X VALUE "N".
       01 MULE-CONFIG-STATUS PIC XX.
       01 APPLICATION-LOG-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave77".
       01 CONFIG-KEY PIC X(30) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 MULE-WINDOW-DAYS PIC 9(3) VALUE 3.
       01 MULE-OUTFLOW-PCT PIC 9(3) VALUE 80.
       01 MULE-MINIMUM-INFLOW PIC 9(15)V99 VALUE 10000.
       01 MULE-BASE-POINTS PIC 9(4) VALUE 50.
       01 MULE-NEW-ACCOUNT-DAYS PIC 9(5) VALUE 90.
       01 MULE-NEW-ACCOUNT-POINTS PIC 9(4) VALUE 25.
       01 MULE-DORMANT-DAYS PIC 9(5) VALUE 365.
       01 MULE-DORMANT-POINTS PIC 9(4) VALUE 25.
       01 MULE-ALERT-SCORE PIC 9(4) VALUE 50.
       01 CURRENCY-RATE-COUNT PIC 9(4) VALUE 0.
       01 CURRENCY-RATE-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON CURRENCY-RATE-COUNT.
           COPY "CURRENCYRATES.cpy".
       01 CURRENCY-RATE-INDEX PIC 9(4) VALUE 0.
       01 CURRENT-RATE PIC 9(03)V9999 VALUE 1.0000.
       01 BEST-RATE-DATE PIC X(10) VALUE SPACES.
       01 RATE-FOUND PIC X VALUE "N".
       01 DKK-NUMBER PIC S9(15)V99 VALUE ZEROS.
       01 CURRENCY-NUMBER PIC S9(15)V99 VALUE ZEROS.
       01 OPENED-COUNT PIC 9(4) VALUE 0.
       01 OPENED-MAX PIC 9(4) VALUE 5000.
       01 OPENED-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON OPENED-COUNT.
           02 OPN-ACCOUNT-NUMBER PIC X(15).
           02 OPN-DATE PIC X(10).
       01 OX PIC 9(4) VALUE 0.
       01 CURRENT-CPR PIC X(11) VALUE SPACES.
       01 CURRENT-ACCOUNT PIC X(15) VALUE SPACES.
       01 ACCOUNT-IN-PROGRESS PIC X VALUE "N".
       01 MOVEMENT-COUNT PIC 9(4) VALUE 0.
       01 MOVEMENT-MAX PIC 9(4) VALUE 2000.
       01 MOVEMENT-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON MOVEMENT-COUNT.
           02 MOVEMENT-DATE-INTEGER PIC S9(9).
           02 MOVEMENT-DATE PIC X(10).
           02 MOVEMENT-AMOUNT PIC S9(15)V99.
           02 MOVEMENT-STORE PIC X(20).
       01 MOVEMENT-I PIC 9(4) VALUE 0.
       01 MOVEMENT-J PIC 9(4) VALUE 0.
       01 MOVEMENT-LAST PIC 9(4) VALUE 0.
       01 WINDOW-END-INTEGER PIC S9(9) VALUE 0.
       01 OUTFLOW-COUNT PIC 9(4) VALUE 0.
       01 OUTFLOW-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 OUTFLOW-PCT PIC 9(5) VALUE 0.
       01 OPEN-DATE-INTEGER PIC S9(9) VALUE 0.
       01 ACCOUNT-OPEN-DATE PIC X(10) VALUE SPACES.
       01 RECENTLY-OPENED PIC X VALUE "N".
       01 PREVIOUSLY-DORMANT PIC X VALUE "N".
       01 DORMANT-GAP-DAYS PIC 9(6) VALUE 0.
       01 MULE-SCORE PIC 9(4) VALUE 0.
       01 ACCOUNT-ALERTED PIC X VALUE "N".
       01 ALERT-COUNT PIC 9(6) VALUE 0.
       01 WEIGHTED-ALERT-COUNT PIC 9(6) VALUE 0.
       01 ACCOUNTS-SCANNED PIC 9(6) VALUE 0.
       01 ALERT-COUNT-STRING PIC ZZZZZ9.
       01 SCORE-STRING PIC ZZZ9.
       01 PCT-STRING PIC ZZZZ9.
       01 DAYS-STRING PIC ZZZZZ9.
       01 INFLOW-AMOUNT-STRING PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 OUTFLOW-TOTAL-STRING PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 MOVEMENT-AMOUNT-STRING PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 WEIGHT-TEXT PIC X(100) VALUE SPACES.
       01 WEIGHT-POINTER PIC 9(3) VALUE 1.
       01 DATE-TO-CONVERT PIC X(10) VALUE SPACES.
       01 DATE-CONVERT-STRING PIC X(8) VALUE SPACES.
       01 DATE-CONVERT-NUMERIC PIC 9(8) VALUE 0.
       01 DATE-CONVERT-INTEGER PIC S9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-MULE-CONFIG
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-OPENED-ACCOUNTS

           OPEN OUTPUT MULE-ALERT-FILE
           SORT SORT-FILE
               ON ASCENDING KEY CPR OF SORT-RECORD
               ON ASCENDING KEY ACCOUNT-ID OF SORT-RECORD
               ON ASCENDING KEY TRANSACTION-DATE OF SORT-RECORD
               INPUT PROCEDURE IS READ-ARCHIVE
               OUTPUT PROCEDURE IS SCAN-SORTED-ARCHIVE
           CLOSE MULE-ALERT-FILE

           MOVE ACCOUNTS-SCANNED TO ALERT-COUNT-STRING
           DISPLAY "Pass-through scan complete, accounts scanned: "
               ALERT-COUNT-STRING
           MOVE ALERT-COUNT TO ALERT-COUNT-STRING
           DISPLAY "Pass-through alerts written: " ALERT-COUNT-STRING
           MOVE WEIGHTED-ALERT-COUNT TO ALERT-COUNT-STRING
           DISPLAY "  of which new or dormant accounts: "
               ALERT-COUNT-STRING
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

       LOAD-MULE-CONFIG.
           OPEN INPUT MULE-CONFIG-FILE
           IF MULE-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ MULE-CONFIG-FILE INTO MULE-CONFIG-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE MULE-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM
           IF MULE-OUTFLOW-PCT = 0 OR MULE-MINIMUM-INFLOW = 0
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": MuleConfig.txt must give an outflow share and"
                   " a minimum inflow above zero, no scan run"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
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
               WHEN "WINDOW-DAYS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MULE-WINDOW-DAYS
               WHEN "OUTFLOW-PCT"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MULE-OUTFLOW-PCT
               WHEN "MINIMUM-INFLOW"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MULE-MINIMUM-INFLOW
               WHEN "BASE-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MULE-BASE-POINTS
               WHEN "NEW-ACCOUNT-DAYS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MULE-NEW-ACCOUNT-DAYS
               WHEN "NEW-ACCOUNT-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MULE-NEW-ACCOUNT-POINTS
               WHEN "DORMANT-DAYS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MULE-DORMANT-DAYS
               WHEN "DORMANT-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MULE-DORMANT-POINTS
               WHEN "ALERT-SCORE"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MULE-ALERT-SCORE
           END-EVALUATE.

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
                       ADD 1 TO CURRENCY-RATE-COUNT
                       MOVE CURRENCY-RATE-RECORD
                           TO CURRENCY-RATE-ARRAY (CURRENCY-RATE-COUNT)
               END-READ
           END-PERFORM
           IF CURRENCY-RATE-OPENED = "Y"
               CLOSE CURRENCY-RATE-FILE
           END-IF.

       LOAD-OPENED-ACCOUNTS.
           OPEN INPUT APPLICATION-LOG-FILE
           IF APPLICATION-LOG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-APPLICATION-LOG
           END-IF
           PERFORM UNTIL END-OF-APPLICATION-LOG = "Y"
               READ APPLICATION-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-APPLICATION-LOG
                       CLOSE APPLICATION-LOG-FILE
                   NOT AT END
                       IF AAL-OUTCOME = "OPENED"
                           AND AAL-ACCOUNT-NUMBER NOT = SPACES
                           AND OPENED-COUNT < OPENED-MAX
                           ADD 1 TO OPENED-COUNT
                           MOVE AAL-ACCOUNT-NUMBER
                               TO OPN-ACCOUNT-NUMBER (OPENED-COUNT)
                           MOVE AAL-DATE TO OPN-DATE (OPENED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       READ-ARCHIVE.
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE-FILE = "Y"
               READ TRANSACTION-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARCHIVE-FILE
                   NOT AT END
                       IF CPR OF TRANSACTION-ARCHIVE-RECORD (1:7)
                           NOT = "TRAILER"
                           AND ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
                               NOT = SPACES
                           MOVE TRANSACTION-ARCHIVE-RECORD
                               TO SORT-RECORD
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-ARCHIVE-FILE.

       SCAN-SORTED-ARCHIVE.
           PERFORM UNTIL END-OF-SORT-FILE = "Y"
               RETURN SORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-SORT-FILE
                       IF ACCOUNT-IN-PROGRESS = "Y"
                           PERFORM SCAN-ACCOUNT-INFLOWS
                       END-IF
                   NOT AT END
                       IF CURRENT-CPR NOT = CPR OF SORT-RECORD
                           OR CURRENT-ACCOUNT NOT =
                               ACCOUNT-ID OF SORT-RECORD
                           IF ACCOUNT-IN-PROGRESS = "Y"
                               PERFORM SCAN-ACCOUNT-INFLOWS
                           END-IF
                           MOVE CPR OF SORT-RECORD TO CURRENT-CPR
                           MOVE ACCOUNT-ID OF SORT-RECORD
                               TO CURRENT-ACCOUNT
                           MOVE "Y" TO ACCOUNT-IN-PROGRESS
                           MOVE 0 TO MOVEMENT-COUNT
                       END-IF
                       PERFORM COLLECT-MOVEMENT
               END-RETURN
           END-PERFORM.

       COLLECT-MOVEMENT.
           IF MOVEMENT-COUNT >= MOVEMENT-MAX
               EXIT PARAGRAPH
           END-IF
           PERFORM CONVERT-CURRENCY
           ADD 1 TO MOVEMENT-COUNT
           MOVE TRANSACTION-DATE OF SORT-RECORD (1:10)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER
               TO MOVEMENT-DATE-INTEGER (MOVEMENT-COUNT)
           MOVE TRANSACTION-DATE OF SORT-RECORD (1:10)
               TO MOVEMENT-DATE (MOVEMENT-COUNT)
           MOVE DKK-NUMBER TO MOVEMENT-AMOUNT (MOVEMENT-COUNT)
           MOVE STORE OF SORT-RECORD
               TO MOVEMENT-STORE (MOVEMENT-COUNT).

       SCAN-ACCOUNT-INFLOWS.
           ADD 1 TO ACCOUNTS-SCANNED
           MOVE "N" TO ACCOUNT-ALERTED
           PERFORM FIND-ACCOUNT-OPEN-DATE
           PERFORM VARYING MOVEMENT-I FROM 1 BY 1
               UNTIL MOVEMENT-I > MOVEMENT-COUNT
                   OR ACCOUNT-ALERTED = "Y"
               IF MOVEMENT-AMOUNT (MOVEMENT-I) >= MULE-MINIMUM-INFLOW
                   PERFORM TEST-PASS-THROUGH
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-OPEN-DATE.
           MOVE 0 TO OPEN-DATE-INTEGER
           MOVE SPACES TO ACCOUNT-OPEN-DATE
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > OPENED-COUNT
               IF OPN-ACCOUNT-NUMBER (OX) = CURRENT-ACCOUNT
                   MOVE OPN-DATE (OX) TO ACCOUNT-OPEN-DATE
               END-IF
           END-PERFORM
           IF ACCOUNT-OPEN-DATE NOT = SPACES
               MOVE ACCOUNT-OPEN-DATE TO DATE-TO-CONVERT
               PERFORM CONVERT-DATE-TO-INTEGER
               MOVE DATE-CONVERT-INTEGER TO OPEN-DATE-INTEGER
           END-IF.

       TEST-PASS-THROUGH.
           COMPUTE WINDOW-END-INTEGER =
               MOVEMENT-DATE-INTEGER (MOVEMENT-I) + MULE-WINDOW-DAYS
           MOVE 0 TO OUTFLOW-COUNT
           MOVE ZEROES TO OUTFLOW-TOTAL
           MOVE MOVEMENT-I TO MOVEMENT-LAST
           PERFORM VARYING MOVEMENT-J FROM MOVEMENT-I BY 1
               UNTIL MOVEMENT-J > MOVEMENT-COUNT
               IF MOVEMENT-DATE-INTEGER (MOVEMENT-J) >
                   WINDOW-END-INTEGER
                   EXIT PERFORM
               END-IF
               IF MOVEMENT-AMOUNT (MOVEMENT-J) < 0
                   ADD 1 TO OUTFLOW-COUNT
                   COMPUTE OUTFLOW-TOTAL = OUTFLOW-TOTAL +
                       FUNCTION ABS(MOVEMENT-AMOUNT (MOVEMENT-J))
                   MOVE MOVEMENT-J TO MOVEMENT-LAST
               END-IF
           END-PERFORM
           IF OUTFLOW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE OUTFLOW-PCT ROUNDED = OUTFLOW-TOTAL * 100
               / MOVEMENT-AMOUNT (MOVEMENT-I)
               ON SIZE ERROR
                   MOVE 99999 TO OUTFLOW-PCT
           END-COMPUTE
           IF OUTFLOW-PCT < MULE-OUTFLOW-PCT
               EXIT PARAGRAPH
           END-IF

           MOVE MULE-BASE-POINTS TO MULE-SCORE
           MOVE "N" TO RECENTLY-OPENED
           MOVE "N" TO PREVIOUSLY-DORMANT
           IF OPEN-DATE-INTEGER > 0
               AND MOVEMENT-DATE-INTEGER (MOVEMENT-I)
                   - OPEN-DATE-INTEGER <= MULE-NEW-ACCOUNT-DAYS
               MOVE "Y" TO RECENTLY-OPENED
               ADD MULE-NEW-ACCOUNT-POINTS TO MULE-SCORE
           END-IF
           IF MOVEMENT-I > 1
               COMPUTE DORMANT-GAP-DAYS =
                   MOVEMENT-DATE-INTEGER (MOVEMENT-I)
                   - MOVEMENT-DATE-INTEGER (MOVEMENT-I - 1)
               IF DORMANT-GAP-DAYS >= MULE-DORMANT-DAYS
                   MOVE "Y" TO PREVIOUSLY-DORMANT
                   ADD MULE-DORMANT-POINTS TO MULE-SCORE
               END-IF
           END-IF
           IF MULE-SCORE >= MULE-ALERT-SCORE
               MOVE "Y" TO ACCOUNT-ALERTED
               PERFORM WRITE-MULE-ALERT
           END-IF.

       WRITE-MULE-ALERT.
           ADD 1 TO ALERT-COUNT
           IF RECENTLY-OPENED = "Y" OR PREVIOUSLY-DORMANT = "Y"
               ADD 1 TO WEIGHTED-ALERT-COUNT
           END-IF
           MOVE MOVEMENT-AMOUNT (MOVEMENT-I) TO INFLOW-AMOUNT-STRING
           MOVE OUTFLOW-TOTAL TO OUTFLOW-TOTAL-STRING
           MOVE OUTFLOW-PCT TO PCT-STRING
           MOVE MULE-WINDOW-DAYS TO DAYS-STRING
           MOVE MULE-SCORE TO SCORE-STRING
           MOVE SPACES TO MULE-ALERT-INFO
           STRING "Possible pass-through: CPR " CURRENT-CPR
               " - " FUNCTION TRIM(OUTFLOW-TOTAL-STRING LEADING)
               " DKK out of "
               FUNCTION TRIM(INFLOW-AMOUNT-STRING LEADING)
               " DKK in (" FUNCTION TRIM(PCT-STRING LEADING)
               "%) within " FUNCTION TRIM(DAYS-STRING LEADING)
               " days of " MOVEMENT-DATE (MOVEMENT-I)
               DELIMITED BY SIZE
               INTO MULE-ALERT-INFO
           END-STRING
           WRITE MULE-ALERT-RECORD

           MOVE SPACES TO WEIGHT-TEXT
           MOVE 1 TO WEIGHT-POINTER
           STRING "  Score " FUNCTION TRIM(SCORE-STRING LEADING)
               DELIMITED BY SIZE
               INTO WEIGHT-TEXT WITH POINTER WEIGHT-POINTER
           END-STRING
           IF RECENTLY-OPENED = "Y"
               STRING ", account opened " ACCOUNT-OPEN-DATE
                   DELIMITED BY SIZE
                   INTO WEIGHT-TEXT WITH POINTER WEIGHT-POINTER
               END-STRING
           END-IF
           IF PREVIOUSLY-DORMANT = "Y"
               MOVE DORMANT-GAP-DAYS TO DAYS-STRING
               STRING ", dormant "
                   FUNCTION TRIM(DAYS-STRING LEADING)
                   " days before the inflow"
                   DELIMITED BY SIZE
                   INTO WEIGHT-TEXT WITH POINTER WEIGHT-POINTER
               END-STRING
           END-IF
           MOVE WEIGHT-TEXT TO MULE-ALERT-INFO
           WRITE MULE-ALERT-RECORD

           PERFORM VARYING MOVEMENT-J FROM MOVEMENT-I BY 1
               UNTIL MOVEMENT-J > MOVEMENT-LAST
               IF MOVEMENT-J = MOVEMENT-I
                   OR MOVEMENT-AMOUNT (MOVEMENT-J) < 0
                   MOVE MOVEMENT-AMOUNT (MOVEMENT-J)
                       TO MOVEMENT-AMOUNT-STRING
                   MOVE SPACES TO MULE-ALERT-INFO
                   STRING "  " MOVEMENT-DATE (MOVEMENT-J)
                       " account " CURRENT-ACCOUNT
                       " amount "
                       FUNCTION TRIM(MOVEMENT-AMOUNT-STRING LEADING)
                       " DKK store "
                       FUNCTION TRIM(MOVEMENT-STORE (MOVEMENT-J)
                           TRAILING)
                       DELIMITED BY SIZE
                       INTO MULE-ALERT-INFO
                   END-STRING
                   WRITE MULE-ALERT-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO MULE-ALERT-INFO
           WRITE MULE-ALERT-RECORD.

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

       CONVERT-DATE-TO-INTEGER.
           STRING DATE-TO-CONVERT (1:4) DATE-TO-CONVERT (6:2)
               DATE-TO-CONVERT (9:2) DELIMITED BY SIZE
               INTO DATE-CONVERT-STRING
           END-STRING
           MOVE FUNCTION NUMVAL(DATE-CONVERT-STRING)
               TO DATE-CONVERT-NUMERIC
           COMPUTE DATE-CONVERT-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-CONVERT-NUMERIC).
