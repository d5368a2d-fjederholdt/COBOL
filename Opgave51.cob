               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LADDER-FILE ASSIGN TO "TermMaturityLadder.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BREAK-REQUEST-FILE ASSIGN TO "TermBreakRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAK-REQUEST-STATUS.
           SELECT BREAK-TERMS-FILE ASSIGN TO "TermBreakTerms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAK-TERMS-STATUS.
           SELECT CONFIRMATION-FILE
               ASSIGN TO "TermBreakConfirmations.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT LETTER-TEMPLATE-FILE ASSIGN TO "LetterTemplates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-TEMPLATE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.
       01 LADDER-RECORD.
           02 LADDER-INFO PIC X(100).

       FD BREAK-REQUEST-FILE.
       01 BREAK-REQUEST-RECORD.
           02 BRK-ACCOUNT-ID PIC X(15).
           02 BRK-CPR PIC X(11).

       FD BREAK-TERMS-FILE.
       01 BREAK-TERMS-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD CONFIRMATION-FILE.
       01 CONFIRMATION-RECORD.
           02 CONFIRMATION-INFO PIC X(100).


       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD LETTER-TEMPLATE-FILE.
       01 LETTER-TEMPLATE-RECORD.
           COPY "LETTERTEMPLATE.cpy".

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".
       01 TERM-DEPOSIT-STATUS PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 NOTICE-DAYS-STATUS PIC XX.
       01 BREAK-REQUEST-STATUS PIC XX.
       01 BREAK-TERMS-STATUS PIC XX.
       01 END-OF-BREAK-FILE PIC X VALUE "N".
       01 END-OF-TERMS-FILE PIC X VALUE "N".
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave51".
       01 NOTICE-DAYS PIC 9(3) VALUE 14.
       01 MATURED-COUNT PIC 9(4) VALUE 0.
       01 ROLLED-COUNT PIC 9(4) VALUE 0.
       01 NOTICE-COUNT PIC 9(4) VALUE 0.
       01 BROKEN-COUNT PIC 9(4) VALUE 0.
       01 BREAK-REFUSED-COUNT PIC 9(4) VALUE 0.
       01 BREAK-REQUEST-COUNT PIC 9(4) VALUE 0.
       01 COUNT-STRING PIC ZZZ9.
       01 CONFIG-KEY PIC X(20) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 BREAK-RATE-PCT PIC 9(03)V99 VALUE 50.
       01 BREAK-COST-PCT PIC 9(03)V9999 VALUE 1.
       01 BREAK-SLOT PIC 9(4) VALUE 0.
       01 BREAK-DAYS-HELD PIC S9(5) VALUE 0.
       01 BREAK-DAYS-LEFT PIC S9(5) VALUE 0.
       01 BREAK-RATE PIC 9(03)V9999 VALUE ZEROS.
       01 BREAK-INTEREST PIC 9(13)V99 VALUE ZEROS.
       01 BREAK-COST PIC 9(13)V99 VALUE ZEROS.
       01 BREAK-NET PIC 9(13)V99 VALUE ZEROS.
       01 REFUSE-REASON PIC X(40) VALUE SPACES.
       01 RATE-EDIT PIC ZZ9.9999.
       01 DAYS-EDIT PIC ZZZZ9.
       01 POSTING-DATE PIC X(10) VALUE SPACES.
       01 POSTING-STORE PIC X(20) VALUE SPACES.
       01 CHANGES-MADE PIC X VALUE "N".
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 RUN-TIMESTAMP PIC X(21).
           02 LDT-MONTH PIC X(07).
           02 LDT-PRINCIPAL PIC 9(15)V99.
           02 LDT-TALLY PIC 9(4).
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 LANGUAGE-COUNT PIC 9(4) VALUE 0.
       01 LANGUAGE-MAX PIC 9(4) VALUE 5000.
       01 LANGUAGE-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON LANGUAGE-COUNT.
           02 LNG-ACCOUNT PIC X(15).
           02 LNG-LANGUAGE PIC X(02).
       01 LNX PIC 9(4) VALUE 0.
       01 LANGUAGE-ACCOUNT PIC X(15) VALUE SPACES.
       01 LETTER-TEMPLATE-STATUS PIC XX.
       01 END-OF-TEMPLATE-FILE PIC X VALUE "N".
       01 TEMPLATE-COUNT PIC 9(4) VALUE 0.
       01 TEMPLATE-MAX PIC 9(4) VALUE 2000.
       01 TEMPLATE-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON TEMPLATE-COUNT.
           COPY "LETTERTEMPLATE.cpy".
       01 TPX PIC 9(4) VALUE 0.
       01 TEMPLATE-TYPE PIC X(10) VALUE SPACES.
       01 TEMPLATE-LANGUAGE PIC X(02) VALUE SPACES.
       01 TEMPLATE-FOUND PIC X VALUE "N".
       01 MERGE-COUNT PIC 9(2) VALUE 0.
       01 MERGE-TABLE.
           05 MERGE-ENTRY OCCURS 20 TIMES.
               10 MERGE-NAME PIC X(10).
               10 MERGE-VALUE PIC X(60).
       01 MGX PIC 9(2) VALUE 0.
       01 MERGE-FIELD-SLOT PIC 9(2) VALUE 0.
       01 MERGE-FIELD-NAME PIC X(10) VALUE SPACES.
       01 MERGE-FIELD-VALUE PIC X(60) VALUE SPACES.
       01 RENDERED-LINE PIC X(130) VALUE SPACES.
       01 RENDER-IN PIC 9(3) VALUE 0.
       01 RENDER-OUT PIC 9(3) VALUE 0.
       01 RENDER-END PIC 9(3) VALUE 0.
       01 RENDER-SCAN PIC 9(3) VALUE 0.
       01 RENDER-LENGTH PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF TRANSACTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           PERFORM LOAD-BREAK-TERMS
           PERFORM PROCESS-BREAK-REQUESTS
           PERFORM LOAD-CUSTOMER-LANGUAGES
           PERFORM LOAD-LETTER-TEMPLATES
           OPEN OUTPUT NOTICE-FILE
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DEPOSIT-COUNT
               IF TD-STATUS OF DEPOSIT-ARRAY (DX) = "A"
           DISPLAY "Term deposits rolled over: " COUNT-STRING
           MOVE NOTICE-COUNT TO COUNT-STRING
           DISPLAY "Maturity notices written: " COUNT-STRING
           MOVE BROKEN-COUNT TO COUNT-STRING
           DISPLAY "Term deposits broken early: " COUNT-STRING
           MOVE BREAK-REFUSED-COUNT TO COUNT-STRING
           DISPLAY "Break requests refused: " COUNT-STRING
           IF BREAK-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
       STOP RUN.

       LOG-EXCEPTION.

       MATURE-DEPOSIT.
           MOVE "Y" TO CHANGES-MADE
           MOVE TD-MATURITY-DATE OF DEPOSIT-ARRAY (DX) TO POSTING-DATE
           MOVE "TERM DEPOSIT" TO POSTING-STORE
           MOVE TD-START-DATE OF DEPOSIT-ARRAY (DX)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE TD-CPR OF DEPOSIT-ARRAY (DX)
               TO CPR OF TRANSACTION-RECORD
           STRING POSTING-DATE
               " 06:00:00" DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF TRANSACTION-RECORD
           END-STRING
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF TRANSACTION-RECORD
           MOVE "DKK" TO CURRENCY-CODE OF TRANSACTION-RECORD
           MOVE POSTING-STORE TO STORE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.

       LOAD-BREAK-TERMS.
           OPEN INPUT BREAK-TERMS-FILE
           IF BREAK-TERMS-STATUS NOT = "00"
               MOVE "Y" TO END-OF-TERMS-FILE
           END-IF
           PERFORM UNTIL END-OF-TERMS-FILE = "Y"
               READ BREAK-TERMS-FILE INTO BREAK-TERMS-RECORD
                   AT END
                       MOVE "Y" TO END-OF-TERMS-FILE
                       CLOSE BREAK-TERMS-FILE
                   NOT AT END
                       PERFORM PARSE-BREAK-TERM
               END-READ
           END-PERFORM.

       PARSE-BREAK-TERM.
           MOVE SPACES TO CONFIG-KEY
           MOVE SPACES TO CONFIG-VALUE
           UNSTRING CONFIG-LINE
               DELIMITED BY "="
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           EVALUATE CONFIG-KEY
               WHEN "BREAK-RATE-PCT"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO BREAK-RATE-PCT
               WHEN "BREAK-COST-PCT"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO BREAK-COST-PCT
           END-EVALUATE.

       PROCESS-BREAK-REQUESTS.
           OPEN INPUT BREAK-REQUEST-FILE
           IF BREAK-REQUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONFIRMATION-FILE
           PERFORM UNTIL END-OF-BREAK-FILE = "Y"
               READ BREAK-REQUEST-FILE
                   AT END
                       MOVE "Y" TO END-OF-BREAK-FILE
                   NOT AT END
                       ADD 1 TO BREAK-REQUEST-COUNT
                       PERFORM PROCESS-ONE-BREAK
               END-READ
           END-PERFORM
           CLOSE BREAK-REQUEST-FILE
           CLOSE CONFIRMATION-FILE
           IF BREAK-REQUEST-COUNT > 0
               OPEN OUTPUT BREAK-REQUEST-FILE
               CLOSE BREAK-REQUEST-FILE
           END-IF.

       PROCESS-ONE-BREAK.
           MOVE SPACES TO REFUSE-REASON
           MOVE 0 TO BREAK-SLOT
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DEPOSIT-COUNT
               IF TD-ACCOUNT-ID OF DEPOSIT-ARRAY (DX) = BRK-ACCOUNT-ID
                   MOVE DX TO BREAK-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BREAK-SLOT = 0
               MOVE "NO SUCH TERM DEPOSIT" TO REFUSE-REASON
           ELSE
               MOVE BREAK-SLOT TO DX
               PERFORM CHECK-BREAK-REQUEST
           END-IF
           IF REFUSE-REASON NOT = SPACES
               ADD 1 TO BREAK-REFUSED-COUNT
               MOVE SPACES TO EXCEPTION-LOG-RECORD
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": break of term deposit " DELIMITED BY SIZE
                   BRK-ACCOUNT-ID DELIMITED BY SPACE
                   " refused - " DELIMITED BY SIZE
                   REFUSE-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM BREAK-DEPOSIT.

       CHECK-BREAK-REQUEST.
           MOVE TD-START-DATE OF DEPOSIT-ARRAY (DX)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO START-INTEGER
           MOVE TD-MATURITY-DATE OF DEPOSIT-ARRAY (DX)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO MATURITY-INTEGER
           EVALUATE TRUE
               WHEN TD-STATUS OF DEPOSIT-ARRAY (DX) NOT = "A"
                   MOVE "TERM DEPOSIT NOT ACTIVE" TO REFUSE-REASON
               WHEN TD-CPR OF DEPOSIT-ARRAY (DX) NOT = BRK-CPR
                   MOVE "CPR DOES NOT MATCH TERM DEPOSIT"
                       TO REFUSE-REASON
               WHEN MATURITY-INTEGER <= RUN-DATE-INTEGER
                   MOVE "DEPOSIT HAS MATURED, PAID AT MATURITY"
                       TO REFUSE-REASON
               WHEN START-INTEGER > RUN-DATE-INTEGER
                   MOVE "DEPOSIT HAS NOT STARTED YET"
                       TO REFUSE-REASON
           END-EVALUATE.

       BREAK-DEPOSIT.
           MOVE "Y" TO CHANGES-MADE
           ADD 1 TO BROKEN-COUNT
           COMPUTE BREAK-DAYS-HELD = RUN-DATE-INTEGER - START-INTEGER
           COMPUTE BREAK-DAYS-LEFT = MATURITY-INTEGER - RUN-DATE-INTEGER
           COMPUTE BREAK-RATE ROUNDED =
               TD-ANNUAL-RATE OF DEPOSIT-ARRAY (DX)
               * BREAK-RATE-PCT / 100
           COMPUTE BREAK-INTEREST ROUNDED =
               TD-PRINCIPAL OF DEPOSIT-ARRAY (DX)
               * BREAK-RATE / 100
               * BREAK-DAYS-HELD / 365
           COMPUTE BREAK-COST ROUNDED =
               TD-PRINCIPAL OF DEPOSIT-ARRAY (DX)
               * BREAK-COST-PCT / 100
               * BREAK-DAYS-LEFT / 365
           IF BREAK-COST >
               TD-PRINCIPAL OF DEPOSIT-ARRAY (DX) + BREAK-INTEREST
               COMPUTE BREAK-COST =
                   TD-PRINCIPAL OF DEPOSIT-ARRAY (DX) + BREAK-INTEREST
           END-IF
           COMPUTE BREAK-NET = TD-PRINCIPAL OF DEPOSIT-ARRAY (DX)
               + BREAK-INTEREST - BREAK-COST
           IF BREAK-NET > 0
               MOVE RUN-DATE TO POSTING-DATE
               MOVE "TERM DEPOSIT BREAK" TO POSTING-STORE
               MOVE BREAK-NET TO POSTING-AMOUNT
               PERFORM WRITE-PAYOUT-POSTING
           END-IF
           MOVE "B" TO TD-STATUS OF DEPOSIT-ARRAY (DX)
           PERFORM WRITE-BREAK-CONFIRMATION
           MOVE RUN-DATE TO TD-MATURITY-DATE OF DEPOSIT-ARRAY (DX).

       WRITE-BREAK-CONFIRMATION.
           MOVE "--------------------------------------------------"
               TO CONFIRMATION-INFO
           WRITE CONFIRMATION-RECORD
           MOVE SPACES TO CONFIRMATION-INFO
           STRING FUNCTION TRIM(TD-CUSTOMER-NAME
               OF DEPOSIT-ARRAY (DX) TRAILING)
               INTO CONFIRMATION-INFO
           END-STRING
           WRITE CONFIRMATION-RECORD
           MOVE SPACES TO CONFIRMATION-INFO
           STRING FUNCTION TRIM(TD-CUSTOMER-ADDRESS
               OF DEPOSIT-ARRAY (DX) TRAILING)
               INTO CONFIRMATION-INFO
           END-STRING
           WRITE CONFIRMATION-RECORD
           MOVE SPACES TO CONFIRMATION-INFO
           STRING "Your term deposit "
               FUNCTION TRIM(TD-ACCOUNT-ID OF DEPOSIT-ARRAY (DX))
               " has been closed early on " RUN-DATE
               INTO CONFIRMATION-INFO
           END-STRING
           WRITE CONFIRMATION-RECORD
           MOVE SPACES TO CONFIRMATION-INFO
           MOVE TD-PRINCIPAL OF DEPOSIT-ARRAY (DX) TO AMOUNT-EDIT
           STRING "Principal:                 "
               FUNCTION TRIM(AMOUNT-EDIT LEADING) " DKK"
               INTO CONFIRMATION-INFO
           END-STRING
           WRITE CONFIRMATION-RECORD
           MOVE SPACES TO CONFIRMATION-INFO
           MOVE BREAK-DAYS-HELD TO DAYS-EDIT
           MOVE BREAK-RATE TO RATE-EDIT
           MOVE BREAK-INTEREST TO AMOUNT-EDIT
           STRING "Interest for "
               FUNCTION TRIM(DAYS-EDIT LEADING) " days at "
               FUNCTION TRIM(RATE-EDIT LEADING) "%: "
               FUNCTION TRIM(AMOUNT-EDIT LEADING) " DKK"
               INTO CONFIRMATION-INFO
           END-STRING
           WRITE CONFIRMATION-RECORD
           MOVE SPACES TO CONFIRMATION-INFO
           MOVE BREAK-DAYS-LEFT TO DAYS-EDIT
           MOVE BREAK-COST TO AMOUNT-EDIT
           STRING "Break cost for "
               FUNCTION TRIM(DAYS-EDIT LEADING)
               " days remaining: -"
               FUNCTION TRIM(AMOUNT-EDIT LEADING) " DKK"
               INTO CONFIRMATION-INFO
           END-STRING
           WRITE CONFIRMATION-RECORD
           MOVE SPACES TO CONFIRMATION-INFO
           MOVE BREAK-NET TO AMOUNT-EDIT
           STRING "Paid to account "
               FUNCTION TRIM(TD-LINKED-ACCOUNT OF DEPOSIT-ARRAY (DX))
               ": "
               FUNCTION TRIM(AMOUNT-EDIT LEADING) " DKK"
               INTO CONFIRMATION-INFO
           END-STRING
           WRITE CONFIRMATION-RECORD
           MOVE SPACES TO CONFIRMATION-INFO
           WRITE CONFIRMATION-RECORD.

       WRITE-MATURITY-NOTICE.
           ADD 1 TO NOTICE-COUNT
           MOVE 0 TO MERGE-COUNT
           MOVE "DATE" TO MERGE-FIELD-NAME
           MOVE RUN-DATE TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "NAME" TO MERGE-FIELD-NAME
           MOVE TD-CUSTOMER-NAME OF DEPOSIT-ARRAY (DX)
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "ADDRESS" TO MERGE-FIELD-NAME
           MOVE TD-CUSTOMER-ADDRESS OF DEPOSIT-ARRAY (DX)
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "ACCOUNT" TO MERGE-FIELD-NAME
           MOVE TD-ACCOUNT-ID OF DEPOSIT-ARRAY (DX)
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "LINKED" TO MERGE-FIELD-NAME
           MOVE TD-LINKED-ACCOUNT OF DEPOSIT-ARRAY (DX)
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE TD-PRINCIPAL OF DEPOSIT-ARRAY (DX) TO AMOUNT-EDIT
           MOVE "AMOUNT" TO MERGE-FIELD-NAME
           MOVE FUNCTION TRIM(AMOUNT-EDIT LEADING) TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           MOVE "MATURITY" TO MERGE-FIELD-NAME
           MOVE TD-MATURITY-DATE OF DEPOSIT-ARRAY (DX)
               TO MERGE-FIELD-VALUE
           PERFORM ADD-MERGE-FIELD
           EVALUATE TD-ROLLOVER OF DEPOSIT-ARRAY (DX)
               WHEN "R"
                   MOVE "MATURITYR" TO TEMPLATE-TYPE
               WHEN "I"
                   MOVE "MATURITYI" TO TEMPLATE-TYPE
               WHEN OTHER
                   MOVE "MATURITYP" TO TEMPLATE-TYPE
           END-EVALUATE
           MOVE TD-LINKED-ACCOUNT OF DEPOSIT-ARRAY (DX)
               TO LANGUAGE-ACCOUNT
           PERFORM FIND-CUSTOMER-LANGUAGE
           IF TEMPLATE-LANGUAGE = SPACES
               MOVE TD-ACCOUNT-ID OF DEPOSIT-ARRAY (DX)
                   TO LANGUAGE-ACCOUNT
               PERFORM FIND-CUSTOMER-LANGUAGE
           END-IF
           PERFORM RENDER-LETTER-TEMPLATE
           IF TEMPLATE-FOUND = "N"
               PERFORM WRITE-STANDARD-MATURITY-NOTICE
           END-IF.

       WRITE-STANDARD-MATURITY-NOTICE.
           MOVE "--------------------------------------------------"
               TO NOTICE-INFO
           WRITE NOTICE-RECORD
               TO DATE-CONVERT-NUMERIC
           COMPUTE DATE-CONVERT-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-CONVERT-NUMERIC).

       LOAD-LETTER-TEMPLATES.
           OPEN INPUT LETTER-TEMPLATE-FILE
           IF LETTER-TEMPLATE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-TEMPLATE-FILE
           END-IF
           PERFORM UNTIL END-OF-TEMPLATE-FILE = "Y"
               READ LETTER-TEMPLATE-FILE
                   AT END
                       MOVE "Y" TO END-OF-TEMPLATE-FILE
                       CLOSE LETTER-TEMPLATE-FILE
                   NOT AT END
                       IF TEMPLATE-COUNT < TEMPLATE-MAX
                           AND LT-TYPE OF LETTER-TEMPLATE-RECORD
                               NOT = SPACES
                           ADD 1 TO TEMPLATE-COUNT
                           MOVE LETTER-TEMPLATE-RECORD
                               TO TEMPLATE-ARRAY (TEMPLATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       ADD-MERGE-FIELD.
           IF MERGE-COUNT < 20
               ADD 1 TO MERGE-COUNT
               MOVE MERGE-FIELD-NAME TO MERGE-NAME (MERGE-COUNT)
               MOVE MERGE-FIELD-VALUE TO MERGE-VALUE (MERGE-COUNT)
           END-IF
           MOVE SPACES TO MERGE-FIELD-VALUE.

       RENDER-LETTER-TEMPLATE.
           MOVE "N" TO TEMPLATE-FOUND
           IF TEMPLATE-LANGUAGE = SPACES
               MOVE "DA" TO TEMPLATE-LANGUAGE
           END-IF
           PERFORM FIND-LETTER-TEMPLATE
           IF TEMPLATE-FOUND = "N" AND TEMPLATE-LANGUAGE NOT = "DA"
               MOVE "DA" TO TEMPLATE-LANGUAGE
               PERFORM FIND-LETTER-TEMPLATE
           END-IF
           IF TEMPLATE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TPX FROM 1 BY 1 UNTIL TPX > TEMPLATE-COUNT
               IF LT-TYPE OF TEMPLATE-ARRAY (TPX) = TEMPLATE-TYPE
                   AND LT-LANGUAGE OF TEMPLATE-ARRAY (TPX)
                       = TEMPLATE-LANGUAGE
                   PERFORM RENDER-TEMPLATE-LINE
                   MOVE RENDERED-LINE TO NOTICE-INFO
                   WRITE NOTICE-RECORD
               END-IF
           END-PERFORM.

       FIND-LETTER-TEMPLATE.
           PERFORM VARYING TPX FROM 1 BY 1 UNTIL TPX > TEMPLATE-COUNT
               IF LT-TYPE OF TEMPLATE-ARRAY (TPX) = TEMPLATE-TYPE
                   AND LT-LANGUAGE OF TEMPLATE-ARRAY (TPX)
                       = TEMPLATE-LANGUAGE
                   MOVE "Y" TO TEMPLATE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RENDER-TEMPLATE-LINE.
           MOVE SPACES TO RENDERED-LINE
           MOVE 1 TO RENDER-OUT
           MOVE 1 TO RENDER-IN
           MOVE 0 TO RENDER-LENGTH
           IF LT-TEXT OF TEMPLATE-ARRAY (TPX) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   LT-TEXT OF TEMPLATE-ARRAY (TPX) TRAILING))
                   TO RENDER-LENGTH
           END-IF
           PERFORM UNTIL RENDER-IN > RENDER-LENGTH
               OR RENDER-OUT > 130
               IF LT-TEXT OF TEMPLATE-ARRAY (TPX) (RENDER-IN:1) = "{"
                   PERFORM MERGE-TEMPLATE-FIELD
               ELSE
                   MOVE LT-TEXT OF TEMPLATE-ARRAY (TPX) (RENDER-IN:1)
                       TO RENDERED-LINE (RENDER-OUT:1)
                   ADD 1 TO RENDER-OUT
                   ADD 1 TO RENDER-IN
               END-IF
           END-PERFORM.

       MERGE-TEMPLATE-FIELD.
           MOVE 0 TO RENDER-END
           PERFORM VARYING RENDER-SCAN FROM RENDER-IN BY 1
               UNTIL RENDER-SCAN > RENDER-LENGTH
               IF LT-TEXT OF TEMPLATE-ARRAY (TPX) (RENDER-SCAN:1)
                   = "}"
                   MOVE RENDER-SCAN TO RENDER-END
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO MERGE-FIELD-SLOT
           IF RENDER-END > RENDER-IN + 1
               AND RENDER-END < RENDER-IN + 12
               MOVE SPACES TO MERGE-FIELD-NAME
               MOVE LT-TEXT OF TEMPLATE-ARRAY (TPX)
                   (RENDER-IN + 1:RENDER-END - RENDER-IN - 1)
                   TO MERGE-FIELD-NAME
               PERFORM VARYING MGX FROM 1 BY 1 UNTIL MGX > MERGE-COUNT
                   IF MERGE-NAME (MGX) = MERGE-FIELD-NAME
                       MOVE MGX TO MERGE-FIELD-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF MERGE-FIELD-SLOT = 0
               MOVE "{" TO RENDERED-LINE (RENDER-OUT:1)
               ADD 1 TO RENDER-OUT
               ADD 1 TO RENDER-IN
               EXIT PARAGRAPH
           END-IF
           IF MERGE-VALUE (MERGE-FIELD-SLOT) NOT = SPACES
               STRING FUNCTION TRIM(MERGE-VALUE (MERGE-FIELD-SLOT)
                   TRAILING) DELIMITED BY SIZE
                   INTO RENDERED-LINE
                   WITH POINTER RENDER-OUT
               END-STRING
           END-IF
           COMPUTE RENDER-IN = RENDER-END + 1.

       LOAD-CUSTOMER-LANGUAGES.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CUSTOMER-FILE
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
               READ CUSTOMER-FILE
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-FILE
                       CLOSE CUSTOMER-FILE
                   NOT AT END
                       IF LANGUAGE-COUNT < LANGUAGE-MAX
                           AND ACCOUNT-NUMBER OF CUSTOMER-RECORD
                               NOT = SPACES
                           ADD 1 TO LANGUAGE-COUNT
                           MOVE ACCOUNT-NUMBER OF CUSTOMER-RECORD
                               TO LNG-ACCOUNT (LANGUAGE-COUNT)
                           MOVE PREFERRED-LANGUAGE OF CUSTOMER-RECORD
                               TO LNG-LANGUAGE (LANGUAGE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       FIND-CUSTOMER-LANGUAGE.
           MOVE SPACES TO TEMPLATE-LANGUAGE
           PERFORM VARYING LNX FROM 1 BY 1 UNTIL LNX > LANGUAGE-COUNT
               IF LNG-ACCOUNT (LNX) = LANGUAGE-ACCOUNT
                   MOVE LNG-LANGUAGE (LNX) TO TEMPLATE-LANGUAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
