       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE71.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBalances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-BALANCE-STATUS.
           SELECT POSTED-JOURNAL-FILE ASSIGN TO "GLPostedJournals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTED-JOURNAL-STATUS.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTrialBalance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           02 GL-JOURNAL-INFO PIC X(100).

       FD GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
           COPY "GLBALANCE.cpy".

       FD POSTED-JOURNAL-FILE.
       01 POSTED-JOURNAL-RECORD.
           02 GPJ-JOURNAL-DATE PIC X(10).
           02 GPJ-BATCH-TITLE PIC X(40).
           02 GPJ-POSTED-ON PIC X(10).
           02 GPJ-LINE-COUNT PIC 9(05).
           02 GPJ-DEBIT-TOTAL PIC 9(15)V99.

       FD TRIAL-BALANCE-FILE.
       01 TRIAL-BALANCE-RECORD.
           02 TRIAL-BALANCE-INFO PIC X(150).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-JOURNAL-FILE PIC X VALUE "N".
       01 END-OF-BALANCE-FILE PIC X VALUE "N".
       01 END-OF-POSTED-FILE PIC X VALUE "N".
       01 GL-JOURNAL-STATUS PIC XX.
       01 GL-BALANCE-STATUS PIC XX.
       01 POSTED-JOURNAL-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave71".
       01 BALANCE-COUNT PIC 9(4) VALUE 0.
       01 BALANCE-MAX PIC 9(4) VALUE 2000.
       01 BALANCE-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON BALANCE-COUNT.
           COPY "GLBALANCE.cpy".
       01 BX PIC 9(4) VALUE 0.
       01 BALANCE-SLOT PIC 9(4) VALUE 0.
       01 BALANCE-TEMP.
           COPY "GLBALANCE.cpy".
       01 SORT-I PIC 9(4) VALUE 0.
       01 SORT-J PIC 9(4) VALUE 0.
       01 POSTED-COUNT PIC 9(4) VALUE 0.
       01 POSTED-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON POSTED-COUNT.
           02 PJA-JOURNAL-DATE PIC X(10).
           02 PJA-BATCH-TITLE PIC X(40).
       01 PJX PIC 9(4) VALUE 0.
       01 BATCH-COUNT PIC 9(3) VALUE 0.
       01 BATCH-ARRAY
           OCCURS 1 TO 100 TIMES
           DEPENDING ON BATCH-COUNT.
           02 BTA-JOURNAL-DATE PIC X(10).
           02 BTA-BATCH-TITLE PIC X(40).
           02 BTA-LINE-COUNT PIC 9(5).
           02 BTA-TOTAL PIC S9(15)V99.
           02 BTA-DEBIT-TOTAL PIC 9(15)V99.
           02 BTA-ALREADY-POSTED PIC X.
       01 BTX PIC 9(3) VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(5) VALUE 0.
       01 JOURNAL-LINE-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON JOURNAL-LINE-COUNT.
           02 JLA-BATCH PIC 9(3).
           02 JLA-ACCOUNT PIC X(08).
           02 JLA-AMOUNT PIC S9(15)V99.
       01 JLX PIC 9(5) VALUE 0.
       01 LINE-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 LINE-DRCR PIC X(02) VALUE SPACES.
       01 LINE-AMOUNT-TEXT PIC X(22) VALUE SPACES.
       01 LINE-REST PIC X(70) VALUE SPACES.
       01 LINE-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 LEDGER-CURRENCY PIC X(03) VALUE "DKK".
       01 POSTING-DATE PIC X(10) VALUE SPACES.
       01 TRIAL-BALANCE-DATE PIC X(10) VALUE SPACES.
       01 JOURNAL-ERRORS PIC 9(3) VALUE 0.
       01 BATCHES-POSTED PIC 9(3) VALUE 0.
       01 BATCHES-REFUSED PIC 9(3) VALUE 0.
       01 LINES-POSTED PIC 9(5) VALUE 0.
       01 TOTAL-DEBIT-BALANCE PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-CREDIT-BALANCE PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-MTD-DEBIT PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-MTD-CREDIT PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-YTD-DEBIT PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-YTD-CREDIT PIC 9(15)V99 VALUE ZEROS.
       01 DEBIT-BALANCE PIC 9(15)V99 VALUE ZEROS.
       01 CREDIT-BALANCE PIC 9(15)V99 VALUE ZEROS.
       01 COUNT-STRING PIC ZZZZ9.
       01 AMOUNT-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-EDIT-2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-EDIT-3 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-EDIT-4 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-EDIT-5 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-EDIT-6 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 SIGNED-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING

           PERFORM LOAD-GL-BALANCES
           PERFORM LOAD-POSTED-JOURNALS
           PERFORM LOAD-GL-JOURNAL
           PERFORM CHECK-JOURNAL-BATCHES
           IF JOURNAL-ERRORS > 0
               DISPLAY "ERROR: GLJournal.txt failed validation,"
                   " nothing posted to the ledger"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING BTX FROM 1 BY 1 UNTIL BTX > BATCH-COUNT
               IF BTA-ALREADY-POSTED (BTX) = "N"
                   PERFORM POST-ONE-BATCH
               END-IF
           END-PERFORM
           IF BATCHES-POSTED > 0
               PERFORM SORT-GL-BALANCES
               PERFORM SAVE-GL-BALANCES
               PERFORM WRITE-POSTED-JOURNALS
           END-IF
           PERFORM WRITE-TRIAL-BALANCE

           MOVE BATCHES-POSTED TO COUNT-STRING
           DISPLAY "Journal batches posted: " COUNT-STRING
           MOVE BATCHES-REFUSED TO COUNT-STRING
           DISPLAY "Journal batches refused (already posted): "
               COUNT-STRING
           MOVE LINES-POSTED TO COUNT-STRING
           DISPLAY "Journal lines posted: " COUNT-STRING
           IF TOTAL-DEBIT-BALANCE NOT = TOTAL-CREDIT-BALANCE
               DISPLAY "ERROR: trial balance does not balance,"
                   " see GLTrialBalance.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF BATCHES-POSTED = 0
                   DISPLAY "Nothing new to post - GLJournal.txt"
                       " already in the ledger"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "Ledger updated and trial balance in"
                       " balance"
               END-IF
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
           MOVE SPACES TO EXCEPTION-LOG-RECORD
           CLOSE EXCEPTION-LOG-FILE.

       LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF GL-BALANCE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-BALANCE-FILE
           END-IF
           PERFORM UNTIL END-OF-BALANCE-FILE = "Y"
               READ GL-BALANCE-FILE INTO GL-BALANCE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-BALANCE-FILE
                       CLOSE GL-BALANCE-FILE
                   NOT AT END
                       IF BALANCE-COUNT < BALANCE-MAX
                           ADD 1 TO BALANCE-COUNT
                           MOVE GL-BALANCE-RECORD
                               TO BALANCE-ARRAY (BALANCE-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": GLBalances.txt exceeds the balance"
                               " table, nothing posted"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-POSTED-JOURNALS.
           OPEN INPUT POSTED-JOURNAL-FILE
           IF POSTED-JOURNAL-STATUS NOT = "00"
               MOVE "Y" TO END-OF-POSTED-FILE
           END-IF
           PERFORM UNTIL END-OF-POSTED-FILE = "Y"
               READ POSTED-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-POSTED-FILE
                       CLOSE POSTED-JOURNAL-FILE
                   NOT AT END
                       IF POSTED-COUNT < 5000
                           ADD 1 TO POSTED-COUNT
                           MOVE GPJ-JOURNAL-DATE
                               TO PJA-JOURNAL-DATE (POSTED-COUNT)
                           MOVE GPJ-BATCH-TITLE
                               TO PJA-BATCH-TITLE (POSTED-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": GLPostedJournals.txt exceeds the"
                               " control table, nothing posted"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-GL-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open GLJournal.txt"
                   " (status " DELIMITED BY SIZE
                   GL-JOURNAL-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-JOURNAL-FILE = "Y"
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-JOURNAL-FILE
                       CLOSE GL-JOURNAL-FILE
                   NOT AT END
                       EVALUATE GL-JOURNAL-INFO (1:4)
                           WHEN "HDR "
                               PERFORM START-JOURNAL-BATCH
                           WHEN "DTL "
                               PERFORM STORE-JOURNAL-LINE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       START-JOURNAL-BATCH.
           IF BATCH-COUNT >= 100
               ADD 1 TO JOURNAL-ERRORS
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": GLJournal.txt holds more than 100 batches"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BATCH-COUNT
           MOVE GL-JOURNAL-INFO (5:10)
               TO BTA-JOURNAL-DATE (BATCH-COUNT)
           MOVE GL-JOURNAL-INFO (16:40)
               TO BTA-BATCH-TITLE (BATCH-COUNT)
           MOVE 0 TO BTA-LINE-COUNT (BATCH-COUNT)
           MOVE 0 TO BTA-TOTAL (BATCH-COUNT)
           MOVE 0 TO BTA-DEBIT-TOTAL (BATCH-COUNT)
           MOVE "N" TO BTA-ALREADY-POSTED (BATCH-COUNT).

       STORE-JOURNAL-LINE.
           IF BATCH-COUNT = 0
               ADD 1 TO JOURNAL-ERRORS
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": GLJournal.txt detail line before any header"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-LINE-COUNT >= 5000
               ADD 1 TO JOURNAL-ERRORS
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": GLJournal.txt exceeds the journal line table"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINE-GL-ACCOUNT
           MOVE SPACES TO LINE-DRCR
           MOVE SPACES TO LINE-AMOUNT-TEXT
           MOVE SPACES TO LINE-REST
           UNSTRING GL-JOURNAL-INFO (5:96)
               DELIMITED BY ALL SPACE
               INTO LINE-GL-ACCOUNT LINE-DRCR LINE-AMOUNT-TEXT
                   LINE-REST
           END-UNSTRING
           MOVE FUNCTION NUMVAL-C(LINE-AMOUNT-TEXT) TO LINE-AMOUNT
           IF LINE-GL-ACCOUNT = SPACES
               OR (LINE-DRCR NOT = "DR" AND LINE-DRCR NOT = "CR")
               ADD 1 TO JOURNAL-ERRORS
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unreadable GL journal line: "
                   DELIMITED BY SIZE
                   GL-JOURNAL-INFO DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JOURNAL-LINE-COUNT
           MOVE BATCH-COUNT TO JLA-BATCH (JOURNAL-LINE-COUNT)
           MOVE LINE-GL-ACCOUNT TO JLA-ACCOUNT (JOURNAL-LINE-COUNT)
           MOVE LINE-AMOUNT TO JLA-AMOUNT (JOURNAL-LINE-COUNT)
           ADD 1 TO BTA-LINE-COUNT (BATCH-COUNT)
           ADD LINE-AMOUNT TO BTA-TOTAL (BATCH-COUNT)
           IF LINE-AMOUNT > 0
               ADD LINE-AMOUNT TO BTA-DEBIT-TOTAL (BATCH-COUNT)
           END-IF.

       CHECK-JOURNAL-BATCHES.
           IF BATCH-COUNT = 0
               ADD 1 TO JOURNAL-ERRORS
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": GLJournal.txt holds no journal batch"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF
           PERFORM VARYING BTX FROM 1 BY 1 UNTIL BTX > BATCH-COUNT
               IF BTA-TOTAL (BTX) NOT = 0
                   ADD 1 TO JOURNAL-ERRORS
                   MOVE BTA-TOTAL (BTX) TO SIGNED-EDIT
                   STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                       ": journal " BTA-JOURNAL-DATE (BTX) " "
                       FUNCTION TRIM(BTA-BATCH-TITLE (BTX) TRAILING)
                       " does not balance, off by "
                       FUNCTION TRIM(SIGNED-EDIT LEADING)
                       DELIMITED BY SIZE
                       INTO EXCEPTION-LOG-INFO
                   END-STRING
                   PERFORM LOG-EXCEPTION
               END-IF
               PERFORM VARYING PJX FROM 1 BY 1
                   UNTIL PJX > POSTED-COUNT
                   IF PJA-JOURNAL-DATE (PJX) = BTA-JOURNAL-DATE (BTX)
                       AND PJA-BATCH-TITLE (PJX) =
                           BTA-BATCH-TITLE (BTX)
                       MOVE "Y" TO BTA-ALREADY-POSTED (BTX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF BTA-ALREADY-POSTED (BTX) = "Y"
                   ADD 1 TO BATCHES-REFUSED
                   STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                       ": journal " BTA-JOURNAL-DATE (BTX) " "
                       FUNCTION TRIM(BTA-BATCH-TITLE (BTX) TRAILING)
                       " already posted to the ledger, refused"
                       DELIMITED BY SIZE
                       INTO EXCEPTION-LOG-INFO
                   END-STRING
                   PERFORM LOG-EXCEPTION
               END-IF
           END-PERFORM.

       POST-ONE-BATCH.
           MOVE BTA-JOURNAL-DATE (BTX) TO POSTING-DATE
           PERFORM ROLL-PERIODS
           PERFORM VARYING JLX FROM 1 BY 1
               UNTIL JLX > JOURNAL-LINE-COUNT
               IF JLA-BATCH (JLX) = BTX
                   PERFORM POST-ONE-LINE
               END-IF
           END-PERFORM
           ADD 1 TO BATCHES-POSTED
           IF POSTING-DATE > TRIAL-BALANCE-DATE
               MOVE POSTING-DATE TO TRIAL-BALANCE-DATE
           END-IF.

       WRITE-POSTED-JOURNALS.
           OPEN EXTEND POSTED-JOURNAL-FILE
           IF POSTED-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT POSTED-JOURNAL-FILE
           END-IF
           PERFORM VARYING BTX FROM 1 BY 1 UNTIL BTX > BATCH-COUNT
               IF BTA-ALREADY-POSTED (BTX) = "N"
                   MOVE SPACES TO POSTED-JOURNAL-RECORD
                   MOVE BTA-JOURNAL-DATE (BTX) TO GPJ-JOURNAL-DATE
                   MOVE BTA-BATCH-TITLE (BTX) TO GPJ-BATCH-TITLE
                   MOVE RUN-DATE TO GPJ-POSTED-ON
                   MOVE BTA-LINE-COUNT (BTX) TO GPJ-LINE-COUNT
                   MOVE BTA-DEBIT-TOTAL (BTX) TO GPJ-DEBIT-TOTAL
                   WRITE POSTED-JOURNAL-RECORD
               END-IF
           END-PERFORM
           CLOSE POSTED-JOURNAL-FILE.

       ROLL-PERIODS.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BALANCE-COUNT
               IF POSTING-DATE (1:4) >
                   GLB-YEAR OF BALANCE-ARRAY (BX)
                   MOVE GLB-BALANCE OF BALANCE-ARRAY (BX)
                       TO GLB-OPENING-BALANCE OF BALANCE-ARRAY (BX)
                   MOVE 0 TO GLB-YTD-DEBIT OF BALANCE-ARRAY (BX)
                   MOVE 0 TO GLB-YTD-CREDIT OF BALANCE-ARRAY (BX)
                   MOVE POSTING-DATE (1:4)
                       TO GLB-YEAR OF BALANCE-ARRAY (BX)
               END-IF
               IF POSTING-DATE (1:7) >
                   GLB-MONTH OF BALANCE-ARRAY (BX)
                   MOVE 0 TO GLB-MTD-DEBIT OF BALANCE-ARRAY (BX)
                   MOVE 0 TO GLB-MTD-CREDIT OF BALANCE-ARRAY (BX)
                   MOVE POSTING-DATE (1:7)
                       TO GLB-MONTH OF BALANCE-ARRAY (BX)
               END-IF
           END-PERFORM.

       POST-ONE-LINE.
           MOVE 0 TO BALANCE-SLOT
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BALANCE-COUNT
               IF GLB-ACCOUNT OF BALANCE-ARRAY (BX) = JLA-ACCOUNT (JLX)
                   AND GLB-CURRENCY OF BALANCE-ARRAY (BX) =
                       LEDGER-CURRENCY
                   MOVE BX TO BALANCE-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BALANCE-SLOT = 0
               IF BALANCE-COUNT >= BALANCE-MAX
                   STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                       ": GL balance table full, run aborted before"
                       " the ledger was rewritten" DELIMITED BY SIZE
                       INTO EXCEPTION-LOG-INFO
                   END-STRING
                   PERFORM LOG-EXCEPTION
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BALANCE-COUNT
               MOVE BALANCE-COUNT TO BALANCE-SLOT
               INITIALIZE BALANCE-ARRAY (BALANCE-SLOT)
               MOVE JLA-ACCOUNT (JLX)
                   TO GLB-ACCOUNT OF BALANCE-ARRAY (BALANCE-SLOT)
               MOVE LEDGER-CURRENCY
                   TO GLB-CURRENCY OF BALANCE-ARRAY (BALANCE-SLOT)
               MOVE POSTING-DATE (1:4)
                   TO GLB-YEAR OF BALANCE-ARRAY (BALANCE-SLOT)
               MOVE POSTING-DATE (1:7)
                   TO GLB-MONTH OF BALANCE-ARRAY (BALANCE-SLOT)
           END-IF
           ADD JLA-AMOUNT (JLX)
               TO GLB-BALANCE OF BALANCE-ARRAY (BALANCE-SLOT)
           IF JLA-AMOUNT (JLX) > 0
               ADD JLA-AMOUNT (JLX)
                   TO GLB-MTD-DEBIT OF BALANCE-ARRAY (BALANCE-SLOT)
                      GLB-YTD-DEBIT OF BALANCE-ARRAY (BALANCE-SLOT)
           ELSE
               SUBTRACT JLA-AMOUNT (JLX)
                   FROM 0 GIVING LINE-AMOUNT
               ADD LINE-AMOUNT
                   TO GLB-MTD-CREDIT OF BALANCE-ARRAY (BALANCE-SLOT)
                      GLB-YTD-CREDIT OF BALANCE-ARRAY (BALANCE-SLOT)
           END-IF
           IF POSTING-DATE >
               GLB-LAST-POSTED OF BALANCE-ARRAY (BALANCE-SLOT)
               MOVE POSTING-DATE
                   TO GLB-LAST-POSTED OF BALANCE-ARRAY (BALANCE-SLOT)
           END-IF
           ADD 1 TO LINES-POSTED.

       SORT-GL-BALANCES.
           PERFORM VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > BALANCE-COUNT
               PERFORM VARYING SORT-J FROM 1 BY 1
                   UNTIL SORT-J > BALANCE-COUNT - SORT-I
                   IF GLB-ACCOUNT OF BALANCE-ARRAY (SORT-J) >
                       GLB-ACCOUNT OF BALANCE-ARRAY (SORT-J + 1)
                       OR (GLB-ACCOUNT OF BALANCE-ARRAY (SORT-J) =
                           GLB-ACCOUNT OF BALANCE-ARRAY (SORT-J + 1)
                       AND GLB-CURRENCY OF BALANCE-ARRAY (SORT-J) >
                           GLB-CURRENCY OF BALANCE-ARRAY (SORT-J + 1))
                       MOVE BALANCE-ARRAY (SORT-J) TO BALANCE-TEMP
                       MOVE BALANCE-ARRAY (SORT-J + 1)
                           TO BALANCE-ARRAY (SORT-J)
                       MOVE BALANCE-TEMP
                           TO BALANCE-ARRAY (SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SAVE-GL-BALANCES.
           OPEN OUTPUT GL-BALANCE-FILE
           IF GL-BALANCE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": GLBalances.txt cannot be written (status "
                   GL-BALANCE-STATUS "), nothing posted"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BALANCE-COUNT
               MOVE BALANCE-ARRAY (BX) TO GL-BALANCE-RECORD
               WRITE GL-BALANCE-RECORD
           END-PERFORM
           CLOSE GL-BALANCE-FILE.

       WRITE-TRIAL-BALANCE.
           IF TRIAL-BALANCE-DATE = SPACES
               MOVE RUN-DATE TO TRIAL-BALANCE-DATE
           END-IF
           OPEN OUTPUT TRIAL-BALANCE-FILE
           MOVE SPACES TO TRIAL-BALANCE-INFO
           STRING "Trial balance after journal "
               TRIAL-BALANCE-DATE " (run " RUN-DATE ")"
               DELIMITED BY SIZE
               INTO TRIAL-BALANCE-INFO
           END-STRING
           WRITE TRIAL-BALANCE-RECORD
           MOVE SPACES TO TRIAL-BALANCE-INFO
           WRITE TRIAL-BALANCE-RECORD
           MOVE SPACES TO TRIAL-BALANCE-INFO
           STRING "GL ACCT  CUR"
               "      DEBIT BALANCE     CREDIT BALANCE"
               "          MTD DEBIT         MTD CREDIT"
               "          YTD DEBIT         YTD CREDIT"
               DELIMITED BY SIZE
               INTO TRIAL-BALANCE-INFO
           END-STRING
           WRITE TRIAL-BALANCE-RECORD
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BALANCE-COUNT
               PERFORM WRITE-TRIAL-BALANCE-LINE
           END-PERFORM
           MOVE SPACES TO TRIAL-BALANCE-INFO
           WRITE TRIAL-BALANCE-RECORD
           MOVE TOTAL-DEBIT-BALANCE TO AMOUNT-EDIT
           MOVE TOTAL-CREDIT-BALANCE TO AMOUNT-EDIT-2
           MOVE TOTAL-MTD-DEBIT TO AMOUNT-EDIT-3
           MOVE TOTAL-MTD-CREDIT TO AMOUNT-EDIT-4
           MOVE TOTAL-YTD-DEBIT TO AMOUNT-EDIT-5
           MOVE TOTAL-YTD-CREDIT TO AMOUNT-EDIT-6
           MOVE SPACES TO TRIAL-BALANCE-INFO
           STRING "TOTAL       " AMOUNT-EDIT " " AMOUNT-EDIT-2 " "
               AMOUNT-EDIT-3 " " AMOUNT-EDIT-4 " "
               AMOUNT-EDIT-5 " " AMOUNT-EDIT-6
               DELIMITED BY SIZE
               INTO TRIAL-BALANCE-INFO
           END-STRING
           WRITE TRIAL-BALANCE-RECORD
           MOVE SPACES TO TRIAL-BALANCE-INFO
           IF TOTAL-DEBIT-BALANCE = TOTAL-CREDIT-BALANCE
               AND TOTAL-MTD-DEBIT = TOTAL-MTD-CREDIT
               AND TOTAL-YTD-DEBIT = TOTAL-YTD-CREDIT
               MOVE "Debits equal credits - ledger in balance"
                   TO TRIAL-BALANCE-INFO
           ELSE
               MOVE "*** DEBITS DO NOT EQUAL CREDITS ***"
                   TO TRIAL-BALANCE-INFO
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": trial balance " TRIAL-BALANCE-DATE
                   " does not balance" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF
           WRITE TRIAL-BALANCE-RECORD
           CLOSE TRIAL-BALANCE-FILE.

       WRITE-TRIAL-BALANCE-LINE.
           MOVE 0 TO DEBIT-BALANCE
           MOVE 0 TO CREDIT-BALANCE
           IF GLB-BALANCE OF BALANCE-ARRAY (BX) > 0
               MOVE GLB-BALANCE OF BALANCE-ARRAY (BX) TO DEBIT-BALANCE
           ELSE
               SUBTRACT GLB-BALANCE OF BALANCE-ARRAY (BX)
                   FROM 0 GIVING CREDIT-BALANCE
           END-IF
           ADD DEBIT-BALANCE TO TOTAL-DEBIT-BALANCE
           ADD CREDIT-BALANCE TO TOTAL-CREDIT-BALANCE
           MOVE DEBIT-BALANCE TO AMOUNT-EDIT
           MOVE CREDIT-BALANCE TO AMOUNT-EDIT-2
           IF GLB-MONTH OF BALANCE-ARRAY (BX) =
               TRIAL-BALANCE-DATE (1:7)
               MOVE GLB-MTD-DEBIT OF BALANCE-ARRAY (BX)
                   TO AMOUNT-EDIT-3
               MOVE GLB-MTD-CREDIT OF BALANCE-ARRAY (BX)
                   TO AMOUNT-EDIT-4
               ADD GLB-MTD-DEBIT OF BALANCE-ARRAY (BX)
                   TO TOTAL-MTD-DEBIT
               ADD GLB-MTD-CREDIT OF BALANCE-ARRAY (BX)
                   TO TOTAL-MTD-CREDIT
           ELSE
               MOVE 0 TO AMOUNT-EDIT-3
               MOVE 0 TO AMOUNT-EDIT-4
           END-IF
           IF GLB-YEAR OF BALANCE-ARRAY (BX) =
               TRIAL-BALANCE-DATE (1:4)
               MOVE GLB-YTD-DEBIT OF BALANCE-ARRAY (BX)
                   TO AMOUNT-EDIT-5
               MOVE GLB-YTD-CREDIT OF BALANCE-ARRAY (BX)
                   TO AMOUNT-EDIT-6
               ADD GLB-YTD-DEBIT OF BALANCE-ARRAY (BX)
                   TO TOTAL-YTD-DEBIT
               ADD GLB-YTD-CREDIT OF BALANCE-ARRAY (BX)
                   TO TOTAL-YTD-CREDIT
           ELSE
               MOVE 0 TO AMOUNT-EDIT-5
               MOVE 0 TO AMOUNT-EDIT-6
           END-IF
           MOVE SPACES TO TRIAL-BALANCE-INFO
           STRING GLB-ACCOUNT OF BALANCE-ARRAY (BX) " "
               GLB-CURRENCY OF BALANCE-ARRAY (BX)
               AMOUNT-EDIT " " AMOUNT-EDIT-2 " "
               AMOUNT-EDIT-3 " " AMOUNT-EDIT-4 " "
               AMOUNT-EDIT-5 " " AMOUNT-EDIT-6
               DELIMITED BY SIZE
               INTO TRIAL-BALANCE-INFO
           END-STRING
           WRITE TRIAL-BALANCE-RECORD.
