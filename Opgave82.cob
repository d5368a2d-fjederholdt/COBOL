       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE82.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-CONFIG-FILE ASSIGN TO "SuspenseConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-CONFIG-STATUS.
           SELECT CURRENCY-RATE-FILE ASSIGN TO "CurrencyRates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENCY-RATE-STATUS.
           SELECT SUSPENSE-REGISTER-FILE
               ASSIGN TO "SuspenseRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-REGISTER-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "RecycleTransactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECYCLE-STATUS.
           SELECT CLEARING-REJECT-FILE
               ASSIGN TO "ClearingRejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-REJECT-STATUS.
           SELECT SALARY-REJECT-FILE ASSIGN TO "SalaryFileRejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALARY-REJECT-STATUS.
           SELECT COLLECTION-REJECT-FILE
               ASSIGN TO "BSCollectionRejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECTION-REJECT-STATUS.
           SELECT RETURN-REGISTER-FILE
               ASSIGN TO "ClearingReturnRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-REGISTER-STATUS.
           SELECT RESOLUTION-FILE ASSIGN TO "SuspenseResolutions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESOLUTION-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBalances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-BALANCE-STATUS.
           SELECT SUSPENSE-JOURNAL-FILE
               ASSIGN TO "SuspenseJournal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-REPORT-FILE ASSIGN TO "SuspenseReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-CONFIG-FILE.
       01 SUSPENSE-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
           COPY "CURRENCYRATES.cpy".

       FD SUSPENSE-REGISTER-FILE.
       01 SUSPENSE-REGISTER-RECORD.
           COPY "SUSPENSEITEM.cpy".

       FD RECYCLE-FILE.
       01 RECYCLE-RECORD.
           02 RECYCLE-INFO PIC X(200).

       FD CLEARING-REJECT-FILE.
       01 CLEARING-REJECT-RECORD.
           02 CLEARING-REJECT-INFO PIC X(170).

       FD SALARY-REJECT-FILE.
       01 SALARY-REJECT-RECORD.
           02 SALARY-REJECT-INFO PIC X(130).

       FD COLLECTION-REJECT-FILE.
       01 COLLECTION-REJECT-RECORD.
           02 COLLECTION-REJECT-INFO PIC X(120).

       FD RETURN-REGISTER-FILE.
       01 RETURN-REGISTER-RECORD.
           COPY "CLEARINGRETURN.cpy".

       FD RESOLUTION-FILE.
       01 RESOLUTION-RECORD.
           02 RES-ITEM-ID PIC X(07).
           02 FILLER PIC X(01).
           02 RES-ACTION PIC X(01).
           02 FILLER PIC X(01).
           02 RES-NOTE PIC X(40).

       FD GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
           COPY "GLBALANCE.cpy".

       FD SUSPENSE-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           02 GL-JOURNAL-INFO PIC X(100).

       FD SUSPENSE-REPORT-FILE.
       01 SUSPENSE-REPORT-RECORD.
           02 SUSPENSE-REPORT-INFO PIC X(150).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-CURRENCY-RATE-FILE PIC X VALUE "N".
       01 END-OF-REGISTER-FILE PIC X VALUE "N".
       01 END-OF-SOURCE-FILE PIC X VALUE "N".
       01 END-OF-RESOLUTION-FILE PIC X VALUE "N".
       01 END-OF-BALANCE-FILE PIC X VALUE "N".
       01 SUSPENSE-CONFIG-STATUS PIC XX.
       01 CURRENCY-RATE-STATUS PIC XX.
       01 SUSPENSE-REGISTER-STATUS PIC XX.
       01 RECYCLE-STATUS PIC XX.
       01 CLEARING-REJECT-STATUS PIC XX.
       01 SALARY-REJECT-STATUS PIC XX.
       01 COLLECTION-REJECT-STATUS PIC XX.
       01 RETURN-REGISTER-STATUS PIC XX.
       01 RESOLUTION-STATUS PIC XX.
       01 GL-BALANCE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave82".
       01 CONFIG-KEY PIC X(20) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 SUSPENSE-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 CONTRA-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 WRITE-OFF-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 CURRENCY-RATE-COUNT PIC 9(4) VALUE 0.
       01 CURRENCY-RATE-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON CURRENCY-RATE-COUNT.
           COPY "CURRENCYRATES.cpy".
       01 CURRENCY-RATE-INDEX PIC 9(4) VALUE 0.
       01 CURRENT-RATE PIC 9(03)V9999 VALUE 1.0000.
       01 BEST-RATE-DATE PIC X(10) VALUE SPACES.
       01 RATE-FOUND PIC X VALUE "N".
       01 WANTED-CURRENCY PIC X(03) VALUE SPACES.
       01 SUSPENSE-COUNT PIC 9(4) VALUE 0.
       01 SUSPENSE-MAX PIC 9(4) VALUE 5000.
       01 SUSPENSE-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON SUSPENSE-COUNT.
           COPY "SUSPENSEITEM.cpy".
       01 SX PIC 9(4) VALUE 0.
       01 LAST-ITEM-ID PIC 9(07) VALUE 0.
       01 NEW-ITEM.
           COPY "SUSPENSEITEM.cpy".
       01 ALREADY-HELD PIC X VALUE "N".
       01 RECYCLE-TRANSACTION.
           COPY "TRANSACTIONS.cpy".
       01 CLEARING-ITEM.
           COPY "CLEARING.cpy".
       01 COLLECTION-ITEM.
           COPY "BSCOLLECTION.cpy".
       01 SALARY-REASON PIC X(60) VALUE SPACES.
       01 SALARY-HEAD PIC X(80) VALUE SPACES.
       01 SALARY-AMOUNT-TEXT PIC X(30) VALUE SPACES.
       01 CANDIDATE-DATE PIC X(10) VALUE SPACES.
       01 CHECK-DATE PIC X(10) VALUE SPACES.
       01 CHECK-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 CHECK-DATE-INTEGER PIC S9(9) VALUE 0.
       01 CHECK-MONTH PIC 9(2) VALUE 0.
       01 CHECK-DAY PIC 9(2) VALUE 0.
       01 RUN-DATE-INTEGER PIC S9(9) VALUE 0.
       01 ITEM-AGE PIC S9(7) VALUE 0.
       01 AGE-EDIT PIC ZZZZ9.
       01 RESOLVE-ACTION PIC X(01) VALUE SPACE.
       01 RESOLVE-NOTE PIC X(40) VALUE SPACES.
       01 RESOLUTION-ID PIC 9(07) VALUE 0.
       01 RESOLUTION-FOUND PIC X VALUE "N".
       01 AGING-TABLE.
           02 AGING-SOURCE OCCURS 5 TIMES.
               03 AGING-BUCKET OCCURS 5 TIMES.
                   04 AGING-COUNT PIC 9(6).
                   04 AGING-AMOUNT PIC S9(15)V99.
       01 AGX PIC 9(1) VALUE 0.
       01 BKX PIC 9(1) VALUE 0.
       01 AGING-LINE.
           02 AGL-LABEL PIC X(24).
           02 AGL-COLUMN OCCURS 5 TIMES.
               03 AGL-COUNT PIC ZZZZ9.
               03 FILLER PIC X(01).
               03 AGL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
               03 FILLER PIC X(02).
       01 OPEN-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 OPEN-COUNT PIC 9(6) VALUE 0.
       01 OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 NO-RATE-COUNT PIC 9(6) VALUE 0.
       01 NEW-COUNT PIC 9(6) VALUE 0.
       01 REPEAT-COUNT PIC 9(6) VALUE 0.
       01 POSTED-COUNT PIC 9(6) VALUE 0.
       01 RETURNED-COUNT PIC 9(6) VALUE 0.
       01 WRITTEN-OFF-COUNT PIC 9(6) VALUE 0.
       01 REFUSED-COUNT PIC 9(6) VALUE 0.
       01 RESOLVED-TODAY-COUNT PIC 9(6) VALUE 0.
       01 POSTED-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 RETURNED-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 WRITTEN-OFF-TOTAL PIC S9(15)V99 VALUE ZEROS.
       01 GL-SUSPENSE-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 GL-TARGET-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 SUSPENSE-MOVEMENT PIC S9(15)V99 VALUE ZEROS.
       01 WRITE-OFF-MOVEMENT PIC S9(15)V99 VALUE ZEROS.
       01 CONTRA-MOVEMENT PIC S9(15)V99 VALUE ZEROS.
       01 JOURNAL-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 JOURNAL-LINES PIC 9(3) VALUE 0.
       01 LINE-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 JOURNAL-GL-ACCOUNT PIC X(08) VALUE SPACES.
       01 JOURNAL-TYPE PIC X(30) VALUE SPACES.
       01 AMOUNT-STRING PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 AMOUNT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 COUNT-STRING PIC ZZZZZ9.
       01 STATUS-TEXT PIC X(11) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           MOVE RUN-DATE TO CHECK-DATE
           PERFORM CHECK-DATE-TO-INTEGER
           MOVE CHECK-DATE-INTEGER TO RUN-DATE-INTEGER

           PERFORM LOAD-SUSPENSE-CONFIG
           PERFORM LOAD-CURRENCY-RATES
           PERFORM LOAD-SUSPENSE-REGISTER

           PERFORM TAKE-RECYCLE-ITEMS
           PERFORM TAKE-CLEARING-REJECTS
           PERFORM TAKE-SALARY-REJECTS
           PERFORM TAKE-COLLECTION-REJECTS

           PERFORM VALUE-OPEN-ITEMS
           PERFORM APPLY-CLEARING-RETURNS
           PERFORM APPLY-RESOLUTIONS
           PERFORM AGE-OPEN-ITEMS

           PERFORM LOAD-GL-SUSPENSE-BALANCE
           PERFORM WRITE-SUSPENSE-JOURNAL
           PERFORM REWRITE-SUSPENSE-REGISTER
           PERFORM WRITE-SUSPENSE-REPORT

           MOVE NEW-COUNT TO COUNT-STRING
           DISPLAY "Suspense items taken in this run: " COUNT-STRING
           MOVE OPEN-COUNT TO COUNT-STRING
           DISPLAY "Suspense items open: " COUNT-STRING
           MOVE OPEN-TOTAL TO AMOUNT-EDIT
           DISPLAY "Suspense balance DKK: "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
           MOVE SUSPENSE-MOVEMENT TO AMOUNT-EDIT
           DISPLAY "GL suspense movement journalled: "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
           MOVE OVERDUE-COUNT TO COUNT-STRING
           DISPLAY "Items in suspense over 30 days: " COUNT-STRING
           IF OVERDUE-COUNT > 0 OR NO-RATE-COUNT > 0
               OR REFUSED-COUNT > 0
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

       LOAD-SUSPENSE-CONFIG.
           OPEN INPUT SUSPENSE-CONFIG-FILE
           IF SUSPENSE-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ SUSPENSE-CONFIG-FILE INTO SUSPENSE-CONFIG-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE SUSPENSE-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM
           IF SUSPENSE-GL-ACCOUNT = SPACES
               OR CONTRA-GL-ACCOUNT = SPACES
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": SuspenseConfig.txt must give SUSPENSE-GL and"
                   " CONTRA-GL" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "SuspenseConfig.txt incomplete - run aborted"
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
               WHEN "SUSPENSE-GL"
                   MOVE CONFIG-VALUE TO SUSPENSE-GL-ACCOUNT
               WHEN "CONTRA-GL"
                   MOVE CONFIG-VALUE TO CONTRA-GL-ACCOUNT
               WHEN "WRITEOFF-GL"
                   MOVE CONFIG-VALUE TO WRITE-OFF-GL-ACCOUNT
           END-EVALUATE.

       LOAD-CURRENCY-RATES.
           OPEN INPUT CURRENCY-RATE-FILE
           IF CURRENCY-RATE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CURRENCY-RATE-FILE
           END-IF
           PERFORM UNTIL END-OF-CURRENCY-RATE-FILE = "Y"
               READ CURRENCY-RATE-FILE INTO CURRENCY-RATE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CURRENCY-RATE-FILE
                       CLOSE CURRENCY-RATE-FILE
                   NOT AT END
                       IF CURRENCY-RATE-COUNT < 2000
                           ADD 1 TO CURRENCY-RATE-COUNT
                           MOVE CURRENCY-RATE-RECORD
                               TO CURRENCY-RATE-ARRAY
                                   (CURRENCY-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-SUSPENSE-REGISTER.
           OPEN INPUT SUSPENSE-REGISTER-FILE
           IF SUSPENSE-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REGISTER-FILE
           END-IF
           PERFORM UNTIL END-OF-REGISTER-FILE = "Y"
               READ SUSPENSE-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-REGISTER-FILE
                       CLOSE SUSPENSE-REGISTER-FILE
                   NOT AT END
                       IF SUSPENSE-COUNT < SUSPENSE-MAX
                           ADD 1 TO SUSPENSE-COUNT
                           MOVE SUSPENSE-REGISTER-RECORD
                               TO SUSPENSE-ARRAY (SUSPENSE-COUNT)
                           IF SUS-ITEM-ID OF SUSPENSE-REGISTER-RECORD
                               > LAST-ITEM-ID
                               MOVE SUS-ITEM-ID
                                   OF SUSPENSE-REGISTER-RECORD
                                   TO LAST-ITEM-ID
                           END-IF
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": SuspenseRegister.txt exceeds the"
                               " suspense table, run aborted"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-RECYCLE-ITEMS.
           OPEN INPUT RECYCLE-FILE
           IF RECYCLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-SOURCE-FILE
           PERFORM UNTIL END-OF-SOURCE-FILE = "Y"
               READ RECYCLE-FILE
                   AT END
                       MOVE "Y" TO END-OF-SOURCE-FILE
                   NOT AT END
                       IF RECYCLE-INFO NOT = SPACES
                           PERFORM NOTE-RECYCLE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECYCLE-FILE.

       NOTE-RECYCLE-ITEM.
           MOVE RECYCLE-INFO (1:177) TO RECYCLE-TRANSACTION
           MOVE SPACES TO NEW-ITEM
           MOVE "RCY" TO SUS-SOURCE OF NEW-ITEM
           MOVE RECYCLE-INFO TO SUS-SOURCE-IMAGE OF NEW-ITEM
           MOVE ACCOUNT-ID OF RECYCLE-TRANSACTION
               TO SUS-ACCOUNT-ID OF NEW-ITEM
           MOVE CURRENCY-CODE OF RECYCLE-TRANSACTION
               TO SUS-CURRENCY OF NEW-ITEM
           MOVE FUNCTION NUMVAL(AMOUNT OF RECYCLE-TRANSACTION)
               TO SUS-AMOUNT OF NEW-ITEM
           STRING "Pre-edit reject "
               FUNCTION TRIM(RECYCLE-INFO (179:22))
               DELIMITED BY SIZE
               INTO SUS-REASON OF NEW-ITEM
           END-STRING
           MOVE TRANSACTION-DATE OF RECYCLE-TRANSACTION (1:10)
               TO CANDIDATE-DATE
           PERFORM ADD-SUSPENSE-ITEM.

       TAKE-CLEARING-REJECTS.
           OPEN INPUT CLEARING-REJECT-FILE
           IF CLEARING-REJECT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-SOURCE-FILE
           PERFORM UNTIL END-OF-SOURCE-FILE = "Y"
               READ CLEARING-REJECT-FILE
                   AT END
                       MOVE "Y" TO END-OF-SOURCE-FILE
                   NOT AT END
                       IF CLEARING-REJECT-INFO NOT = SPACES
                           PERFORM NOTE-CLEARING-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLEARING-REJECT-FILE.

       NOTE-CLEARING-REJECT.
           MOVE CLEARING-REJECT-INFO (5:153) TO CLEARING-ITEM
           MOVE SPACES TO NEW-ITEM
           MOVE "CLR" TO SUS-SOURCE OF NEW-ITEM
           MOVE CLEARING-REJECT-INFO TO SUS-SOURCE-IMAGE OF NEW-ITEM
           MOVE CLR-ACCOUNT-ID OF CLEARING-ITEM
               TO SUS-ACCOUNT-ID OF NEW-ITEM
           MOVE CLR-CURRENCY OF CLEARING-ITEM
               TO SUS-CURRENCY OF NEW-ITEM
           MOVE ZEROES TO SUS-AMOUNT OF NEW-ITEM
           IF CLR-AMOUNT OF CLEARING-ITEM NUMERIC
               COMPUTE SUS-AMOUNT OF NEW-ITEM =
                   FUNCTION NUMVAL(CLR-AMOUNT OF CLEARING-ITEM) / 100
               IF CLR-SIGN OF CLEARING-ITEM = "D"
                   COMPUTE SUS-AMOUNT OF NEW-ITEM =
                       0 - SUS-AMOUNT OF NEW-ITEM
               END-IF
           END-IF
           STRING "Clearing reject "
               CLEARING-REJECT-INFO (1:3)
               " from reg " CLR-REG-NUMBER OF CLEARING-ITEM
               DELIMITED BY SIZE
               INTO SUS-REASON OF NEW-ITEM
           END-STRING
           MOVE SPACES TO CANDIDATE-DATE
           STRING CLR-DATE OF CLEARING-ITEM (1:4) "-"
               CLR-DATE OF CLEARING-ITEM (5:2) "-"
               CLR-DATE OF CLEARING-ITEM (7:2) DELIMITED BY SIZE
               INTO CANDIDATE-DATE
           END-STRING
           PERFORM ADD-SUSPENSE-ITEM.

       TAKE-SALARY-REJECTS.
           OPEN INPUT SALARY-REJECT-FILE
           IF SALARY-REJECT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-SOURCE-FILE
           MOVE SPACES TO SALARY-REASON
           PERFORM UNTIL END-OF-SOURCE-FILE = "Y"
               READ SALARY-REJECT-FILE
                   AT END
                       MOVE "Y" TO END-OF-SOURCE-FILE
                   NOT AT END
                       IF SALARY-REJECT-INFO (1:30) =
                           "Salary file rejected in full: "
                           MOVE SALARY-REJECT-INFO (31:60)
                               TO SALARY-REASON
                       END-IF
                       IF SALARY-REJECT-INFO (1:9) = "Employer "
                           PERFORM NOTE-SALARY-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALARY-REJECT-FILE.

       NOTE-SALARY-REJECT.
           MOVE SPACES TO NEW-ITEM
           MOVE "SAL" TO SUS-SOURCE OF NEW-ITEM
           STRING SALARY-REASON SALARY-REJECT-INFO
               DELIMITED BY SIZE
               INTO SUS-SOURCE-IMAGE OF NEW-ITEM
           END-STRING
           MOVE SALARY-REJECT-INFO (10:15)
               TO SUS-ACCOUNT-ID OF NEW-ITEM
           MOVE "DKK" TO SUS-CURRENCY OF NEW-ITEM
           MOVE SPACES TO SALARY-HEAD
           MOVE SPACES TO SALARY-AMOUNT-TEXT
           UNSTRING SALARY-REJECT-INFO
               DELIMITED BY " details total "
               INTO SALARY-HEAD SALARY-AMOUNT-TEXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL-C(SALARY-AMOUNT-TEXT)
               TO SUS-AMOUNT OF NEW-ITEM
           STRING "Salary file: "
               FUNCTION TRIM(SALARY-REASON)
               DELIMITED BY SIZE
               INTO SUS-REASON OF NEW-ITEM
           END-STRING
           MOVE RUN-DATE TO CANDIDATE-DATE
           PERFORM ADD-SUSPENSE-ITEM.

       TAKE-COLLECTION-REJECTS.
           OPEN INPUT COLLECTION-REJECT-FILE
           IF COLLECTION-REJECT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-SOURCE-FILE
           PERFORM UNTIL END-OF-SOURCE-FILE = "Y"
               READ COLLECTION-REJECT-FILE
                   AT END
                       MOVE "Y" TO END-OF-SOURCE-FILE
                   NOT AT END
                       IF COLLECTION-REJECT-INFO NOT = SPACES
                           PERFORM NOTE-COLLECTION-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLECTION-REJECT-FILE.

       NOTE-COLLECTION-REJECT.
           MOVE COLLECTION-REJECT-INFO (5:79) TO COLLECTION-ITEM
           MOVE SPACES TO NEW-ITEM
           MOVE "BSC" TO SUS-SOURCE OF NEW-ITEM
           MOVE COLLECTION-REJECT-INFO TO SUS-SOURCE-IMAGE OF NEW-ITEM
           MOVE COL-DEBTOR-ACCOUNT OF COLLECTION-ITEM
               TO SUS-ACCOUNT-ID OF NEW-ITEM
           MOVE "DKK" TO SUS-CURRENCY OF NEW-ITEM
           MOVE FUNCTION NUMVAL(COL-AMOUNT OF COLLECTION-ITEM)
               TO SUS-AMOUNT OF NEW-ITEM
           STRING "BS reject "
               COLLECTION-REJECT-INFO (1:3)
               " creditor " COL-CREDITOR-ID OF COLLECTION-ITEM
               DELIMITED BY SIZE
               INTO SUS-REASON OF NEW-ITEM
           END-STRING
           MOVE COL-DUE-DATE OF COLLECTION-ITEM TO CANDIDATE-DATE
           PERFORM ADD-SUSPENSE-ITEM.

       ADD-SUSPENSE-ITEM.
           MOVE "N" TO ALREADY-HELD
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUSPENSE-COUNT
               IF SUS-SOURCE OF SUSPENSE-ARRAY (SX) =
                   SUS-SOURCE OF NEW-ITEM
                   AND SUS-SOURCE-IMAGE OF SUSPENSE-ARRAY (SX) =
                       SUS-SOURCE-IMAGE OF NEW-ITEM
                   MOVE "Y" TO ALREADY-HELD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ALREADY-HELD = "Y"
               ADD 1 TO REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF SUSPENSE-COUNT >= SUSPENSE-MAX
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": suspense register full, "
                   SUS-SOURCE OF NEW-ITEM " item for account "
                   SUS-ACCOUNT-ID OF NEW-ITEM
                   " not taken into suspense" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO SUS-STATUS OF NEW-ITEM
           MOVE RUN-DATE TO SUS-RECEIVED-DATE OF NEW-ITEM
           MOVE CANDIDATE-DATE TO CHECK-DATE
           PERFORM CHECK-DATE-TO-INTEGER
           IF CHECK-DATE-INTEGER > 0 AND CHECK-DATE <= RUN-DATE
               MOVE CHECK-DATE TO SUS-RECEIVED-DATE OF NEW-ITEM
           END-IF
           IF SUS-CURRENCY OF NEW-ITEM = SPACES
               MOVE "DKK" TO SUS-CURRENCY OF NEW-ITEM
           END-IF
           MOVE ZEROES TO SUS-DKK-AMOUNT OF NEW-ITEM
           ADD 1 TO LAST-ITEM-ID
           MOVE LAST-ITEM-ID TO SUS-ITEM-ID OF NEW-ITEM
           ADD 1 TO NEW-COUNT
           ADD 1 TO SUSPENSE-COUNT
           MOVE NEW-ITEM TO SUSPENSE-ARRAY (SUSPENSE-COUNT).

       CHECK-DATE-TO-INTEGER.
           MOVE 0 TO CHECK-DATE-INTEGER
           IF CHECK-DATE (1:4) NOT NUMERIC
               OR CHECK-DATE (5:1) NOT = "-"
               OR CHECK-DATE (6:2) NOT NUMERIC
               OR CHECK-DATE (8:1) NOT = "-"
               OR CHECK-DATE (9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-DATE (6:2) TO CHECK-MONTH
           MOVE CHECK-DATE (9:2) TO CHECK-DAY
           IF CHECK-DATE (1:4) < "1601"
               OR CHECK-MONTH < 1 OR CHECK-MONTH > 12
               OR CHECK-DAY < 1 OR CHECK-DAY > 31
               EXIT PARAGRAPH
           END-IF
           COMPUTE CHECK-DATE-NUMERIC =
               FUNCTION NUMVAL(CHECK-DATE (1:4)) * 10000
               + CHECK-MONTH * 100 + CHECK-DAY
           COMPUTE CHECK-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CHECK-DATE-NUMERIC).

       VALUE-OPEN-ITEMS.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUSPENSE-COUNT
               IF SUS-STATUS OF SUSPENSE-ARRAY (SX) = "O"
                   PERFORM VALUE-ONE-ITEM
               END-IF
           END-PERFORM.

       VALUE-ONE-ITEM.
           MOVE SUS-AMOUNT OF SUSPENSE-ARRAY (SX)
               TO SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX)
           MOVE SUS-CURRENCY OF SUSPENSE-ARRAY (SX) TO WANTED-CURRENCY
           IF WANTED-CURRENCY = "DKK"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-RATE-AS-OF-TODAY
           IF RATE-FOUND = "Y"
               COMPUTE SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX) ROUNDED =
                   SUS-AMOUNT OF SUSPENSE-ARRAY (SX) * CURRENT-RATE
           ELSE
               ADD 1 TO NO-RATE-COUNT
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": no rate for " WANTED-CURRENCY
                   " on suspense item "
                   SUS-ITEM-ID OF SUSPENSE-ARRAY (SX)
                   ", carried at face value" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF.

       FIND-RATE-AS-OF-TODAY.
           MOVE "N" TO RATE-FOUND
           MOVE SPACES TO BEST-RATE-DATE
           PERFORM VARYING CURRENCY-RATE-INDEX FROM 1 BY 1
               UNTIL CURRENCY-RATE-INDEX > CURRENCY-RATE-COUNT
               IF CURRENCY-CODE OF
                   CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX) =
                   WANTED-CURRENCY
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       <= RUN-DATE
                   AND EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       >= BEST-RATE-DATE
                   MOVE EFFECTIVE-DATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       TO BEST-RATE-DATE
                   MOVE RATE OF
                       CURRENCY-RATE-ARRAY (CURRENCY-RATE-INDEX)
                       TO CURRENT-RATE
                   MOVE "Y" TO RATE-FOUND
               END-IF
           END-PERFORM.

       APPLY-CLEARING-RETURNS.
           OPEN INPUT RETURN-REGISTER-FILE
           IF RETURN-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-SOURCE-FILE
           PERFORM UNTIL END-OF-SOURCE-FILE = "Y"
               READ RETURN-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-SOURCE-FILE
                   NOT AT END
                       IF CR-STATUS = "T" OR CR-STATUS = "S"
                           PERFORM RESOLVE-RETURNED-CLEARING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-REGISTER-FILE.

       RESOLVE-RETURNED-CLEARING.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUSPENSE-COUNT
               IF SUS-STATUS OF SUSPENSE-ARRAY (SX) = "O"
                   AND SUS-SOURCE OF SUSPENSE-ARRAY (SX) = "CLR"
                   AND SUS-SOURCE-IMAGE OF SUSPENSE-ARRAY (SX) (1:3)
                       = CR-REJECT-REASON
                   AND SUS-SOURCE-IMAGE OF SUSPENSE-ARRAY (SX) (5:153)
                       = RETURN-REGISTER-RECORD (35:153)
                   MOVE "R" TO RESOLVE-ACTION
                   MOVE SPACES TO RESOLVE-NOTE
                   STRING "Returned in clearing "
                       CR-RETURN-DATE DELIMITED BY SIZE
                       INTO RESOLVE-NOTE
                   END-STRING
                   PERFORM RESOLVE-ONE-ITEM
               END-IF
           END-PERFORM.

       APPLY-RESOLUTIONS.
           OPEN INPUT RESOLUTION-FILE
           IF RESOLUTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RESOLUTION-FILE = "Y"
               READ RESOLUTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-RESOLUTION-FILE
                   NOT AT END
                       IF RESOLUTION-RECORD NOT = SPACES
                           PERFORM TAKE-ONE-RESOLUTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESOLUTION-FILE
           OPEN OUTPUT RESOLUTION-FILE
           CLOSE RESOLUTION-FILE.

       TAKE-ONE-RESOLUTION.
           MOVE "N" TO RESOLUTION-FOUND
           IF RES-ITEM-ID NUMERIC
               AND (RES-ACTION = "P" OR RES-ACTION = "R"
                   OR RES-ACTION = "W")
               MOVE RES-ITEM-ID TO RESOLUTION-ID
               PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > SUSPENSE-COUNT
                   IF SUS-ITEM-ID OF SUSPENSE-ARRAY (SX) =
                       RESOLUTION-ID
                       AND SUS-STATUS OF SUSPENSE-ARRAY (SX) = "O"
                       MOVE "Y" TO RESOLUTION-FOUND
                       MOVE RES-ACTION TO RESOLVE-ACTION
                       MOVE RES-NOTE TO RESOLVE-NOTE
                       PERFORM RESOLVE-ONE-ITEM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF RESOLUTION-FOUND NOT = "Y"
               ADD 1 TO REFUSED-COUNT
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": suspense resolution refused, no open item "
                   RES-ITEM-ID " or action " RES-ACTION
                   " not P/R/W" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF.

       RESOLVE-ONE-ITEM.
           MOVE RESOLVE-ACTION TO SUS-STATUS OF SUSPENSE-ARRAY (SX)
           MOVE RUN-DATE TO SUS-RESOLVED-DATE OF SUSPENSE-ARRAY (SX)
           MOVE RESOLVE-NOTE
               TO SUS-RESOLUTION-NOTE OF SUSPENSE-ARRAY (SX)
           EVALUATE RESOLVE-ACTION
               WHEN "P"
                   ADD 1 TO POSTED-COUNT
                   ADD SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX)
                       TO POSTED-TOTAL
               WHEN "R"
                   ADD 1 TO RETURNED-COUNT
                   ADD SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX)
                       TO RETURNED-TOTAL
               WHEN "W"
                   ADD 1 TO WRITTEN-OFF-COUNT
                   ADD SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX)
                       TO WRITTEN-OFF-TOTAL
           END-EVALUATE.

       AGE-OPEN-ITEMS.
           INITIALIZE AGING-TABLE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUSPENSE-COUNT
               IF SUS-STATUS OF SUSPENSE-ARRAY (SX) = "O"
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-PERFORM.

       AGE-ONE-ITEM.
           PERFORM FIND-ITEM-AGE
           EVALUATE SUS-SOURCE OF SUSPENSE-ARRAY (SX)
               WHEN "RCY" MOVE 1 TO AGX
               WHEN "CLR" MOVE 2 TO AGX
               WHEN "SAL" MOVE 3 TO AGX
               WHEN OTHER MOVE 4 TO AGX
           END-EVALUATE
           EVALUATE TRUE
               WHEN ITEM-AGE <= 2 MOVE 1 TO BKX
               WHEN ITEM-AGE <= 7 MOVE 2 TO BKX
               WHEN ITEM-AGE <= 30 MOVE 3 TO BKX
               WHEN OTHER
                   MOVE 4 TO BKX
                   ADD 1 TO OVERDUE-COUNT
           END-EVALUATE
           ADD 1 TO OPEN-COUNT
           ADD SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX) TO OPEN-TOTAL
           ADD 1 TO AGING-COUNT (AGX, BKX)
           ADD 1 TO AGING-COUNT (AGX, 5)
           ADD 1 TO AGING-COUNT (5, BKX)
           ADD 1 TO AGING-COUNT (5, 5)
           ADD SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX)
               TO AGING-AMOUNT (AGX, BKX)
                  AGING-AMOUNT (AGX, 5)
                  AGING-AMOUNT (5, BKX)
                  AGING-AMOUNT (5, 5).

       FIND-ITEM-AGE.
           MOVE SUS-RECEIVED-DATE OF SUSPENSE-ARRAY (SX) TO CHECK-DATE
           PERFORM CHECK-DATE-TO-INTEGER
           IF CHECK-DATE-INTEGER = 0
               MOVE 0 TO ITEM-AGE
           ELSE
               COMPUTE ITEM-AGE = RUN-DATE-INTEGER - CHECK-DATE-INTEGER
           END-IF.

       LOAD-GL-SUSPENSE-BALANCE.
           OPEN INPUT GL-BALANCE-FILE
           IF GL-BALANCE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-BALANCE-FILE
           END-IF
           PERFORM UNTIL END-OF-BALANCE-FILE = "Y"
               READ GL-BALANCE-FILE
                   AT END
                       MOVE "Y" TO END-OF-BALANCE-FILE
                       CLOSE GL-BALANCE-FILE
                   NOT AT END
                       IF GLB-ACCOUNT = SUSPENSE-GL-ACCOUNT
                           AND GLB-CURRENCY = "DKK"
                           MOVE GLB-BALANCE TO GL-SUSPENSE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-SUSPENSE-JOURNAL.
           COMPUTE GL-TARGET-BALANCE = 0 - OPEN-TOTAL
           COMPUTE SUSPENSE-MOVEMENT =
               GL-TARGET-BALANCE - GL-SUSPENSE-BALANCE
           IF WRITE-OFF-GL-ACCOUNT NOT = SPACES
               PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > SUSPENSE-COUNT
                   IF SUS-STATUS OF SUSPENSE-ARRAY (SX) = "W"
                       AND SUS-RESOLVED-DATE OF SUSPENSE-ARRAY (SX)
                           = RUN-DATE
                       SUBTRACT SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX)
                           FROM WRITE-OFF-MOVEMENT
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE CONTRA-MOVEMENT =
               0 - SUSPENSE-MOVEMENT - WRITE-OFF-MOVEMENT
           OPEN OUTPUT SUSPENSE-JOURNAL-FILE
           IF SUSPENSE-MOVEMENT = 0 AND WRITE-OFF-MOVEMENT = 0
               CLOSE SUSPENSE-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "HDR " RUN-DATE " SUSPENSE BALANCE MOVEMENT"
               INTO GL-JOURNAL-INFO
           END-STRING
           WRITE GL-JOURNAL-RECORD
           MOVE ZEROES TO JOURNAL-BALANCE
           MOVE SUSPENSE-MOVEMENT TO LINE-AMOUNT
           MOVE SUSPENSE-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
           MOVE "SUSPENSE BALANCE MOVEMENT" TO JOURNAL-TYPE
           PERFORM WRITE-JOURNAL-LINE
           MOVE WRITE-OFF-MOVEMENT TO LINE-AMOUNT
           MOVE WRITE-OFF-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
           MOVE "SUSPENSE ITEMS WRITTEN OFF" TO JOURNAL-TYPE
           PERFORM WRITE-JOURNAL-LINE
           MOVE CONTRA-MOVEMENT TO LINE-AMOUNT
           MOVE CONTRA-GL-ACCOUNT TO JOURNAL-GL-ACCOUNT
           MOVE "SUSPENSE CONTRA" TO JOURNAL-TYPE
           PERFORM WRITE-JOURNAL-LINE
           MOVE JOURNAL-BALANCE TO AMOUNT-STRING
           MOVE SPACES TO GL-JOURNAL-INFO
           STRING "TRL batch total "
               FUNCTION TRIM(AMOUNT-STRING LEADING)
               INTO GL-JOURNAL-INFO
           END-STRING
           WRITE GL-JOURNAL-RECORD
           CLOSE SUSPENSE-JOURNAL-FILE.

       WRITE-JOURNAL-LINE.
           IF LINE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JOURNAL-LINES
           ADD LINE-AMOUNT TO JOURNAL-BALANCE
           MOVE LINE-AMOUNT TO AMOUNT-STRING
           MOVE SPACES TO GL-JOURNAL-INFO
           IF LINE-AMOUNT > 0
               STRING "DTL " JOURNAL-GL-ACCOUNT " DR "
                   FUNCTION TRIM(AMOUNT-STRING LEADING)
                   " " JOURNAL-TYPE
                   INTO GL-JOURNAL-INFO
               END-STRING
           ELSE
               STRING "DTL " JOURNAL-GL-ACCOUNT " CR "
                   FUNCTION TRIM(AMOUNT-STRING LEADING)
                   " " JOURNAL-TYPE
                   INTO GL-JOURNAL-INFO
               END-STRING
           END-IF
           WRITE GL-JOURNAL-RECORD.

       REWRITE-SUSPENSE-REGISTER.
           OPEN OUTPUT SUSPENSE-REGISTER-FILE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUSPENSE-COUNT
               MOVE SUSPENSE-ARRAY (SX) TO SUSPENSE-REGISTER-RECORD
               WRITE SUSPENSE-REGISTER-RECORD
           END-PERFORM
           CLOSE SUSPENSE-REGISTER-FILE.

       WRITE-SUSPENSE-REPORT.
           OPEN OUTPUT SUSPENSE-REPORT-FILE
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "Suspense ledger " RUN-DATE
               " - unposted items in DKK by days since received"
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           WRITE SUSPENSE-REPORT-RECORD
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "SOURCE                  "
               "    N         0-2 DAYS   "
               "    N         3-7 DAYS   "
               "    N        8-30 DAYS   "
               "    N     OVER 30 DAYS   "
               "    N            TOTAL"
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD
           PERFORM VARYING AGX FROM 1 BY 1 UNTIL AGX > 5
               PERFORM WRITE-AGING-ROW
           END-PERFORM

           MOVE SPACES TO SUSPENSE-REPORT-INFO
           WRITE SUSPENSE-REPORT-RECORD
           MOVE "Resolutions this run (DKK):" TO SUSPENSE-REPORT-INFO
           WRITE SUSPENSE-REPORT-RECORD
           MOVE POSTED-COUNT TO COUNT-STRING
           MOVE POSTED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "  Posted       " COUNT-STRING " " AMOUNT-EDIT
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD
           MOVE RETURNED-COUNT TO COUNT-STRING
           MOVE RETURNED-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "  Returned     " COUNT-STRING " " AMOUNT-EDIT
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD
           MOVE WRITTEN-OFF-COUNT TO COUNT-STRING
           MOVE WRITTEN-OFF-TOTAL TO AMOUNT-EDIT
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "  Written off  " COUNT-STRING " " AMOUNT-EDIT
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD

           MOVE SPACES TO SUSPENSE-REPORT-INFO
           WRITE SUSPENSE-REPORT-RECORD
           MOVE GL-SUSPENSE-BALANCE TO AMOUNT-EDIT
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "GL suspense account " SUSPENSE-GL-ACCOUNT
               " balance before this run "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD
           MOVE GL-TARGET-BALANCE TO AMOUNT-EDIT
           MOVE SUSPENSE-MOVEMENT TO AMOUNT-EDIT-2
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "Balance required by open items "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
               " (credit), movement in SuspenseJournal.txt "
               FUNCTION TRIM(AMOUNT-EDIT-2 LEADING)
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD

           MOVE SPACES TO SUSPENSE-REPORT-INFO
           WRITE SUSPENSE-REPORT-RECORD
           MOVE "Open items:" TO SUSPENSE-REPORT-INFO
           WRITE SUSPENSE-REPORT-RECORD
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "  ITEM    SRC RECEIVED    DAYS ACCOUNT         CUR "
               "          AMOUNT       DKK AMOUNT  REASON"
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUSPENSE-COUNT
               IF SUS-STATUS OF SUSPENSE-ARRAY (SX) = "O"
                   PERFORM WRITE-OPEN-ITEM-LINE
               END-IF
           END-PERFORM
           IF OPEN-COUNT = 0
               MOVE "  (none)" TO SUSPENSE-REPORT-INFO
               WRITE SUSPENSE-REPORT-RECORD
           END-IF

           MOVE SPACES TO SUSPENSE-REPORT-INFO
           WRITE SUSPENSE-REPORT-RECORD
           MOVE "Items resolved today:" TO SUSPENSE-REPORT-INFO
           WRITE SUSPENSE-REPORT-RECORD
           MOVE 0 TO RESOLVED-TODAY-COUNT
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUSPENSE-COUNT
               IF SUS-STATUS OF SUSPENSE-ARRAY (SX) NOT = "O"
                   AND SUS-RESOLVED-DATE OF SUSPENSE-ARRAY (SX)
                       = RUN-DATE
                   ADD 1 TO RESOLVED-TODAY-COUNT
                   PERFORM WRITE-RESOLVED-ITEM-LINE
               END-IF
           END-PERFORM
           IF RESOLVED-TODAY-COUNT = 0
               MOVE "  (none)" TO SUSPENSE-REPORT-INFO
               WRITE SUSPENSE-REPORT-RECORD
           END-IF
           CLOSE SUSPENSE-REPORT-FILE.

       WRITE-AGING-ROW.
           MOVE SPACES TO AGING-LINE
           EVALUATE AGX
               WHEN 1 MOVE "RCY pre-edit recycle" TO AGL-LABEL
               WHEN 2 MOVE "CLR inbound clearing" TO AGL-LABEL
               WHEN 3 MOVE "SAL salary file" TO AGL-LABEL
               WHEN 4 MOVE "BSC BS collection" TO AGL-LABEL
               WHEN 5 MOVE "Total" TO AGL-LABEL
           END-EVALUATE
           PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > 5
               MOVE AGING-COUNT (AGX, BKX) TO AGL-COUNT (BKX)
               MOVE AGING-AMOUNT (AGX, BKX) TO AGL-AMOUNT (BKX)
           END-PERFORM
           MOVE AGING-LINE TO SUSPENSE-REPORT-INFO
           WRITE SUSPENSE-REPORT-RECORD.

       WRITE-OPEN-ITEM-LINE.
           PERFORM FIND-ITEM-AGE
           MOVE ITEM-AGE TO AGE-EDIT
           MOVE SUS-AMOUNT OF SUSPENSE-ARRAY (SX) TO AMOUNT-EDIT
           MOVE SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX) TO AMOUNT-EDIT-2
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "  " SUS-ITEM-ID OF SUSPENSE-ARRAY (SX) " "
               SUS-SOURCE OF SUSPENSE-ARRAY (SX) " "
               SUS-RECEIVED-DATE OF SUSPENSE-ARRAY (SX) " "
               AGE-EDIT " "
               SUS-ACCOUNT-ID OF SUSPENSE-ARRAY (SX) " "
               SUS-CURRENCY OF SUSPENSE-ARRAY (SX) " "
               AMOUNT-EDIT AMOUNT-EDIT-2 " "
               SUS-REASON OF SUSPENSE-ARRAY (SX)
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD.

       WRITE-RESOLVED-ITEM-LINE.
           EVALUATE SUS-STATUS OF SUSPENSE-ARRAY (SX)
               WHEN "P" MOVE "POSTED" TO STATUS-TEXT
               WHEN "R" MOVE "RETURNED" TO STATUS-TEXT
               WHEN "W" MOVE "WRITTEN OFF" TO STATUS-TEXT
           END-EVALUATE
           MOVE SUS-DKK-AMOUNT OF SUSPENSE-ARRAY (SX) TO AMOUNT-EDIT
           MOVE SPACES TO SUSPENSE-REPORT-INFO
           STRING "  " SUS-ITEM-ID OF SUSPENSE-ARRAY (SX) " "
               SUS-SOURCE OF SUSPENSE-ARRAY (SX) " "
               STATUS-TEXT " "
               SUS-ACCOUNT-ID OF SUSPENSE-ARRAY (SX) " "
               AMOUNT-EDIT " "
               SUS-RESOLUTION-NOTE OF SUSPENSE-ARRAY (SX)
               DELIMITED BY SIZE
               INTO SUSPENSE-REPORT-INFO
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD.
