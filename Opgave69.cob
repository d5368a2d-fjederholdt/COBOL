       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE69.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARREARS-FILE ASSIGN TO "LoanArrears.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARREARS-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LoanMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-MASTER-STATUS.
           SELECT DUNNING-FILE ASSIGN TO "LoanDunning.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUNNING-FILE-STATUS.
           SELECT DUNNING-CONFIG-FILE ASSIGN TO "DunningConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUNNING-CONFIG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "LoanDunningHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DunningLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.
           SELECT HANDOVER-FILE ASSIGN TO "CollectionHandover.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HANDOVER-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "Transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARREARS-FILE.
       01 ARREARS-RECORD.
           02 ARREARS-INFO PIC X(120).

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-RECORD.
           COPY "LOANMASTER.cpy".

       FD DUNNING-FILE.
       01 DUNNING-RECORD.
           COPY "LOANDUNNING.cpy".

       FD DUNNING-CONFIG-FILE.
       01 DUNNING-CONFIG-RECORD.
           02 DUNNING-CONFIG-LINE PIC X(20).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           02 HISTORY-INFO PIC X(130).

       FD LETTER-FILE.
       01 LETTER-RECORD.
           02 LETTER-LINE PIC X(100).

       FD HANDOVER-FILE.
       01 HANDOVER-RECORD.
           02 HO-ACCOUNT-ID PIC X(15).
           02 HO-CPR PIC X(11).
           02 HO-CUSTOMER-NAME PIC X(30).
           02 HO-CUSTOMER-ADDRESS PIC X(40).
           02 HO-HANDOVER-DATE PIC X(10).
           02 HO-FIRST-REMINDER-DATE PIC X(10).
           02 HO-DAYS-PAST-DUE PIC 9(05).
           02 HO-PRINCIPAL-BALANCE PIC 9(13)V99.
           02 HO-OVERDUE-AMOUNT PIC 9(13)V99.
           02 HO-FEES PIC 9(09)V99.
           02 HO-PENALTY-INTEREST PIC 9(11)V99.
           02 HO-TOTAL-CLAIM PIC 9(13)V99.

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-ARREARS-FILE PIC X VALUE "N".
       01 END-OF-LOAN-FILE PIC X VALUE "N".
       01 END-OF-DUNNING-FILE PIC X VALUE "N".
       01 ARREARS-FILE-STATUS PIC XX.
       01 LOAN-MASTER-STATUS PIC XX.
       01 DUNNING-FILE-STATUS PIC XX.
       01 DUNNING-CONFIG-STATUS PIC XX.
       01 HISTORY-FILE-STATUS PIC XX.
       01 LETTER-FILE-STATUS PIC XX.
       01 HANDOVER-FILE-STATUS PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave69".
       01 STAGE-1-DAYS PIC 9(5) VALUE 30.
       01 STAGE-2-DAYS PIC 9(5) VALUE 60.
       01 STAGE-3-DAYS PIC 9(5) VALUE 90.
       01 DEFAULT-DAYS PIC 9(5) VALUE 120.
       01 LETTER-GAP-DAYS PIC 9(3) VALUE 10.
       01 REMINDER-FEE PIC 9(5)V99 VALUE 100.
       01 PENALTY-RATE PIC 9(3)V9999 VALUE 8.05.
       01 LOAN-COUNT PIC 9(4) VALUE 0.
       01 LOAN-MAX PIC 9(4) VALUE 5000.
       01 LOAN-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON LOAN-COUNT.
           COPY "LOANMASTER.cpy".
       01 LX PIC 9(4) VALUE 0.
       01 LOAN-SLOT PIC 9(4) VALUE 0.
       01 DUNNING-COUNT PIC 9(4) VALUE 0.
       01 DUNNING-MAX PIC 9(4) VALUE 5000.
       01 DUNNING-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON DUNNING-COUNT.
           COPY "LOANDUNNING.cpy".
       01 DUNNING-SEEN-TABLE.
           02 DUNNING-SEEN PIC X OCCURS 5000 TIMES.
       01 DX PIC 9(4) VALUE 0.
       01 DUNNING-SLOT PIC 9(4) VALUE 0.
       01 ARREARS-REPORT-DATE PIC X(10) VALUE SPACES.
       01 LINE-ACCOUNT-ID PIC X(15) VALUE SPACES.
       01 LINE-CPR PIC X(11) VALUE SPACES.
       01 LINE-MISSED-TEXT PIC X(10) VALUE SPACES.
       01 LINE-DAYS-TEXT PIC X(10) VALUE SPACES.
       01 LINE-AMOUNT-TEXT PIC X(25) VALUE SPACES.
       01 LINE-DAYS PIC 9(5) VALUE 0.
       01 LINE-AMOUNT PIC 9(13)V99 VALUE ZEROS.
       01 TARGET-STAGE PIC 9(1) VALUE 0.
       01 LETTER-STAGE PIC 9(1) VALUE 0.
       01 LAST-LETTER-DATE PIC X(10) VALUE SPACES.
       01 PENALTY-DAYS PIC S9(7) VALUE 0.
       01 PENALTY-AMOUNT PIC 9(11)V99 VALUE ZEROS.
       01 CHARGE-TYPE PIC X(30) VALUE SPACES.
       01 CHARGE-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 TOTAL-CLAIM PIC 9(13)V99 VALUE ZEROS.
       01 HISTORY-EVENT PIC X(20) VALUE SPACES.
       01 HISTORY-AMOUNT PIC 9(13)V99 VALUE ZEROS.
       01 LETTERS-SENT PIC 9(5) VALUE 0.
       01 DEFAULT-COUNT PIC 9(5) VALUE 0.
       01 CURED-COUNT PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 FEES-POSTED PIC 9(11)V99 VALUE ZEROS.
       01 PENALTY-POSTED PIC 9(11)V99 VALUE ZEROS.
       01 COUNT-STRING PIC ZZZZ9.
       01 DAYS-STRING PIC ZZZZ9.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 AMOUNT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.
       01 RATE-EDIT PIC ZZ9.99.
       01 POSTING-AMOUNT-TEXT PIC -(12)9.99.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 TODAY-INTEGER PIC S9(9) VALUE 0.
       01 DATE-TO-CONVERT PIC X(10) VALUE SPACES.
       01 DATE-CONVERT-STRING PIC X(8) VALUE SPACES.
       01 DATE-CONVERT-NUMERIC PIC 9(8) VALUE 0.
       01 DATE-CONVERT-INTEGER PIC S9(9) VALUE 0.
       01 DATE-BUILD-NUMERIC PIC 9(8) VALUE 0.
       01 DATE-BUILD-TEXT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           MOVE RUN-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO TODAY-INTEGER

           PERFORM LOAD-DUNNING-CONFIG
           PERFORM LOAD-LOANS
           PERFORM LOAD-DUNNING-REGISTER
           MOVE ALL "N" TO DUNNING-SEEN-TABLE

           OPEN INPUT ARREARS-FILE
           IF ARREARS-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": no LoanArrears.txt, run the loan installment"
                   " job first" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "No LoanArrears.txt to process"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ARREARS-FILE
               AT END
                   MOVE SPACES TO ARREARS-INFO
           END-READ
           PERFORM CHECK-ARREARS-DATE
           OPEN EXTEND LETTER-FILE
           IF LETTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT LETTER-FILE
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN EXTEND HANDOVER-FILE
           IF HANDOVER-FILE-STATUS NOT = "00"
               OPEN OUTPUT HANDOVER-FILE
           END-IF
           PERFORM UNTIL END-OF-ARREARS-FILE = "Y"
               READ ARREARS-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARREARS-FILE
                   NOT AT END
                       IF ARREARS-INFO NOT = SPACES
                           AND ARREARS-INFO (1:8) NOT = "ACCOUNT "
                           PERFORM PROCESS-ARREARS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARREARS-FILE
           PERFORM CLOSE-CURED-CYCLES
           CLOSE LETTER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE HISTORY-FILE
           CLOSE HANDOVER-FILE
           PERFORM SAVE-DUNNING-REGISTER
           IF DEFAULT-COUNT > 0
               PERFORM REWRITE-LOAN-MASTER
           END-IF

           MOVE LETTERS-SENT TO COUNT-STRING
           DISPLAY "Dunning letters generated: " COUNT-STRING
           MOVE DEFAULT-COUNT TO COUNT-STRING
           DISPLAY "Loans handed over for collection: " COUNT-STRING
           MOVE CURED-COUNT TO COUNT-STRING
           DISPLAY "Dunning cycles closed (arrears cleared): "
               COUNT-STRING
           MOVE SKIPPED-COUNT TO COUNT-STRING
           DISPLAY "Arrears lines skipped: " COUNT-STRING
           MOVE FEES-POSTED TO AMOUNT-EDIT
           DISPLAY "Reminder fees posted: "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
           MOVE PENALTY-POSTED TO AMOUNT-EDIT
           DISPLAY "Penalty interest posted: "
               FUNCTION TRIM(AMOUNT-EDIT LEADING)
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

       LOAD-DUNNING-CONFIG.
           OPEN INPUT DUNNING-CONFIG-FILE
           IF DUNNING-CONFIG-STATUS = "00"
               READ DUNNING-CONFIG-FILE INTO DUNNING-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DUNNING-CONFIG-LINE)
                           TO STAGE-1-DAYS
               END-READ
               READ DUNNING-CONFIG-FILE INTO DUNNING-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DUNNING-CONFIG-LINE)
                           TO STAGE-2-DAYS
               END-READ
               READ DUNNING-CONFIG-FILE INTO DUNNING-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DUNNING-CONFIG-LINE)
                           TO STAGE-3-DAYS
               END-READ
               READ DUNNING-CONFIG-FILE INTO DUNNING-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DUNNING-CONFIG-LINE)
                           TO DEFAULT-DAYS
               END-READ
               READ DUNNING-CONFIG-FILE INTO DUNNING-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DUNNING-CONFIG-LINE)
                           TO LETTER-GAP-DAYS
               END-READ
               READ DUNNING-CONFIG-FILE INTO DUNNING-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DUNNING-CONFIG-LINE)
                           TO REMINDER-FEE
               END-READ
               READ DUNNING-CONFIG-FILE INTO DUNNING-CONFIG-RECORD
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DUNNING-CONFIG-LINE)
                           TO PENALTY-RATE
               END-READ
               CLOSE DUNNING-CONFIG-FILE
           END-IF
           IF STAGE-2-DAYS < STAGE-1-DAYS
               OR STAGE-3-DAYS < STAGE-2-DAYS
               OR DEFAULT-DAYS < STAGE-3-DAYS
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": DunningConfig.txt stage thresholds must be"
                   " ascending, run aborted" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-LOANS.
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-LOAN-FILE
           END-IF
           PERFORM UNTIL END-OF-LOAN-FILE = "Y"
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-LOAN-FILE
                       CLOSE LOAN-MASTER-FILE
                   NOT AT END
                       IF LOAN-COUNT < LOAN-MAX
                           ADD 1 TO LOAN-COUNT
                           MOVE LOAN-MASTER-RECORD
                               TO LOAN-ARRAY (LOAN-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": LoanMaster.txt exceeds the loan"
                               " table, no dunning run"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-DUNNING-REGISTER.
           OPEN INPUT DUNNING-FILE
           IF DUNNING-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-DUNNING-FILE
           END-IF
           PERFORM UNTIL END-OF-DUNNING-FILE = "Y"
               READ DUNNING-FILE INTO DUNNING-RECORD
                   AT END
                       MOVE "Y" TO END-OF-DUNNING-FILE
                       CLOSE DUNNING-FILE
                   NOT AT END
                       IF DUNNING-COUNT < DUNNING-MAX
                           ADD 1 TO DUNNING-COUNT
                           MOVE DUNNING-RECORD
                               TO DUNNING-ARRAY (DUNNING-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": LoanDunning.txt exceeds the dunning"
                               " table, run aborted before any"
                               " letters" DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ARREARS-DATE.
           MOVE ARREARS-INFO (21:10) TO ARREARS-REPORT-DATE
           IF ARREARS-INFO (1:19) NOT = "Loan arrears report"
               OR ARREARS-REPORT-DATE NOT = RUN-DATE
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": LoanArrears.txt is not today's arrears"
                   " report (" DELIMITED BY SIZE
                   ARREARS-REPORT-DATE DELIMITED BY SIZE
                   "), no dunning run" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "LoanArrears.txt is not dated today - run the"
                   " loan installment job first"
               CLOSE ARREARS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-ARREARS-LINE.
           MOVE SPACES TO LINE-ACCOUNT-ID LINE-CPR LINE-MISSED-TEXT
               LINE-DAYS-TEXT LINE-AMOUNT-TEXT
           UNSTRING ARREARS-INFO DELIMITED BY ALL SPACE
               INTO LINE-ACCOUNT-ID LINE-CPR LINE-MISSED-TEXT
                   LINE-DAYS-TEXT LINE-AMOUNT-TEXT
           END-UNSTRING
           MOVE FUNCTION NUMVAL(LINE-DAYS-TEXT) TO LINE-DAYS
           MOVE FUNCTION NUMVAL-C(LINE-AMOUNT-TEXT) TO LINE-AMOUNT
           MOVE 0 TO LOAN-SLOT
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               IF LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX) = LINE-ACCOUNT-ID
                   AND LOAN-BALANCE OF LOAN-ARRAY (LX) > 0
                   MOVE LX TO LOAN-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LOAN-SLOT = 0
               ADD 1 TO SKIPPED-COUNT
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": arrears line for account " LINE-ACCOUNT-ID
                   " has no open loan in LoanMaster.txt"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-SLOT TO LX
           PERFORM FIND-DUNNING-ENTRY
           IF DUNNING-SLOT = 0
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO DUNNING-SEEN (DUNNING-SLOT)
           IF LOAN-STATUS OF LOAN-ARRAY (LX) = "D"
               OR DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT) = 4
               EXIT PARAGRAPH
           END-IF
           MOVE LINE-DAYS
               TO DUN-DAYS-PAST-DUE OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE LINE-AMOUNT
               TO DUN-OVERDUE-AMOUNT OF DUNNING-ARRAY (DUNNING-SLOT)
           PERFORM CHARGE-PENALTY-INTEREST
           PERFORM DECIDE-DUNNING-STAGE
           IF LETTER-STAGE > 0
               PERFORM SEND-REMINDER
           ELSE
               IF DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT) = 3
                   AND LINE-DAYS >= DEFAULT-DAYS
                   MOVE DUN-STAGE-3-DATE
                       OF DUNNING-ARRAY (DUNNING-SLOT)
                       TO DATE-TO-CONVERT
                   PERFORM CONVERT-DATE-TO-INTEGER
                   IF TODAY-INTEGER - DATE-CONVERT-INTEGER
                       >= LETTER-GAP-DAYS
                       PERFORM DECLARE-DEFAULT
                   END-IF
               END-IF
           END-IF.

       FIND-DUNNING-ENTRY.
           MOVE 0 TO DUNNING-SLOT
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DUNNING-COUNT
               IF DUN-ACCOUNT-ID OF DUNNING-ARRAY (DX) =
                   LINE-ACCOUNT-ID
                   MOVE DX TO DUNNING-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DUNNING-SLOT = 0
               IF DUNNING-COUNT >= DUNNING-MAX
                   STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                       ": dunning table full, account "
                       LINE-ACCOUNT-ID " not dunned"
                       DELIMITED BY SIZE
                       INTO EXCEPTION-LOG-INFO
                   END-STRING
                   PERFORM LOG-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DUNNING-COUNT
               MOVE DUNNING-COUNT TO DUNNING-SLOT
               MOVE SPACES TO DUNNING-ARRAY (DUNNING-SLOT)
               MOVE LINE-ACCOUNT-ID
                   TO DUN-ACCOUNT-ID OF DUNNING-ARRAY (DUNNING-SLOT)
               MOVE RUN-DATE
                   TO DUN-CURED-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
               MOVE 0 TO DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT)
           END-IF
           IF DUN-CURED-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
               NOT = SPACES
               AND DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT) NOT = 4
               PERFORM START-DUNNING-CYCLE
           END-IF.

       START-DUNNING-CYCLE.
           MOVE LOAN-CPR OF LOAN-ARRAY (LX)
               TO DUN-CPR OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE 0 TO DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE RUN-DATE
               TO DUN-CYCLE-START OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE SPACES
               TO DUN-STAGE-1-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
                  DUN-STAGE-2-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
                  DUN-STAGE-3-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
                  DUN-DEFAULT-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
                  DUN-CURED-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE ZEROS
               TO DUN-FEES-CHARGED OF DUNNING-ARRAY (DUNNING-SLOT)
                  DUN-PENALTY-CHARGED OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE LINE-DAYS
               TO DUN-DAYS-PAST-DUE OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE LINE-AMOUNT
               TO DUN-OVERDUE-AMOUNT OF DUNNING-ARRAY (DUNNING-SLOT)
           COMPUTE DATE-BUILD-NUMERIC =
               FUNCTION DATE-OF-INTEGER(TODAY-INTEGER - LINE-DAYS)
           MOVE DATE-BUILD-NUMERIC (1:4) TO DATE-BUILD-TEXT (1:4)
           MOVE "-" TO DATE-BUILD-TEXT (5:1)
           MOVE DATE-BUILD-NUMERIC (5:2) TO DATE-BUILD-TEXT (6:2)
           MOVE "-" TO DATE-BUILD-TEXT (8:1)
           MOVE DATE-BUILD-NUMERIC (7:2) TO DATE-BUILD-TEXT (9:2)
           MOVE DATE-BUILD-TEXT
               TO DUN-PENALTY-TO-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE "CYCLE OPENED" TO HISTORY-EVENT
           MOVE LINE-AMOUNT TO HISTORY-AMOUNT
           PERFORM WRITE-HISTORY-LINE.

       CHARGE-PENALTY-INTEREST.
           MOVE DUN-PENALTY-TO-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
               TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           COMPUTE PENALTY-DAYS = TODAY-INTEGER - DATE-CONVERT-INTEGER
           IF PENALTY-DAYS <= 0 OR PENALTY-RATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE PENALTY-AMOUNT ROUNDED =
               LINE-AMOUNT * PENALTY-RATE / 100
               * PENALTY-DAYS / 365
           MOVE RUN-DATE
               TO DUN-PENALTY-TO-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
           IF PENALTY-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "PENALTY INTEREST" TO CHARGE-TYPE
           COMPUTE CHARGE-AMOUNT = 0 - PENALTY-AMOUNT
           PERFORM WRITE-LOAN-CHARGE
           ADD PENALTY-AMOUNT
               TO DUN-PENALTY-CHARGED OF DUNNING-ARRAY (DUNNING-SLOT)
           ADD PENALTY-AMOUNT TO PENALTY-POSTED.

       DECIDE-DUNNING-STAGE.
           MOVE 0 TO LETTER-STAGE
           EVALUATE TRUE
               WHEN LINE-DAYS >= STAGE-3-DAYS
                   MOVE 3 TO TARGET-STAGE
               WHEN LINE-DAYS >= STAGE-2-DAYS
                   MOVE 2 TO TARGET-STAGE
               WHEN LINE-DAYS >= STAGE-1-DAYS
                   MOVE 1 TO TARGET-STAGE
               WHEN OTHER
                   MOVE 0 TO TARGET-STAGE
           END-EVALUATE
           IF TARGET-STAGE <= DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT)
               EXIT PARAGRAPH
           END-IF
           EVALUATE DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT)
               WHEN 0
                   MOVE 1 TO LETTER-STAGE
                   EXIT PARAGRAPH
               WHEN 1
                   MOVE DUN-STAGE-1-DATE
                       OF DUNNING-ARRAY (DUNNING-SLOT)
                       TO LAST-LETTER-DATE
               WHEN 2
                   MOVE DUN-STAGE-2-DATE
                       OF DUNNING-ARRAY (DUNNING-SLOT)
                       TO LAST-LETTER-DATE
           END-EVALUATE
           MOVE LAST-LETTER-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           IF TODAY-INTEGER - DATE-CONVERT-INTEGER >= LETTER-GAP-DAYS
               COMPUTE LETTER-STAGE =
                   DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT) + 1
           END-IF.

       SEND-REMINDER.
           MOVE LETTER-STAGE
               TO DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT)
           EVALUATE LETTER-STAGE
               WHEN 1
                   MOVE RUN-DATE TO DUN-STAGE-1-DATE
                       OF DUNNING-ARRAY (DUNNING-SLOT)
                   MOVE "REMINDER 1" TO HISTORY-EVENT
               WHEN 2
                   MOVE RUN-DATE TO DUN-STAGE-2-DATE
                       OF DUNNING-ARRAY (DUNNING-SLOT)
                   MOVE "REMINDER 2" TO HISTORY-EVENT
               WHEN 3
                   MOVE RUN-DATE TO DUN-STAGE-3-DATE
                       OF DUNNING-ARRAY (DUNNING-SLOT)
                   MOVE "FINAL REMINDER" TO HISTORY-EVENT
           END-EVALUATE
           IF REMINDER-FEE > 0
               MOVE "LOAN REMINDER FEE" TO CHARGE-TYPE
               COMPUTE CHARGE-AMOUNT = 0 - REMINDER-FEE
               PERFORM WRITE-LOAN-CHARGE
               ADD REMINDER-FEE
                   TO DUN-FEES-CHARGED OF DUNNING-ARRAY (DUNNING-SLOT)
               ADD REMINDER-FEE TO FEES-POSTED
           END-IF
           PERFORM WRITE-DUNNING-LETTER
           MOVE LINE-AMOUNT TO HISTORY-AMOUNT
           PERFORM WRITE-HISTORY-LINE
           ADD 1 TO LETTERS-SENT.

       DECLARE-DEFAULT.
           MOVE "D" TO LOAN-STATUS OF LOAN-ARRAY (LX)
           MOVE 4 TO DUN-STAGE OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE RUN-DATE
               TO DUN-DEFAULT-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
           COMPUTE TOTAL-CLAIM = LOAN-BALANCE OF LOAN-ARRAY (LX)
               + DUN-FEES-CHARGED OF DUNNING-ARRAY (DUNNING-SLOT)
               + DUN-PENALTY-CHARGED OF DUNNING-ARRAY (DUNNING-SLOT)
           MOVE SPACES TO HANDOVER-RECORD
           MOVE LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX) TO HO-ACCOUNT-ID
           MOVE LOAN-CPR OF LOAN-ARRAY (LX) TO HO-CPR
           MOVE LOAN-CUSTOMER-NAME OF LOAN-ARRAY (LX)
               TO HO-CUSTOMER-NAME
           MOVE LOAN-CUSTOMER-ADDRESS OF LOAN-ARRAY (LX)
               TO HO-CUSTOMER-ADDRESS
           MOVE RUN-DATE TO HO-HANDOVER-DATE
           MOVE DUN-STAGE-1-DATE OF DUNNING-ARRAY (DUNNING-SLOT)
               TO HO-FIRST-REMINDER-DATE
           MOVE LINE-DAYS TO HO-DAYS-PAST-DUE
           MOVE LOAN-BALANCE OF LOAN-ARRAY (LX)
               TO HO-PRINCIPAL-BALANCE
           MOVE LINE-AMOUNT TO HO-OVERDUE-AMOUNT
           MOVE DUN-FEES-CHARGED OF DUNNING-ARRAY (DUNNING-SLOT)
               TO HO-FEES
           MOVE DUN-PENALTY-CHARGED OF DUNNING-ARRAY (DUNNING-SLOT)
               TO HO-PENALTY-INTEREST
           MOVE TOTAL-CLAIM TO HO-TOTAL-CLAIM
           WRITE HANDOVER-RECORD
           MOVE 4 TO LETTER-STAGE
           PERFORM WRITE-DUNNING-LETTER
           MOVE "DEFAULT HANDOVER" TO HISTORY-EVENT
           MOVE TOTAL-CLAIM TO HISTORY-AMOUNT
           PERFORM WRITE-HISTORY-LINE
           ADD 1 TO LETTERS-SENT
           ADD 1 TO DEFAULT-COUNT.

       CLOSE-CURED-CYCLES.
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DUNNING-COUNT
               IF DUNNING-SEEN (DX) = "N"
                   AND DUN-CURED-DATE OF DUNNING-ARRAY (DX) = SPACES
                   AND DUN-STAGE OF DUNNING-ARRAY (DX) NOT = 4
                   MOVE 0 TO DUN-STAGE OF DUNNING-ARRAY (DX)
                   MOVE RUN-DATE TO DUN-CURED-DATE
                       OF DUNNING-ARRAY (DX)
                   MOVE DX TO DUNNING-SLOT
                   MOVE DUN-ACCOUNT-ID OF DUNNING-ARRAY (DX)
                       TO LINE-ACCOUNT-ID
                   MOVE ZEROS TO LINE-DAYS
                   MOVE "ARREARS CLEARED" TO HISTORY-EVENT
                   MOVE ZEROS TO HISTORY-AMOUNT
                   PERFORM WRITE-HISTORY-LINE
                   ADD 1 TO CURED-COUNT
               END-IF
           END-PERFORM.

       WRITE-LOAN-CHARGE.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE LOAN-CPR OF LOAN-ARRAY (LX) TO CPR OF TRANSACTION-RECORD
           STRING RUN-DATE " 06:00:00" DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF TRANSACTION-RECORD
           END-STRING
           MOVE LOAN-CUSTOMER-NAME OF LOAN-ARRAY (LX)
               TO CUSTOMER-NAME OF TRANSACTION-RECORD
           MOVE LOAN-CUSTOMER-ADDRESS OF LOAN-ARRAY (LX)
               TO CUSTOMER-ADDRESS OF TRANSACTION-RECORD
           MOVE LOAN-REG-NUMBER OF LOAN-ARRAY (LX)
               TO REG-NUMBER OF TRANSACTION-RECORD
           MOVE LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX)
               TO ACCOUNT-ID OF TRANSACTION-RECORD
           MOVE CHARGE-TYPE TO TRANSACTION-TYPE OF TRANSACTION-RECORD
           MOVE CHARGE-AMOUNT TO POSTING-AMOUNT-TEXT
           MOVE FUNCTION TRIM(POSTING-AMOUNT-TEXT LEADING)
               TO AMOUNT OF TRANSACTION-RECORD
           MOVE "DKK" TO CURRENCY-CODE OF TRANSACTION-RECORD
           MOVE "LOAN" TO STORE OF TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD.

       WRITE-HISTORY-LINE.
           MOVE DUN-DAYS-PAST-DUE OF DUNNING-ARRAY (DUNNING-SLOT)
               TO DAYS-STRING
           MOVE HISTORY-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO HISTORY-INFO
           STRING RUN-DATE " " LINE-ACCOUNT-ID " " HISTORY-EVENT
               " days " FUNCTION TRIM(DAYS-STRING LEADING)
               " amount " FUNCTION TRIM(AMOUNT-EDIT LEADING)
               DELIMITED BY SIZE
               INTO HISTORY-INFO
           END-STRING
           WRITE HISTORY-RECORD.

       WRITE-DUNNING-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING RUN-DATE (9:2) "-" RUN-DATE (6:2) "-"
               RUN-DATE (1:4) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE LOAN-CUSTOMER-NAME OF LOAN-ARRAY (LX) TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE LOAN-CUSTOMER-ADDRESS OF LOAN-ARRAY (LX)
               TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING "Loan account " LOAN-REG-NUMBER OF LOAN-ARRAY (LX)
               " " LOAN-ACCOUNT-ID OF LOAN-ARRAY (LX)
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE LINE-DAYS TO DAYS-STRING
           MOVE LINE-AMOUNT TO AMOUNT-EDIT
           MOVE REMINDER-FEE TO AMOUNT-EDIT-2
           MOVE PENALTY-RATE TO RATE-EDIT
           EVALUATE LETTER-STAGE
               WHEN 1
                   MOVE "REMINDER" TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-LINE
                   STRING "Your loan installments are "
                       FUNCTION TRIM(DAYS-STRING LEADING)
                       " days overdue. The overdue amount is "
                       FUNCTION TRIM(AMOUNT-EDIT LEADING) " DKK."
                       DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
                   WRITE LETTER-RECORD
                   MOVE "Please pay the overdue amount as soon as"
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   PERFORM WRITE-CHARGES-PARAGRAPH
               WHEN 2
                   MOVE "SECOND REMINDER" TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-LINE
                   MOVE "We have not received payment."
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-LINE
                   STRING "Your loan is now "
                       FUNCTION TRIM(DAYS-STRING LEADING)
                       " days overdue and "
                       FUNCTION TRIM(AMOUNT-EDIT LEADING)
                       " DKK is outstanding." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
                   WRITE LETTER-RECORD
                   MOVE "Please pay the overdue amount as soon as"
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   PERFORM WRITE-CHARGES-PARAGRAPH
               WHEN 3
                   MOVE "FINAL REMINDER" TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-LINE
                   STRING "Your loan is "
                       FUNCTION TRIM(DAYS-STRING LEADING)
                       " days overdue and "
                       FUNCTION TRIM(AMOUNT-EDIT LEADING)
                       " DKK is outstanding." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
                   WRITE LETTER-RECORD
                   MOVE "Unless the overdue amount is paid, the loan"
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE "will be declared in default and the full"
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE "claim handed over to our collection agency."
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE "Please pay the overdue amount as soon as"
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   PERFORM WRITE-CHARGES-PARAGRAPH
               WHEN 4
                   MOVE "NOTICE OF DEFAULT" TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE "We have not received payment in response to"
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE "our reminders. The loan has been declared in"
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE TOTAL-CLAIM TO AMOUNT-EDIT
                   MOVE SPACES TO LETTER-LINE
                   STRING "default and the full claim of "
                       FUNCTION TRIM(AMOUNT-EDIT LEADING)
                       " DKK has been handed over" DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
                   WRITE LETTER-RECORD
                   MOVE "to our collection agency, who will contact"
                       TO LETTER-LINE
                   WRITE LETTER-RECORD
                   MOVE "you." TO LETTER-LINE
                   WRITE LETTER-RECORD
           END-EVALUATE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "Kind regards," TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "Loan Collections" TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD.

       WRITE-CHARGES-PARAGRAPH.
           MOVE "possible to the loan account above." TO LETTER-LINE
           WRITE LETTER-RECORD
           IF REMINDER-FEE > 0
               MOVE SPACES TO LETTER-LINE
               STRING "A reminder fee of "
                   FUNCTION TRIM(AMOUNT-EDIT-2 LEADING)
                   " DKK has been charged to the account."
                   DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-RECORD
           END-IF
           IF PENALTY-RATE > 0
               MOVE SPACES TO LETTER-LINE
               STRING "Penalty interest of "
                   FUNCTION TRIM(RATE-EDIT LEADING)
                   " % p.a. runs on the overdue amount until paid."
                   DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-RECORD
           END-IF.

       SAVE-DUNNING-REGISTER.
           OPEN OUTPUT DUNNING-FILE
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DUNNING-COUNT
               MOVE DUNNING-ARRAY (DX) TO DUNNING-RECORD
               WRITE DUNNING-RECORD
           END-PERFORM
           CLOSE DUNNING-FILE.

       REWRITE-LOAN-MASTER.
           OPEN OUTPUT LOAN-MASTER-FILE
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LOAN-COUNT
               MOVE LOAN-ARRAY (LX) TO LOAN-MASTER-RECORD
               WRITE LOAN-MASTER-RECORD
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

       CONVERT-DATE-TO-INTEGER.
           STRING DATE-TO-CONVERT (1:4) DATE-TO-CONVERT (6:2)
               DATE-TO-CONVERT (9:2) DELIMITED BY SIZE
               INTO DATE-CONVERT-STRING
           END-STRING
           MOVE FUNCTION NUMVAL(DATE-CONVERT-STRING)
               TO DATE-CONVERT-NUMERIC
           COMPUTE DATE-CONVERT-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-CONVERT-NUMERIC).
