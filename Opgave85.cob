       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE85.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORING-CONFIG-FILE ASSIGN TO "OverdraftScoring.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORING-CONFIG-STATUS.
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
           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN TO "TransactionArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-ARCHIVE-STATUS.
           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT OVERDRAFT-FILE ASSIGN TO "Overdrafts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERDRAFT-FILE-STATUS.
           SELECT ARREARS-FILE ASSIGN TO "LoanArrears.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARREARS-FILE-STATUS.
           SELECT PROFIT-REPORT-FILE
               ASSIGN TO "CustomerProfitability.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROFIT-REPORT-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "OverdraftProposals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPOSAL-FILE-STATUS.
           SELECT SCORE-REPORT-FILE
               ASSIGN TO "OverdraftScoreReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMIT-AUDIT-FILE ASSIGN TO "OverdraftLimitAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMIT-AUDIT-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCORING-CONFIG-FILE.
       01 SCORING-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD OVERDRAFT-LIMIT-FILE.
       01 OVERDRAFT-LIMIT-RECORD.
           COPY "OVERDRAFTLIMIT.cpy".

       FD PRODUCT-CATALOGUE-FILE.
       01 PRODUCT-CATALOGUE-RECORD.
           COPY "PRODUCTCATALOGUE.cpy".

       FD TRANSACTION-ARCHIVE-FILE.
       01 TRANSACTION-ARCHIVE-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           COPY "BALANCEHISTORY.cpy".

       FD OVERDRAFT-FILE.
       01 OVERDRAFT-RECORD.
           02 OVERDRAFT-INFO PIC X(120).

       FD ARREARS-FILE.
       01 ARREARS-RECORD.
           02 ARREARS-INFO PIC X(120).

       FD PROFIT-REPORT-FILE.
       01 PROFIT-REPORT-RECORD.
           02 PROFIT-REPORT-INFO PIC X(120).

       FD PROPOSAL-FILE.
       01 PROPOSAL-RECORD.
           COPY "ODPROPOSAL.cpy".

       FD SCORE-REPORT-FILE.
       01 SCORE-REPORT-RECORD.
           02 SCORE-REPORT-INFO PIC X(132).

       FD LIMIT-AUDIT-FILE.
       01 LIMIT-AUDIT-RECORD.
           02 LIMIT-AUDIT-INFO PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 END-OF-LIMIT-FILE PIC X VALUE "N".
       01 END-OF-PRODUCT-CATALOGUE PIC X VALUE "N".
       01 END-OF-ARCHIVE-FILE PIC X VALUE "N".
       01 END-OF-BALANCE-FILE PIC X VALUE "N".
       01 END-OF-OVERDRAFT-FILE PIC X VALUE "N".
       01 END-OF-ARREARS-FILE PIC X VALUE "N".
       01 END-OF-PROFIT-FILE PIC X VALUE "N".
       01 END-OF-PROPOSAL-FILE PIC X VALUE "N".
       01 SCORING-CONFIG-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 OVERDRAFT-LIMIT-STATUS PIC XX.
       01 PRODUCT-CATALOGUE-STATUS PIC XX.
       01 TRANSACTION-ARCHIVE-STATUS PIC XX.
       01 BALANCE-HISTORY-STATUS PIC XX.
       01 OVERDRAFT-FILE-STATUS PIC XX.
       01 ARREARS-FILE-STATUS PIC XX.
       01 PROFIT-REPORT-STATUS PIC XX.
       01 PROPOSAL-FILE-STATUS PIC XX.
       01 LIMIT-AUDIT-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave85".
       01 RUN-MODE-ARGS PIC X(40) VALUE SPACES.
       01 RUN-MODE PIC X(10) VALUE SPACES.
       01 OPERATOR-ID PIC X(08) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 RUN-TIME PIC X(08) VALUE SPACES.
       01 CONFIG-KEY PIC X(30) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 OD-ACCOUNT-TYPE PIC X(10) VALUE "CURRENT".
       01 SCORE-DAYS PIC 9(4) VALUE 90.
       01 BASE-SCORE PIC S9(4)V99 VALUE 500.
       01 SALARY-POINTS PIC S9(4)V99 VALUE 20.
       01 BALANCE-POINTS PIC S9(4)V99 VALUE 5.
       01 OVERDRAWN-DAY-POINTS PIC S9(4)V99 VALUE 5.
       01 ARREARS-DAY-POINTS PIC S9(4)V99 VALUE 3.
       01 FEE-POINTS PIC S9(4)V99 VALUE 0.
       01 INCREASE-SCORE PIC 9(3) VALUE 650.
       01 REDUCE-SCORE PIC 9(3) VALUE 400.
       01 WITHDRAW-SCORE PIC 9(3) VALUE 250.
       01 SALARY-MULTIPLE PIC 9(3)V99 VALUE 1.
       01 MAX-LIMIT PIC 9(15)V99 VALUE 50000.
       01 REDUCE-PCT PIC 9(3) VALUE 50.
       01 LIMIT-STEP PIC 9(7) VALUE 1000.
       01 MIN-CHANGE PIC 9(7) VALUE 1000.
       01 RUN-DATE-INTEGER PIC S9(9) VALUE 0.
       01 WINDOW-START-DATE PIC X(10) VALUE SPACES.
       01 WINDOW-START-INTEGER PIC S9(9) VALUE 0.
       01 DATE-TO-CONVERT PIC X(10) VALUE SPACES.
       01 DATE-CONVERT-STRING PIC X(8) VALUE SPACES.
       01 DATE-CONVERT-NUMERIC PIC 9(8) VALUE 0.
       01 DATE-CONVERT-INTEGER PIC S9(9) VALUE 0.
       01 NEW-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 NEW-DATE-BUILD.
           02 ND-YEAR PIC 9(4).
           02 ND-DASH-1 PIC X VALUE "-".
           02 ND-MONTH PIC 9(2).
           02 ND-DASH-2 PIC X VALUE "-".
           02 ND-DAY PIC 9(2).
       01 ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 ACCOUNT-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON ACCOUNT-COUNT.
           02 ACA-ACCOUNT-ID PIC X(15).
           02 ACA-CUSTOMER-ID PIC X(10).
           02 ACA-ACCOUNT-TYPE PIC X(10).
           02 ACA-CURRENCY PIC X(03).
           02 ACA-STATUS PIC X(01).
           02 ACA-CPR PIC X(11).
           02 ACA-LIMIT PIC 9(15)V99.
           02 ACA-LIMIT-SOURCE PIC X(01).
           02 ACA-BALANCE-SUM PIC S9(17)V99.
           02 ACA-BALANCE-DAYS PIC 9(5).
       01 AX PIC 9(5) VALUE 0.
       01 ACCOUNT-SLOT PIC 9(5) VALUE 0.
       01 ACCOUNT-TO-FIND PIC X(15) VALUE SPACES.
       01 CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 CUSTOMER-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON CUSTOMER-COUNT.
           02 CSA-CUSTOMER-ID PIC X(10).
           02 CSA-SALARY PIC S9(15)V99.
           02 CSA-AVG-BALANCE PIC S9(15)V99.
           02 CSA-DAYS-OVERDRAWN PIC 9(5).
           02 CSA-ARREARS-DAYS PIC 9(5).
           02 CSA-FEES PIC S9(13)V99.
           02 CSA-MONTHLY-SALARY PIC S9(15)V99.
           02 CSA-SCORE PIC 9(3).
           02 CSA-PROPOSALS PIC 9(3).
       01 CX PIC 9(5) VALUE 0.
       01 CUSTOMER-SLOT PIC 9(5) VALUE 0.
       01 CUSTOMER-TO-FIND PIC X(10) VALUE SPACES.
       01 PRODUCT-LIMIT-COUNT PIC 9(3) VALUE 0.
       01 PRODUCT-LIMIT-ARRAY
           OCCURS 1 TO 100 TIMES
           DEPENDING ON PRODUCT-LIMIT-COUNT.
           02 PLA-ACCOUNT-TYPE PIC X(10).
           02 PLA-DEFAULT-LIMIT PIC 9(15)V99.
       01 PLX PIC 9(3) VALUE 0.
       01 LIMIT-COUNT PIC 9(5) VALUE 0.
       01 LIMIT-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON LIMIT-COUNT.
           COPY "OVERDRAFTLIMIT.cpy".
       01 LMX PIC 9(5) VALUE 0.
       01 LIMIT-SLOT PIC 9(5) VALUE 0.
       01 PROPOSAL-COUNT PIC 9(5) VALUE 0.
       01 PROPOSAL-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON PROPOSAL-COUNT.
           COPY "ODPROPOSAL.cpy".
       01 PX PIC 9(5) VALUE 0.
       01 MOVEMENT-AMOUNT PIC S9(15)V99 VALUE ZEROS.
       01 LINE-CPR PIC X(11) VALUE SPACES.
       01 LINE-ACCOUNT-ID PIC X(15) VALUE SPACES.
       01 LINE-FIRST-TEXT PIC X(20) VALUE SPACES.
       01 LINE-SECOND-TEXT PIC X(20) VALUE SPACES.
       01 LINE-THIRD-TEXT PIC X(20) VALUE SPACES.
       01 LINE-FOURTH-TEXT PIC X(20) VALUE SPACES.
       01 LINE-CUSTOMER-ID PIC X(10) VALUE SPACES.
       01 LINE-DAYS PIC 9(5) VALUE 0.
       01 PROFIT-LINE-NUMBER PIC 9(5) VALUE 0.
       01 SCORE-VALUE PIC S9(7)V99 VALUE ZEROS.
       01 PROPOSED-LIMIT PIC 9(15)V99 VALUE ZEROS.
       01 PROPOSED-ACTION PIC X(08) VALUE SPACES.
       01 LIMIT-STEPS PIC 9(13) VALUE 0.
       01 LIMIT-CHANGE PIC S9(15)V99 VALUE ZEROS.
       01 OLD-LIMIT PIC 9(15)V99 VALUE ZEROS.
       01 AUDIT-POINTER PIC 9(3) VALUE 1.
       01 UNAPPLIED-COUNT PIC 9(5) VALUE 0.
       01 INCREASE-COUNT PIC 9(5) VALUE 0.
       01 REDUCE-COUNT PIC 9(5) VALUE 0.
       01 WITHDRAW-COUNT PIC 9(5) VALUE 0.
       01 APPLIED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 PENDING-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
       01 SCORE-STRING PIC ZZ9.
       01 DAYS-STRING PIC ZZZZ9.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99-.
       01 AMOUNT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZZ.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING
           STRING RUN-TIMESTAMP (9:2) ":" RUN-TIMESTAMP (11:2) ":"
               RUN-TIMESTAMP (13:2) DELIMITED BY SIZE
               INTO RUN-TIME
           END-STRING

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           UNSTRING RUN-MODE-ARGS DELIMITED BY ALL SPACE
               INTO RUN-MODE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE

           EVALUATE RUN-MODE
               WHEN "SCORE"
                   PERFORM SCORE-CUSTOMERS
               WHEN "APPLY"
                   PERFORM GET-OPERATOR-ID
                   PERFORM APPLY-APPROVED-PROPOSALS
               WHEN OTHER
                   DISPLAY "Run mode must be SCORE or APPLY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
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

       GET-OPERATOR-ID.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           IF OPERATOR-ID = SPACES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT OPERATOR-ID
           END-IF
           IF OPERATOR-ID = SPACES
               DISPLAY "An operator ID is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SCORE-CUSTOMERS.
           PERFORM LOAD-SCORING-CONFIG
           PERFORM LOAD-PROPOSALS
           IF UNAPPLIED-COUNT > 0
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": OverdraftProposals.txt still holds approved"
                   " proposals, run APPLY before scoring again"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               DISPLAY "Approved proposals not yet applied - run"
                   " APPLY first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUN-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-CONVERT-INTEGER TO RUN-DATE-INTEGER
           COMPUTE WINDOW-START-INTEGER = RUN-DATE-INTEGER - SCORE-DAYS
           COMPUTE NEW-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(WINDOW-START-INTEGER)
           COMPUTE ND-YEAR = NEW-DATE-NUMERIC / 10000
           COMPUTE ND-MONTH = FUNCTION MOD(NEW-DATE-NUMERIC / 100, 100)
           COMPUTE ND-DAY = FUNCTION MOD(NEW-DATE-NUMERIC, 100)
           MOVE NEW-DATE-BUILD TO WINDOW-START-DATE

           PERFORM LOAD-ACCOUNTS
           IF CUSTOMER-COUNT = 0
               DISPLAY "No overdraft accounts to score"
               STOP RUN
           END-IF
           PERFORM LOAD-PRODUCT-LIMITS
           PERFORM LOAD-OVERDRAFT-LIMITS
           PERFORM APPLY-LIMITS-TO-ACCOUNTS
           PERFORM ADD-SALARY-CREDITS
           PERFORM ADD-BALANCE-HISTORY
           PERFORM ADD-DAYS-OVERDRAWN
           PERFORM ADD-LOAN-ARREARS
           PERFORM ADD-FEE-INCOME

           MOVE 0 TO PROPOSAL-COUNT
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               PERFORM SCORE-ONE-CUSTOMER
           END-PERFORM
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               IF ACA-ACCOUNT-TYPE (AX) = OD-ACCOUNT-TYPE
                   AND ACA-STATUS (AX) NOT = "C"
                   PERFORM PROPOSE-FOR-ACCOUNT
               END-IF
           END-PERFORM
           PERFORM SAVE-PROPOSALS
           PERFORM WRITE-SCORE-REPORT

           MOVE CUSTOMER-COUNT TO COUNT-STRING
           DISPLAY "Customers scored: " COUNT-STRING
           MOVE INCREASE-COUNT TO COUNT-STRING
           DISPLAY "Limit increases proposed: " COUNT-STRING
           MOVE REDUCE-COUNT TO COUNT-STRING
           DISPLAY "Limit reductions proposed: " COUNT-STRING
           MOVE WITHDRAW-COUNT TO COUNT-STRING
           DISPLAY "Limit withdrawals proposed: " COUNT-STRING.

       LOAD-SCORING-CONFIG.
           OPEN INPUT SCORING-CONFIG-FILE
           IF SCORING-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ SCORING-CONFIG-FILE INTO SCORING-CONFIG-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE SCORING-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM
           IF SCORE-DAYS = 0
               OR INCREASE-SCORE <= REDUCE-SCORE
               OR REDUCE-SCORE < WITHDRAW-SCORE
               OR LIMIT-STEP = 0
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": OverdraftScoring.txt must give score days above"
                   " zero, increase > reduce >= withdraw score and a"
                   " limit step, no proposals written"
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
               WHEN "OD-ACCOUNT-TYPE"
                   MOVE CONFIG-VALUE TO OD-ACCOUNT-TYPE
               WHEN "SCORE-DAYS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO SCORE-DAYS
               WHEN "BASE-SCORE"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO BASE-SCORE
               WHEN "SALARY-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO SALARY-POINTS
               WHEN "BALANCE-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO BALANCE-POINTS
               WHEN "OVERDRAWN-DAY-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO OVERDRAWN-DAY-POINTS
               WHEN "ARREARS-DAY-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO ARREARS-DAY-POINTS
               WHEN "FEE-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO FEE-POINTS
               WHEN "INCREASE-SCORE"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO INCREASE-SCORE
               WHEN "REDUCE-SCORE"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO REDUCE-SCORE
               WHEN "WITHDRAW-SCORE"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO WITHDRAW-SCORE
               WHEN "SALARY-MULTIPLE"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO SALARY-MULTIPLE
               WHEN "MAX-LIMIT"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO MAX-LIMIT
               WHEN "REDUCE-PCT"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO REDUCE-PCT
               WHEN "LIMIT-STEP"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO LIMIT-STEP
               WHEN "MIN-CHANGE"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO MIN-CHANGE
           END-EVALUATE.

       LOAD-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE
           IF PROPOSAL-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PROPOSAL-FILE
           END-IF
           PERFORM UNTIL END-OF-PROPOSAL-FILE = "Y"
               READ PROPOSAL-FILE INTO PROPOSAL-RECORD
                   AT END
                       MOVE "Y" TO END-OF-PROPOSAL-FILE
                       CLOSE PROPOSAL-FILE
                   NOT AT END
                       IF PROPOSAL-COUNT < 10000
                           ADD 1 TO PROPOSAL-COUNT
                           MOVE PROPOSAL-RECORD
                               TO PROPOSAL-ARRAY (PROPOSAL-COUNT)
                           IF ODP-DECISION OF PROPOSAL-RECORD = "A"
                               ADD 1 TO UNAPPLIED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), no proposals written" DELIMITED BY SIZE
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
                       CLOSE ACCOUNT-MASTER-FILE
                   NOT AT END
                       PERFORM NOTE-ACCOUNT
               END-READ
           END-PERFORM.

       NOTE-ACCOUNT.
           IF ACCOUNT-COUNT >= 10000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCOUNT-COUNT
           INITIALIZE ACCOUNT-ARRAY (ACCOUNT-COUNT)
           MOVE ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO ACA-ACCOUNT-ID (ACCOUNT-COUNT)
           MOVE CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
               TO ACA-CUSTOMER-ID (ACCOUNT-COUNT)
           MOVE ACCOUNT-TYPE OF ACCOUNT-MASTER-RECORD
               TO ACA-ACCOUNT-TYPE (ACCOUNT-COUNT)
           MOVE CURRENCY-CODE OF ACCOUNT-MASTER-RECORD
               TO ACA-CURRENCY (ACCOUNT-COUNT)
           MOVE ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
               TO ACA-STATUS (ACCOUNT-COUNT)
           MOVE "N" TO ACA-LIMIT-SOURCE (ACCOUNT-COUNT)
           IF ACCOUNT-TYPE OF ACCOUNT-MASTER-RECORD = OD-ACCOUNT-TYPE
               AND ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD NOT = "C"
               MOVE CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
                   TO CUSTOMER-TO-FIND
               PERFORM FIND-CUSTOMER-SLOT
               IF CUSTOMER-SLOT = 0 AND CUSTOMER-COUNT < 5000
                   ADD 1 TO CUSTOMER-COUNT
                   INITIALIZE CUSTOMER-ARRAY (CUSTOMER-COUNT)
                   MOVE CUSTOMER-TO-FIND
                       TO CSA-CUSTOMER-ID (CUSTOMER-COUNT)
               END-IF
           END-IF.

       FIND-CUSTOMER-SLOT.
           MOVE 0 TO CUSTOMER-SLOT
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               IF CSA-CUSTOMER-ID (CX) = CUSTOMER-TO-FIND
                   MOVE CX TO CUSTOMER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-SLOT.
           MOVE 0 TO ACCOUNT-SLOT
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               IF ACA-ACCOUNT-ID (AX) = ACCOUNT-TO-FIND
                   MOVE AX TO ACCOUNT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-CUSTOMER.
           MOVE 0 TO CUSTOMER-SLOT
           PERFORM FIND-ACCOUNT-SLOT
           IF ACCOUNT-SLOT > 0
               MOVE ACA-CUSTOMER-ID (ACCOUNT-SLOT) TO CUSTOMER-TO-FIND
               PERFORM FIND-CUSTOMER-SLOT
           END-IF.

       FIND-CPR-CUSTOMER.
           MOVE 0 TO CUSTOMER-SLOT
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               IF ACA-CPR (AX) = LINE-CPR
                   MOVE ACA-CUSTOMER-ID (AX) TO CUSTOMER-TO-FIND
                   PERFORM FIND-CUSTOMER-SLOT
                   IF CUSTOMER-SLOT > 0
                       EXIT PERFORM
                   END-IF
               END-IF
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

       LOAD-OVERDRAFT-LIMITS.
           OPEN INPUT OVERDRAFT-LIMIT-FILE
           IF OVERDRAFT-LIMIT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-LIMIT-FILE
           END-IF
           PERFORM UNTIL END-OF-LIMIT-FILE = "Y"
               READ OVERDRAFT-LIMIT-FILE INTO OVERDRAFT-LIMIT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-LIMIT-FILE
                       CLOSE OVERDRAFT-LIMIT-FILE
                   NOT AT END
                       IF LIMIT-COUNT < 10000
                           ADD 1 TO LIMIT-COUNT
                           MOVE OVERDRAFT-LIMIT-RECORD
                               TO LIMIT-ARRAY (LIMIT-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": OverdraftLimits.txt exceeds the"
                               " limit table, nothing changed"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-LIMITS-TO-ACCOUNTS.
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               PERFORM VARYING PLX FROM 1 BY 1
                   UNTIL PLX > PRODUCT-LIMIT-COUNT
                   IF PLA-ACCOUNT-TYPE (PLX) = ACA-ACCOUNT-TYPE (AX)
                       MOVE PLA-DEFAULT-LIMIT (PLX) TO ACA-LIMIT (AX)
                       MOVE "P" TO ACA-LIMIT-SOURCE (AX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING LMX FROM 1 BY 1 UNTIL LMX > LIMIT-COUNT
               MOVE ACCOUNT-ID OF LIMIT-ARRAY (LMX) TO ACCOUNT-TO-FIND
               PERFORM FIND-ACCOUNT-SLOT
               IF ACCOUNT-SLOT > 0
                   MOVE AUTHORIZED-LIMIT OF LIMIT-ARRAY (LMX)
                       TO ACA-LIMIT (ACCOUNT-SLOT)
                   MOVE "O" TO ACA-LIMIT-SOURCE (ACCOUNT-SLOT)
               END-IF
           END-PERFORM.

       ADD-SALARY-CREDITS.
           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF TRANSACTION-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ARCHIVE-FILE
           END-IF
           PERFORM UNTIL END-OF-ARCHIVE-FILE = "Y"
               READ TRANSACTION-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARCHIVE-FILE
                       CLOSE TRANSACTION-ARCHIVE-FILE
                   NOT AT END
                       PERFORM NOTE-ARCHIVE-MOVEMENT
               END-READ
           END-PERFORM.

       NOTE-ARCHIVE-MOVEMENT.
           MOVE ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
               TO ACCOUNT-TO-FIND
           PERFORM FIND-ACCOUNT-CUSTOMER
           IF ACCOUNT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF ACA-CPR (ACCOUNT-SLOT) = SPACES
               MOVE CPR OF TRANSACTION-ARCHIVE-RECORD
                   TO ACA-CPR (ACCOUNT-SLOT)
           END-IF
           IF CUSTOMER-SLOT = 0
               OR TRANSACTION-TYPE OF TRANSACTION-ARCHIVE-RECORD
                   NOT = "SALARY"
               OR CURRENCY-CODE OF TRANSACTION-ARCHIVE-RECORD
                   NOT = "DKK"
               OR TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (1:10)
                   < WINDOW-START-DATE
               OR TRANSACTION-DATE OF TRANSACTION-ARCHIVE-RECORD (1:10)
                   > RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AMOUNT OF TRANSACTION-ARCHIVE-RECORD)
               TO MOVEMENT-AMOUNT
           IF MOVEMENT-AMOUNT > 0
               ADD MOVEMENT-AMOUNT TO CSA-SALARY (CUSTOMER-SLOT)
           END-IF.

       ADD-BALANCE-HISTORY.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO END-OF-BALANCE-FILE
           END-IF
           PERFORM UNTIL END-OF-BALANCE-FILE = "Y"
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-BALANCE-FILE
                       CLOSE BALANCE-HISTORY-FILE
                   NOT AT END
                       PERFORM NOTE-DAILY-BALANCE
               END-READ
           END-PERFORM
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               IF ACA-BALANCE-DAYS (AX) > 0
                   MOVE ACA-CUSTOMER-ID (AX) TO CUSTOMER-TO-FIND
                   PERFORM FIND-CUSTOMER-SLOT
                   IF CUSTOMER-SLOT > 0
                       COMPUTE CSA-AVG-BALANCE (CUSTOMER-SLOT) ROUNDED
                           = CSA-AVG-BALANCE (CUSTOMER-SLOT)
                           + ACA-BALANCE-SUM (AX)
                               / ACA-BALANCE-DAYS (AX)
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-DAILY-BALANCE.
           MOVE BH-ACCOUNT-ID TO ACCOUNT-TO-FIND
           PERFORM FIND-ACCOUNT-SLOT
           IF ACCOUNT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF ACA-CPR (ACCOUNT-SLOT) = SPACES
               MOVE BH-CPR TO ACA-CPR (ACCOUNT-SLOT)
           END-IF
           IF BH-CURRENCY NOT = "DKK"
               OR BH-DATE < WINDOW-START-DATE
               OR BH-DATE > RUN-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(BH-BALANCE) TO MOVEMENT-AMOUNT
           ADD MOVEMENT-AMOUNT TO ACA-BALANCE-SUM (ACCOUNT-SLOT)
           ADD 1 TO ACA-BALANCE-DAYS (ACCOUNT-SLOT).

       ADD-DAYS-OVERDRAWN.
           OPEN INPUT OVERDRAFT-FILE
           IF OVERDRAFT-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-OVERDRAFT-FILE
           END-IF
           PERFORM UNTIL END-OF-OVERDRAFT-FILE = "Y"
               READ OVERDRAFT-FILE
                   AT END
                       MOVE "Y" TO END-OF-OVERDRAFT-FILE
                       CLOSE OVERDRAFT-FILE
                   NOT AT END
                       IF OVERDRAFT-INFO NOT = SPACES
                           AND OVERDRAFT-INFO (1:4) NOT = "CPR "
                           PERFORM NOTE-OVERDRAFT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-OVERDRAFT-LINE.
           MOVE SPACES TO LINE-CPR LINE-ACCOUNT-ID LINE-FIRST-TEXT
               LINE-SECOND-TEXT LINE-THIRD-TEXT
           UNSTRING OVERDRAFT-INFO DELIMITED BY ALL SPACE
               INTO LINE-CPR LINE-ACCOUNT-ID LINE-FIRST-TEXT
                   LINE-SECOND-TEXT LINE-THIRD-TEXT
           END-UNSTRING
           MOVE LINE-ACCOUNT-ID TO ACCOUNT-TO-FIND
           PERFORM FIND-ACCOUNT-CUSTOMER
           IF CUSTOMER-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LINE-THIRD-TEXT) TO LINE-DAYS
           IF LINE-DAYS > CSA-DAYS-OVERDRAWN (CUSTOMER-SLOT)
               MOVE LINE-DAYS TO CSA-DAYS-OVERDRAWN (CUSTOMER-SLOT)
           END-IF.

       ADD-LOAN-ARREARS.
           OPEN INPUT ARREARS-FILE
           IF ARREARS-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ARREARS-FILE
           END-IF
           PERFORM UNTIL END-OF-ARREARS-FILE = "Y"
               READ ARREARS-FILE
                   AT END
                       MOVE "Y" TO END-OF-ARREARS-FILE
                       CLOSE ARREARS-FILE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ARREARS-INFO (1:19) =
                               "Loan arrears report"
                               CONTINUE
                           WHEN ARREARS-INFO = SPACES
                               CONTINUE
                           WHEN ARREARS-INFO (1:8) = "ACCOUNT "
                               CONTINUE
                           WHEN OTHER
                               PERFORM NOTE-ARREARS-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       NOTE-ARREARS-LINE.
           MOVE SPACES TO LINE-ACCOUNT-ID LINE-CPR LINE-FIRST-TEXT
               LINE-SECOND-TEXT
           UNSTRING ARREARS-INFO DELIMITED BY ALL SPACE
               INTO LINE-ACCOUNT-ID LINE-CPR LINE-FIRST-TEXT
                   LINE-SECOND-TEXT
           END-UNSTRING
           PERFORM FIND-CPR-CUSTOMER
           IF CUSTOMER-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LINE-SECOND-TEXT) TO LINE-DAYS
           IF LINE-DAYS > CSA-ARREARS-DAYS (CUSTOMER-SLOT)
               MOVE LINE-DAYS TO CSA-ARREARS-DAYS (CUSTOMER-SLOT)
           END-IF.

       ADD-FEE-INCOME.
           OPEN INPUT PROFIT-REPORT-FILE
           IF PROFIT-REPORT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PROFIT-FILE
           END-IF
           MOVE 0 TO PROFIT-LINE-NUMBER
           PERFORM UNTIL END-OF-PROFIT-FILE = "Y"
               READ PROFIT-REPORT-FILE
                   AT END
                       MOVE "Y" TO END-OF-PROFIT-FILE
                       CLOSE PROFIT-REPORT-FILE
                   NOT AT END
                       ADD 1 TO PROFIT-LINE-NUMBER
                       IF PROFIT-LINE-NUMBER > 4
                           AND PROFIT-REPORT-INFO (1:1) NOT = SPACE
                           PERFORM NOTE-PROFIT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-PROFIT-LINE.
           MOVE SPACES TO LINE-CUSTOMER-ID LINE-FIRST-TEXT
           UNSTRING PROFIT-REPORT-INFO DELIMITED BY ALL SPACE
               INTO LINE-CUSTOMER-ID LINE-FIRST-TEXT
           END-UNSTRING
           MOVE LINE-CUSTOMER-ID TO CUSTOMER-TO-FIND
           PERFORM FIND-CUSTOMER-SLOT
           IF CUSTOMER-SLOT > 0
               MOVE FUNCTION NUMVAL-C(LINE-FIRST-TEXT)
                   TO CSA-FEES (CUSTOMER-SLOT)
           END-IF.

       SCORE-ONE-CUSTOMER.
           COMPUTE CSA-MONTHLY-SALARY (CX) ROUNDED =
               CSA-SALARY (CX) * 30 / SCORE-DAYS
           COMPUTE SCORE-VALUE ROUNDED = BASE-SCORE
               + SALARY-POINTS * CSA-MONTHLY-SALARY (CX) / 1000
               + BALANCE-POINTS * CSA-AVG-BALANCE (CX) / 1000
               - OVERDRAWN-DAY-POINTS * CSA-DAYS-OVERDRAWN (CX)
               - ARREARS-DAY-POINTS * CSA-ARREARS-DAYS (CX)
               + FEE-POINTS * CSA-FEES (CX) / 100
           IF SCORE-VALUE < 0
               MOVE 0 TO SCORE-VALUE
           END-IF
           IF SCORE-VALUE > 999
               MOVE 999 TO SCORE-VALUE
           END-IF
           MOVE SCORE-VALUE TO CSA-SCORE (CX).

       PROPOSE-FOR-ACCOUNT.
           MOVE ACA-CUSTOMER-ID (AX) TO CUSTOMER-TO-FIND
           PERFORM FIND-CUSTOMER-SLOT
           IF CUSTOMER-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROPOSED-ACTION
           MOVE ZEROES TO PROPOSED-LIMIT
           EVALUATE TRUE
               WHEN CSA-SCORE (CUSTOMER-SLOT) < WITHDRAW-SCORE
                   IF ACA-LIMIT (AX) > 0
                       MOVE "WITHDRAW" TO PROPOSED-ACTION
                   END-IF
               WHEN CSA-SCORE (CUSTOMER-SLOT) < REDUCE-SCORE
                   COMPUTE LIMIT-STEPS =
                       ACA-LIMIT (AX) * REDUCE-PCT / 100 / LIMIT-STEP
                   COMPUTE PROPOSED-LIMIT = LIMIT-STEPS * LIMIT-STEP
                   COMPUTE LIMIT-CHANGE =
                       ACA-LIMIT (AX) - PROPOSED-LIMIT
                   IF LIMIT-CHANGE >= MIN-CHANGE AND LIMIT-CHANGE > 0
                       MOVE "REDUCE" TO PROPOSED-ACTION
                   END-IF
               WHEN CSA-SCORE (CUSTOMER-SLOT) >= INCREASE-SCORE
                   AND CSA-MONTHLY-SALARY (CUSTOMER-SLOT) > 0
                   COMPUTE LIMIT-STEPS =
                       CSA-MONTHLY-SALARY (CUSTOMER-SLOT)
                       * SALARY-MULTIPLE / LIMIT-STEP
                   COMPUTE PROPOSED-LIMIT = LIMIT-STEPS * LIMIT-STEP
                   IF PROPOSED-LIMIT > MAX-LIMIT
                       MOVE MAX-LIMIT TO PROPOSED-LIMIT
                   END-IF
                   COMPUTE LIMIT-CHANGE =
                       PROPOSED-LIMIT - ACA-LIMIT (AX)
                   IF LIMIT-CHANGE >= MIN-CHANGE AND LIMIT-CHANGE > 0
                       MOVE "INCREASE" TO PROPOSED-ACTION
                   END-IF
           END-EVALUATE
           IF PROPOSED-ACTION = SPACES OR PROPOSAL-COUNT >= 10000
               EXIT PARAGRAPH
           END-IF
           EVALUATE PROPOSED-ACTION
               WHEN "INCREASE"
                   ADD 1 TO INCREASE-COUNT
               WHEN "REDUCE"
                   ADD 1 TO REDUCE-COUNT
               WHEN OTHER
                   ADD 1 TO WITHDRAW-COUNT
           END-EVALUATE
           ADD 1 TO CSA-PROPOSALS (CUSTOMER-SLOT)
           ADD 1 TO PROPOSAL-COUNT
           MOVE SPACES TO PROPOSAL-ARRAY (PROPOSAL-COUNT)
           MOVE RUN-DATE
               TO ODP-PROPOSAL-DATE OF PROPOSAL-ARRAY (PROPOSAL-COUNT)
           MOVE ACA-CUSTOMER-ID (AX)
               TO ODP-CUSTOMER-ID OF PROPOSAL-ARRAY (PROPOSAL-COUNT)
           MOVE ACA-ACCOUNT-ID (AX)
               TO ODP-ACCOUNT-ID OF PROPOSAL-ARRAY (PROPOSAL-COUNT)
           MOVE CSA-SCORE (CUSTOMER-SLOT)
               TO ODP-SCORE OF PROPOSAL-ARRAY (PROPOSAL-COUNT)
           MOVE PROPOSED-ACTION
               TO ODP-ACTION OF PROPOSAL-ARRAY (PROPOSAL-COUNT)
           MOVE ACA-LIMIT (AX)
               TO ODP-CURRENT-LIMIT OF PROPOSAL-ARRAY (PROPOSAL-COUNT)
           MOVE PROPOSED-LIMIT
               TO ODP-PROPOSED-LIMIT OF PROPOSAL-ARRAY (PROPOSAL-COUNT).

       SAVE-PROPOSALS.
           OPEN OUTPUT PROPOSAL-FILE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROPOSAL-COUNT
               MOVE PROPOSAL-ARRAY (PX) TO PROPOSAL-RECORD
               WRITE PROPOSAL-RECORD
           END-PERFORM
           CLOSE PROPOSAL-FILE.

       WRITE-SCORE-REPORT.
           OPEN OUTPUT SCORE-REPORT-FILE
           MOVE SPACES TO SCORE-REPORT-INFO
           STRING "Overdraft behavioural scoring " RUN-DATE
               ", window from " WINDOW-START-DATE
               DELIMITED BY SIZE
               INTO SCORE-REPORT-INFO
           END-STRING
           WRITE SCORE-REPORT-RECORD
           MOVE SPACES TO SCORE-REPORT-INFO
           WRITE SCORE-REPORT-RECORD
           MOVE SPACES TO SCORE-REPORT-INFO
           STRING "CUSTOMER   SCORE    MONTHLY SALARY"
               "        AVG BALANCE  OD DAYS  ARR DAYS"
               "               FEES  PROPOSALS"
               DELIMITED BY SIZE
               INTO SCORE-REPORT-INFO
           END-STRING
           WRITE SCORE-REPORT-RECORD
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               PERFORM WRITE-SCORE-LINE
           END-PERFORM
           MOVE SPACES TO SCORE-REPORT-INFO
           WRITE SCORE-REPORT-RECORD
           MOVE SPACES TO SCORE-REPORT-INFO
           STRING "ACCOUNT         CUSTOMER   SCORE ACTION  "
               "        CURRENT LIMIT      PROPOSED LIMIT"
               DELIMITED BY SIZE
               INTO SCORE-REPORT-INFO
           END-STRING
           WRITE SCORE-REPORT-RECORD
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROPOSAL-COUNT
               MOVE SPACES TO SCORE-REPORT-INFO
               MOVE ODP-SCORE OF PROPOSAL-ARRAY (PX) TO SCORE-STRING
               MOVE ODP-CURRENT-LIMIT OF PROPOSAL-ARRAY (PX)
                   TO AMOUNT-EDIT-2
               STRING ODP-ACCOUNT-ID OF PROPOSAL-ARRAY (PX) " "
                   ODP-CUSTOMER-ID OF PROPOSAL-ARRAY (PX) " "
                   SCORE-STRING "   "
                   ODP-ACTION OF PROPOSAL-ARRAY (PX) " "
                   AMOUNT-EDIT-2
                   DELIMITED BY SIZE
                   INTO SCORE-REPORT-INFO
               END-STRING
               MOVE ODP-PROPOSED-LIMIT OF PROPOSAL-ARRAY (PX)
                   TO AMOUNT-EDIT-2
               MOVE AMOUNT-EDIT-2 TO SCORE-REPORT-INFO (71:20)
               WRITE SCORE-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO SCORE-REPORT-INFO
           WRITE SCORE-REPORT-RECORD
           MOVE "Proposals await credit officer decision in"
               TO SCORE-REPORT-INFO
           WRITE SCORE-REPORT-RECORD
           MOVE "OverdraftProposals.txt (A = approve, R = reject)."
               TO SCORE-REPORT-INFO
           WRITE SCORE-REPORT-RECORD
           CLOSE SCORE-REPORT-FILE.

       WRITE-SCORE-LINE.
           MOVE SPACES TO SCORE-REPORT-INFO
           MOVE CSA-SCORE (CX) TO SCORE-STRING
           MOVE CSA-MONTHLY-SALARY (CX) TO AMOUNT-EDIT
           STRING CSA-CUSTOMER-ID (CX) " " SCORE-STRING "  "
               AMOUNT-EDIT
               DELIMITED BY SIZE
               INTO SCORE-REPORT-INFO
           END-STRING
           MOVE CSA-AVG-BALANCE (CX) TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO SCORE-REPORT-INFO (40:22)
           MOVE CSA-DAYS-OVERDRAWN (CX) TO DAYS-STRING
           MOVE DAYS-STRING TO SCORE-REPORT-INFO (64:5)
           MOVE CSA-ARREARS-DAYS (CX) TO DAYS-STRING
           MOVE DAYS-STRING TO SCORE-REPORT-INFO (73:5)
           MOVE CSA-FEES (CX) TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO SCORE-REPORT-INFO (79:22)
           MOVE CSA-PROPOSALS (CX) TO DAYS-STRING
           MOVE DAYS-STRING TO SCORE-REPORT-INFO (104:5)
           WRITE SCORE-REPORT-RECORD.

       APPLY-APPROVED-PROPOSALS.
           PERFORM LOAD-PROPOSALS
           IF PROPOSAL-COUNT = 0
               DISPLAY "No overdraft proposals on file"
               STOP RUN
           END-IF
           PERFORM LOAD-OVERDRAFT-LIMITS
           OPEN EXTEND LIMIT-AUDIT-FILE
           IF LIMIT-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT LIMIT-AUDIT-FILE
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROPOSAL-COUNT
               EVALUATE ODP-DECISION OF PROPOSAL-ARRAY (PX)
                   WHEN "A"
                       PERFORM APPLY-ONE-PROPOSAL
                   WHEN "R"
                       ADD 1 TO REJECTED-COUNT
                       IF ODP-APPROVER OF PROPOSAL-ARRAY (PX) = SPACES
                           MOVE OPERATOR-ID TO ODP-APPROVER
                               OF PROPOSAL-ARRAY (PX)
                           MOVE RUN-DATE TO ODP-DECISION-DATE
                               OF PROPOSAL-ARRAY (PX)
                       END-IF
                   WHEN "D"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO PENDING-COUNT
               END-EVALUATE
           END-PERFORM
           CLOSE LIMIT-AUDIT-FILE
           IF APPLIED-COUNT > 0
               OPEN OUTPUT OVERDRAFT-LIMIT-FILE
               PERFORM VARYING LMX FROM 1 BY 1 UNTIL LMX > LIMIT-COUNT
                   MOVE LIMIT-ARRAY (LMX) TO OVERDRAFT-LIMIT-RECORD
                   WRITE OVERDRAFT-LIMIT-RECORD
               END-PERFORM
               CLOSE OVERDRAFT-LIMIT-FILE
           END-IF
           PERFORM SAVE-PROPOSALS

           MOVE APPLIED-COUNT TO COUNT-STRING
           DISPLAY "Overdraft limits changed: " COUNT-STRING
           MOVE REJECTED-COUNT TO COUNT-STRING
           DISPLAY "Proposals rejected: " COUNT-STRING
           MOVE PENDING-COUNT TO COUNT-STRING
           DISPLAY "Proposals still awaiting a decision: "
               COUNT-STRING.

       APPLY-ONE-PROPOSAL.
           MOVE 0 TO LIMIT-SLOT
           PERFORM VARYING LMX FROM 1 BY 1 UNTIL LMX > LIMIT-COUNT
               IF ACCOUNT-ID OF LIMIT-ARRAY (LMX) =
                   ODP-ACCOUNT-ID OF PROPOSAL-ARRAY (PX)
                   MOVE LMX TO LIMIT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF LIMIT-SLOT = 0
               IF LIMIT-COUNT >= 10000
                   STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                       ": limit table full, proposal for account "
                       DELIMITED BY SIZE
                       ODP-ACCOUNT-ID OF PROPOSAL-ARRAY (PX)
                       DELIMITED BY SPACE
                       " left approved" DELIMITED BY SIZE
                       INTO EXCEPTION-LOG-INFO
                   END-STRING
                   PERFORM LOG-EXCEPTION
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LIMIT-COUNT
               MOVE LIMIT-COUNT TO LIMIT-SLOT
               MOVE ODP-ACCOUNT-ID OF PROPOSAL-ARRAY (PX)
                   TO ACCOUNT-ID OF LIMIT-ARRAY (LIMIT-SLOT)
               MOVE ODP-CURRENT-LIMIT OF PROPOSAL-ARRAY (PX)
                   TO OLD-LIMIT
           ELSE
               MOVE AUTHORIZED-LIMIT OF LIMIT-ARRAY (LIMIT-SLOT)
                   TO OLD-LIMIT
           END-IF
           MOVE ODP-PROPOSED-LIMIT OF PROPOSAL-ARRAY (PX)
               TO AUTHORIZED-LIMIT OF LIMIT-ARRAY (LIMIT-SLOT)
           ADD 1 TO APPLIED-COUNT
           MOVE "D" TO ODP-DECISION OF PROPOSAL-ARRAY (PX)
           IF ODP-APPROVER OF PROPOSAL-ARRAY (PX) = SPACES
               MOVE OPERATOR-ID TO ODP-APPROVER OF PROPOSAL-ARRAY (PX)
           END-IF
           MOVE RUN-DATE TO ODP-DECISION-DATE OF PROPOSAL-ARRAY (PX)
           PERFORM WRITE-LIMIT-AUDIT.

       WRITE-LIMIT-AUDIT.
           MOVE SPACES TO LIMIT-AUDIT-INFO
           MOVE 1 TO AUDIT-POINTER
           MOVE OLD-LIMIT TO AMOUNT-EDIT-2
           MOVE ODP-SCORE OF PROPOSAL-ARRAY (PX) TO SCORE-STRING
           STRING RUN-DATE " " RUN-TIME " "
               ODP-ACCOUNT-ID OF PROPOSAL-ARRAY (PX) " "
               ODP-CUSTOMER-ID OF PROPOSAL-ARRAY (PX) " "
               ODP-ACTION OF PROPOSAL-ARRAY (PX) " score "
               SCORE-STRING " from "
               FUNCTION TRIM(AMOUNT-EDIT-2 LEADING)
               DELIMITED BY SIZE
               INTO LIMIT-AUDIT-INFO
               WITH POINTER AUDIT-POINTER
           END-STRING
           MOVE AUTHORIZED-LIMIT OF LIMIT-ARRAY (LIMIT-SLOT)
               TO AMOUNT-EDIT-2
           STRING " to " FUNCTION TRIM(AMOUNT-EDIT-2 LEADING)
               " approved by " DELIMITED BY SIZE
               ODP-APPROVER OF PROPOSAL-ARRAY (PX) DELIMITED BY SPACE
               " applied by " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SPACE
               INTO LIMIT-AUDIT-INFO
               WITH POINTER AUDIT-POINTER
           END-STRING
           WRITE LIMIT-AUDIT-RECORD.

       CONVERT-DATE-TO-INTEGER.
           STRING DATE-TO-CONVERT (1:4) DATE-TO-CONVERT (6:2)
               DATE-TO-CONVERT (9:2) DELIMITED BY SIZE
               INTO DATE-CONVERT-STRING
           END-STRING
           MOVE FUNCTION NUMVAL(DATE-CONVERT-STRING)
               TO DATE-CONVERT-NUMERIC
           COMPUTE DATE-CONVERT-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-CONVERT-NUMERIC).
