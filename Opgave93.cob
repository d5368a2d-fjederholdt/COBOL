       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE93.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT APPLICATION-LOG-FILE
               ASSIGN TO "AccountApplicationLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-LOG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AccountStatusAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LoanMaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-MASTER-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TermDeposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-DEPOSIT-STATUS.
           SELECT PACK-HISTORY-FILE ASSIGN TO "MIPackHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PACK-HISTORY-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT PACK-REPORT-FILE ASSIGN TO "MIPackReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINANCE-FILE ASSIGN TO "MIPackFinance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           COPY "BALANCEHISTORY.cpy".

       FD APPLICATION-LOG-FILE.
       01 APPLICATION-LOG-RECORD.
           02 AAL-APPLICATION-ID PIC X(10).
           02 AAL-OUTCOME PIC X(10).
           02 AAL-DATE PIC X(10).
           02 AAL-CUSTOMER-ID PIC X(10).
           02 AAL-ACCOUNT-NUMBER PIC X(15).
           02 AAL-REASON PIC X(40).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           02 AUDIT-INFO PIC X(150).

       FD LOAN-MASTER-FILE.
       01 LOAN-MASTER-RECORD.
           COPY "LOANMASTER.cpy".

       FD TERM-DEPOSIT-FILE.
       01 TERM-DEPOSIT-RECORD.
           COPY "TERMDEPOSIT.cpy".

       FD PACK-HISTORY-FILE.
       01 PACK-HISTORY-RECORD.
           COPY "MIPACKHISTORY.cpy".

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD PACK-REPORT-FILE.
       01 PACK-REPORT-RECORD.
           02 PACK-REPORT-INFO PIC X(132).

       FD FINANCE-FILE.
       01 FINANCE-RECORD.
           02 FINANCE-INFO PIC X(250).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 END-OF-BALANCE-HISTORY PIC X VALUE "N".
       01 END-OF-APPLICATION-LOG PIC X VALUE "N".
       01 END-OF-AUDIT-FILE PIC X VALUE "N".
       01 END-OF-LOAN-FILE PIC X VALUE "N".
       01 END-OF-DEPOSIT-FILE PIC X VALUE "N".
       01 END-OF-PACK-HISTORY PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 OWN-REG-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 BALANCE-HISTORY-STATUS PIC XX.
       01 APPLICATION-LOG-STATUS PIC XX.
       01 AUDIT-FILE-STATUS PIC XX.
       01 LOAN-MASTER-STATUS PIC XX.
       01 TERM-DEPOSIT-STATUS PIC XX.
       01 PACK-HISTORY-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave93".
       01 RUN-MODE-ARGS PIC X(30) VALUE SPACES.
       01 RUN-TIMESTAMP PIC X(21).
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 REPORT-MONTH PIC X(07) VALUE SPACES.
       01 PREVIOUS-MONTH PIC X(07) VALUE SPACES.
       01 YEAR-AGO-MONTH PIC X(07) VALUE SPACES.
       01 REPORT-YEAR PIC 9(4) VALUE 0.
       01 REPORT-MONTH-NUMBER PIC 9(2) VALUE 0.
       01 DATE-YEAR PIC 9(4) VALUE 0.
       01 DATE-MONTH PIC 9(2) VALUE 0.
       01 NEXT-YEAR PIC 9(4) VALUE 0.
       01 NEXT-MONTH PIC 9(2) VALUE 0.
       01 DATE-NUMERIC PIC 9(8) VALUE 0.
       01 DATE-INTEGER PIC 9(8) VALUE 0.
       01 MONTH-END-DATE PIC X(10) VALUE SPACES.
       01 CUTOFF-TABLE.
           02 CUTOFF-DATE PIC X(10) OCCURS 3 TIMES.
       01 PX PIC 9 VALUE 0.
       01 ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 ACCOUNT-MAX PIC 9(5) VALUE 20000.
       01 ACCOUNT-OVERFLOW PIC X VALUE "N".
       01 ACCOUNT-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON ACCOUNT-COUNT.
           02 ACT-ACCOUNT-ID PIC X(15).
           02 ACT-CUSTOMER-ID PIC X(10).
           02 ACT-TYPE PIC X(10).
           02 ACT-CURRENCY PIC X(03).
           02 ACT-STATUS PIC X(01).
           02 ACT-STATUS-DATE PIC X(10).
           02 ACT-MASTER-BALANCE PIC S9(15)V99.
           02 ACT-OPENED-DATE PIC X(10).
           02 ACT-LATER-HISTORY PIC X(01).
           02 ACT-OPENED PIC X(01).
           02 ACT-CLOSED PIC X(01).
           02 ACT-BLOCKED PIC X(01).
           02 ACT-CUTOFF OCCURS 3 TIMES.
               03 ACT-HISTORY-DATE PIC X(10).
               03 ACT-HISTORY-BALANCE PIC S9(15)V99.
       01 AX PIC 9(5) VALUE 0.
       01 ACCOUNT-SLOT PIC 9(5) VALUE 0.
       01 ACCOUNT-TO-FIND PIC X(15) VALUE SPACES.
       01 ACCOUNT-EXISTS-TABLE.
           02 ACCOUNT-EXISTS PIC X(01) OCCURS 3 TIMES.
       01 ACCOUNT-BALANCE-TABLE.
           02 CUTOFF-BALANCE PIC S9(15)V99 OCCURS 3 TIMES.
       01 NEW-STATUS PIC X(01) VALUE SPACE.
       01 ROW-COUNT PIC 9(4) VALUE 0.
       01 ROW-MAX PIC 9(4) VALUE 1000.
       01 ROW-OVERFLOW PIC X VALUE "N".
       01 ROW-ARRAY
           OCCURS 1 TO 1000 TIMES
           DEPENDING ON ROW-COUNT.
           02 ROW-KEY.
               03 ROW-REG PIC X(04).
               03 ROW-TYPE PIC X(10).
               03 ROW-CURRENCY PIC X(03).
           02 ROW-SOURCE PIC X(01).
           02 ROW-PERIOD OCCURS 3 TIMES.
               03 ROW-HAS PIC X(01).
               03 ROW-ACCOUNTS PIC 9(7).
               03 ROW-DEPOSITS PIC 9(15)V99.
               03 ROW-LENDING PIC 9(15)V99.
           02 ROW-OPENED PIC 9(6).
           02 ROW-CLOSED PIC 9(6).
           02 ROW-BLOCKED PIC 9(6).
       01 RX PIC 9(4) VALUE 0.
       01 ROW-SLOT PIC 9(4) VALUE 0.
       01 INSERT-AT PIC 9(4) VALUE 0.
       01 FIND-KEY.
           02 FIND-REG PIC X(04).
           02 FIND-TYPE PIC X(10).
           02 FIND-CURRENCY PIC X(03).
       01 ADD-SOURCE PIC X(01) VALUE "A".
       01 SNAPSHOT-COUNT PIC 9(4) VALUE 0.
       01 SNAPSHOT-MAX PIC 9(4) VALUE 5000.
       01 SNAPSHOT-OVERFLOW PIC X VALUE "N".
       01 SNAPSHOT-LATEST PIC X(07) VALUE SPACES.
       01 SNAPSHOT-HAS-MONTH PIC X VALUE "N".
       01 HISTORIC-RUN PIC X VALUE "N".
       01 SNAPSHOT-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON SNAPSHOT-COUNT.
           COPY "MIPACKHISTORY.cpy".
       01 SX PIC 9(4) VALUE 0.
       01 MOVER-COUNT PIC 9(5) VALUE 0.
       01 MOVER-MAX PIC 9(5) VALUE 20000.
       01 MOVER-OVERFLOW PIC X VALUE "N".
       01 MOVER-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON MOVER-COUNT.
           02 MOV-CUSTOMER-ID PIC X(10).
           02 MOV-CURRENCY PIC X(03).
           02 MOV-PREVIOUS PIC S9(15)V99.
           02 MOV-CURRENT PIC S9(15)V99.
           02 MOV-CHANGE PIC S9(15)V99.
           02 MOV-PICKED PIC X(01).
       01 MVX PIC 9(5) VALUE 0.
       01 MOVER-SLOT PIC 9(5) VALUE 0.
       01 MOVER-ABS PIC 9(15)V99 VALUE 0.
       01 BEST-ABS PIC 9(15)V99 VALUE 0.
       01 BEST-SLOT PIC 9(5) VALUE 0.
       01 TOP-DONE PIC X VALUE "N".
       01 TOP-COUNT PIC 99 VALUE 0.
       01 TOP-MAX PIC 99 VALUE 10.
       01 TOP-ARRAY OCCURS 10 TIMES.
           02 TOP-CUSTOMER-ID PIC X(10).
           02 TOP-NAME PIC X(30).
           02 TOP-CURRENCY PIC X(03).
           02 TOP-PREVIOUS PIC S9(15)V99.
           02 TOP-CURRENT PIC S9(15)V99.
           02 TOP-CHANGE PIC S9(15)V99.
       01 TX PIC 99 VALUE 0.
       01 TOTAL-COUNT PIC 9(3) VALUE 0.
       01 TOTAL-MAX PIC 9(3) VALUE 100.
       01 TOTAL-ARRAY
           OCCURS 1 TO 100 TIMES
           DEPENDING ON TOTAL-COUNT.
           02 TOT-CURRENCY PIC X(03).
           02 TOT-ACCOUNTS PIC 9(7).
           02 TOT-DEPOSITS PIC 9(15)V99.
           02 TOT-LENDING PIC 9(15)V99.
           02 TOT-OPENED PIC 9(6).
           02 TOT-CLOSED PIC 9(6).
           02 TOT-BLOCKED PIC 9(6).
       01 TTX PIC 9(3) VALUE 0.
       01 TOTAL-SLOT PIC 9(3) VALUE 0.
       01 NET-BALANCE PIC S9(15)V99 VALUE 0.
       01 AVERAGE-BALANCE PIC S9(15)V99 VALUE 0.
       01 CHANGE-AMOUNT PIC S9(15)V99 VALUE 0.
       01 CHANGE-EDIT PIC ----,---,---,---,--9.99.
       01 CHANGE-TEXT PIC X(23) VALUE SPACES.
       01 PERIOD-TO-SHOW PIC 9 VALUE 0.
       01 FIN-AMOUNT-EDIT PIC -(15)9.99.
       01 FIN-COUNT-EDIT PIC Z(6)9.
       01 FIN-FIELD-TABLE.
           02 FIN-FIELD PIC X(20) OCCURS 11 TIMES.
       01 FX PIC 99 VALUE 0.
       01 FIN-POINTER PIC 9(3) VALUE 1.
       01 COUNT-STRING PIC ZZZZZ9.
       01 ACCOUNTS-READ PIC 9(6) VALUE 0.
       01 VOLUME-HEADING.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "Bank".
           02 FILLER PIC X(11) VALUE "Product".
           02 FILLER PIC X(04) VALUE "Ccy".
           02 FILLER PIC X(08) VALUE "  Accts".
           02 FILLER PIC X(23) VALUE "              Deposits".
           02 FILLER PIC X(23) VALUE "               Lending".
           02 FILLER PIC X(25) VALUE "        Average balance".
           02 FILLER PIC X(08) VALUE "Opened".
           02 FILLER PIC X(08) VALUE "Closed".
           02 FILLER PIC X(07) VALUE "Blocked".
       01 VOLUME-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 VL-REG PIC X(06).
           02 VL-TYPE PIC X(11).
           02 VL-CURRENCY PIC X(04).
           02 VL-ACCOUNTS PIC ZZZ,ZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 VL-DEPOSITS PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 VL-LENDING PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 VL-AVERAGE PIC ----,---,---,---,--9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 VL-OPENED PIC ZZ,ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 VL-CLOSED PIC ZZ,ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 VL-BLOCKED PIC ZZ,ZZ9.
       01 CHANGE-HEADING.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "Bank".
           02 FILLER PIC X(11) VALUE "Product".
           02 FILLER PIC X(04) VALUE "Ccy".
           02 FILLER PIC X(24) VALUE "   Deposits month/month".
           02 FILLER PIC X(24) VALUE "    Lending month/month".
           02 FILLER PIC X(24) VALUE "     Deposits year/year".
           02 FILLER PIC X(23) VALUE "      Lending year/year".
       01 CHANGE-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 CL-REG PIC X(06).
           02 CL-TYPE PIC X(11).
           02 CL-CURRENCY PIC X(04).
           02 CL-DEPOSITS-MOM PIC X(23).
           02 FILLER PIC X(01) VALUE SPACES.
           02 CL-LENDING-MOM PIC X(23).
           02 FILLER PIC X(01) VALUE SPACES.
           02 CL-DEPOSITS-YOY PIC X(23).
           02 FILLER PIC X(01) VALUE SPACES.
           02 CL-LENDING-YOY PIC X(23).
       01 TOP-HEADING.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "No".
           02 FILLER PIC X(11) VALUE "Customer".
           02 FILLER PIC X(31) VALUE "Name".
           02 FILLER PIC X(04) VALUE "Ccy".
           02 FILLER PIC X(24) VALUE "   Previous month-end".
           02 FILLER PIC X(24) VALUE "            Month-end".
           02 FILLER PIC X(23) VALUE "                 Change".
       01 TOP-LINE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 TL-RANK PIC Z9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 TL-CUSTOMER PIC X(11).
           02 TL-NAME PIC X(31).
           02 TL-CURRENCY PIC X(04).
           02 TL-PREVIOUS PIC ----,---,---,---,--9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 TL-CURRENT PIC ----,---,---,---,--9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 TL-CHANGE PIC ----,---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT RUN-MODE-ARGS FROM COMMAND-LINE
           UNSTRING RUN-MODE-ARGS DELIMITED BY ALL SPACE
               INTO REPORT-MONTH
           END-UNSTRING
           PERFORM SET-REPORT-PERIOD

           PERFORM LOAD-OWN-REG
           PERFORM LOAD-ACCOUNTS
           PERFORM LOAD-BALANCE-HISTORY
           PERFORM LOAD-OPENED-ACCOUNTS
           PERFORM LOAD-STATUS-CHANGES
           PERFORM LOAD-PACK-HISTORY
           PERFORM AGGREGATE-ACCOUNTS
           PERFORM AGGREGATE-LOANS
           PERFORM AGGREGATE-TERM-DEPOSITS
           PERFORM APPLY-PACK-HISTORY
           PERFORM SAVE-PACK-HISTORY
           PERFORM SELECT-TOP-MOVERS
           PERFORM LOAD-TOP-MOVER-NAMES

           OPEN OUTPUT PACK-REPORT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-VOLUME-SECTION
           PERFORM WRITE-CHANGE-SECTION
           PERFORM WRITE-TOP-MOVER-SECTION
           CLOSE PACK-REPORT-FILE
           PERFORM WRITE-FINANCE-FILE

           MOVE ACCOUNTS-READ TO COUNT-STRING
           DISPLAY "Month-end MI pack " REPORT-MONTH
               " complete, accounts read: " COUNT-STRING
           MOVE ROW-COUNT TO COUNT-STRING
           DISPLAY "Product and currency lines: " COUNT-STRING
           IF HISTORIC-RUN = "Y"
               DISPLAY "Loan and term deposit volumes taken from"
                   " MIPackHistory.txt, a later month is already stored"
           ELSE
               IF REPORT-MONTH < SNAPSHOT-LATEST
                   DISPLAY "Loan and term deposit volumes are current"
                       " positions, none stored for " REPORT-MONTH
               END-IF
           END-IF
           IF ACCOUNT-OVERFLOW = "Y" OR ROW-OVERFLOW = "Y"
               OR MOVER-OVERFLOW = "Y" OR SNAPSHOT-OVERFLOW = "Y"
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

       SET-REPORT-PERIOD.
           IF REPORT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
               MOVE RUN-TIMESTAMP (1:4) TO DATE-YEAR
               MOVE RUN-TIMESTAMP (5:2) TO DATE-MONTH
               IF DATE-MONTH = 1
                   SUBTRACT 1 FROM DATE-YEAR
                   MOVE 12 TO DATE-MONTH
               ELSE
                   SUBTRACT 1 FROM DATE-MONTH
               END-IF
               STRING DATE-YEAR "-" DATE-MONTH
                   DELIMITED BY SIZE
                   INTO REPORT-MONTH
               END-STRING
           END-IF
           IF REPORT-MONTH (1:4) NOT NUMERIC
               OR REPORT-MONTH (5:1) NOT = "-"
               OR REPORT-MONTH (6:2) NOT NUMERIC
               DISPLAY "Report month must be YYYY-MM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REPORT-MONTH (1:4) TO REPORT-YEAR
           MOVE REPORT-MONTH (6:2) TO REPORT-MONTH-NUMBER
           IF REPORT-MONTH-NUMBER < 1 OR REPORT-MONTH-NUMBER > 12
               OR REPORT-YEAR < 1601
               DISPLAY "Report month must be YYYY-MM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE REPORT-YEAR TO DATE-YEAR
           MOVE REPORT-MONTH-NUMBER TO DATE-MONTH
           PERFORM COMPUTE-MONTH-END
           MOVE MONTH-END-DATE TO CUTOFF-DATE (1)

           IF REPORT-MONTH-NUMBER = 1
               COMPUTE DATE-YEAR = REPORT-YEAR - 1
               MOVE 12 TO DATE-MONTH
           ELSE
               MOVE REPORT-YEAR TO DATE-YEAR
               COMPUTE DATE-MONTH = REPORT-MONTH-NUMBER - 1
           END-IF
           PERFORM COMPUTE-MONTH-END
           MOVE MONTH-END-DATE TO CUTOFF-DATE (2)
           MOVE MONTH-END-DATE (1:7) TO PREVIOUS-MONTH

           COMPUTE DATE-YEAR = REPORT-YEAR - 1
           MOVE REPORT-MONTH-NUMBER TO DATE-MONTH
           PERFORM COMPUTE-MONTH-END
           MOVE MONTH-END-DATE TO CUTOFF-DATE (3)
           MOVE MONTH-END-DATE (1:7) TO YEAR-AGO-MONTH.

       COMPUTE-MONTH-END.
           MOVE DATE-YEAR TO NEXT-YEAR
           COMPUTE NEXT-MONTH = DATE-MONTH + 1
           IF NEXT-MONTH > 12
               MOVE 1 TO NEXT-MONTH
               ADD 1 TO NEXT-YEAR
           END-IF
           COMPUTE DATE-NUMERIC =
               NEXT-YEAR * 10000 + NEXT-MONTH * 100 + 1
           COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DATE-NUMERIC) - 1
           COMPUTE DATE-NUMERIC = FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
           MOVE SPACES TO MONTH-END-DATE
           STRING DATE-NUMERIC (1:4) "-" DATE-NUMERIC (5:2) "-"
               DATE-NUMERIC (7:2)
               DELIMITED BY SIZE
               INTO MONTH-END-DATE
           END-STRING.

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

       LOAD-ACCOUNTS.
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
                       ADD 1 TO ACCOUNTS-READ
                       PERFORM ADD-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE
           IF ACCOUNT-OVERFLOW = "Y"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": account table full, MI pack " REPORT-MONTH
                   " incomplete" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF.

       ADD-ACCOUNT.
           IF ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD = "C"
               AND STATUS-EFFECTIVE-DATE OF ACCOUNT-MASTER-RECORD
                   NOT > CUTOFF-DATE (3)
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-COUNT >= ACCOUNT-MAX
               MOVE "Y" TO ACCOUNT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCOUNT-COUNT
           MOVE SPACES TO ACCOUNT-ARRAY (ACCOUNT-COUNT)
           MOVE ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO ACT-ACCOUNT-ID (ACCOUNT-COUNT)
           MOVE CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
               TO ACT-CUSTOMER-ID (ACCOUNT-COUNT)
           MOVE ACCOUNT-TYPE OF ACCOUNT-MASTER-RECORD
               TO ACT-TYPE (ACCOUNT-COUNT)
           MOVE CURRENCY-CODE OF ACCOUNT-MASTER-RECORD
               TO ACT-CURRENCY (ACCOUNT-COUNT)
           MOVE ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
               TO ACT-STATUS (ACCOUNT-COUNT)
           MOVE STATUS-EFFECTIVE-DATE OF ACCOUNT-MASTER-RECORD
               TO ACT-STATUS-DATE (ACCOUNT-COUNT)
           MOVE CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
               TO ACT-MASTER-BALANCE (ACCOUNT-COUNT)
           MOVE "N" TO ACT-LATER-HISTORY (ACCOUNT-COUNT)
           MOVE "N" TO ACT-OPENED (ACCOUNT-COUNT)
           MOVE "N" TO ACT-CLOSED (ACCOUNT-COUNT)
           MOVE "N" TO ACT-BLOCKED (ACCOUNT-COUNT)
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 3
               MOVE SPACES TO ACT-HISTORY-DATE (ACCOUNT-COUNT, PX)
               MOVE 0 TO ACT-HISTORY-BALANCE (ACCOUNT-COUNT, PX)
           END-PERFORM
           IF STATUS-EFFECTIVE-DATE OF ACCOUNT-MASTER-RECORD (1:7)
               = REPORT-MONTH
               EVALUATE ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
                   WHEN "C"
                       MOVE "Y" TO ACT-CLOSED (ACCOUNT-COUNT)
                   WHEN "B"
                       MOVE "Y" TO ACT-BLOCKED (ACCOUNT-COUNT)
               END-EVALUATE
           END-IF.

       FIND-ACCOUNT.
           MOVE 0 TO ACCOUNT-SLOT
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               IF ACT-ACCOUNT-ID (AX) = ACCOUNT-TO-FIND
                   MOVE AX TO ACCOUNT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-BALANCE-HISTORY.
           IF ACCOUNT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALANCE-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO END-OF-BALANCE-HISTORY
           END-IF
           PERFORM UNTIL END-OF-BALANCE-HISTORY = "Y"
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-BALANCE-HISTORY
                       CLOSE BALANCE-HISTORY-FILE
                   NOT AT END
                       MOVE BH-ACCOUNT-ID TO ACCOUNT-TO-FIND
                       PERFORM FIND-ACCOUNT
                       IF ACCOUNT-SLOT > 0
                           PERFORM TAKE-BALANCE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-BALANCE-HISTORY.
           IF BH-DATE > CUTOFF-DATE (1)
               MOVE "Y" TO ACT-LATER-HISTORY (ACCOUNT-SLOT)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 3
               IF BH-DATE NOT > CUTOFF-DATE (PX)
                   AND BH-DATE NOT <
                       ACT-HISTORY-DATE (ACCOUNT-SLOT, PX)
                   MOVE BH-DATE
                       TO ACT-HISTORY-DATE (ACCOUNT-SLOT, PX)
                   MOVE FUNCTION NUMVAL(BH-BALANCE)
                       TO ACT-HISTORY-BALANCE (ACCOUNT-SLOT, PX)
               END-IF
           END-PERFORM.

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
                           MOVE AAL-ACCOUNT-NUMBER TO ACCOUNT-TO-FIND
                           PERFORM FIND-ACCOUNT
                           IF ACCOUNT-SLOT > 0
                               MOVE AAL-DATE
                                   TO ACT-OPENED-DATE (ACCOUNT-SLOT)
                               IF AAL-DATE (1:7) = REPORT-MONTH
                                   MOVE "Y"
                                       TO ACT-OPENED (ACCOUNT-SLOT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-STATUS-CHANGES.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-AUDIT-FILE
           END-IF
           PERFORM UNTIL END-OF-AUDIT-FILE = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-AUDIT-FILE
                       CLOSE AUDIT-FILE
                   NOT AT END
                       IF AUDIT-INFO (42:4) = " -> "
                           AND AUDIT-INFO (47:11) = " effective "
                           AND AUDIT-INFO (58:7) = REPORT-MONTH
                           PERFORM TAKE-STATUS-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-STATUS-CHANGE.
           MOVE AUDIT-INFO (46:1) TO NEW-STATUS
           IF NEW-STATUS NOT = "C" AND NEW-STATUS NOT = "B"
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-INFO (25:15) TO ACCOUNT-TO-FIND
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF NEW-STATUS = "C"
               MOVE "Y" TO ACT-CLOSED (ACCOUNT-SLOT)
           ELSE
               MOVE "Y" TO ACT-BLOCKED (ACCOUNT-SLOT)
           END-IF.

       AGGREGATE-ACCOUNTS.
           MOVE "A" TO ADD-SOURCE
           MOVE OWN-REG-NUMBER TO FIND-REG
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
               MOVE ACT-TYPE (AX) TO FIND-TYPE
               MOVE ACT-CURRENCY (AX) TO FIND-CURRENCY
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 3
                   PERFORM TAKE-ACCOUNT-CUTOFF
               END-PERFORM
               IF ACT-OPENED (AX) = "Y" OR ACT-CLOSED (AX) = "Y"
                   OR ACT-BLOCKED (AX) = "Y"
                   PERFORM TAKE-ACCOUNT-FLOWS
               END-IF
               IF ACCOUNT-EXISTS (1) = "Y" OR ACCOUNT-EXISTS (2) = "Y"
                   PERFORM TAKE-CUSTOMER-MOVEMENT
               END-IF
           END-PERFORM
           IF MOVER-OVERFLOW = "Y"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": customer movement table full, top movements "
                   REPORT-MONTH " incomplete" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF.

       TAKE-ACCOUNT-CUTOFF.
           MOVE "N" TO ACCOUNT-EXISTS (PX)
           MOVE 0 TO CUTOFF-BALANCE (PX)
           IF ACT-HISTORY-DATE (AX, PX) NOT = SPACES
               MOVE "Y" TO ACCOUNT-EXISTS (PX)
               MOVE ACT-HISTORY-BALANCE (AX, PX) TO CUTOFF-BALANCE (PX)
           ELSE
               IF PX = 1 AND ACT-LATER-HISTORY (AX) = "N"
                   AND ACT-OPENED-DATE (AX) NOT > CUTOFF-DATE (1)
                   MOVE "Y" TO ACCOUNT-EXISTS (PX)
                   MOVE ACT-MASTER-BALANCE (AX) TO CUTOFF-BALANCE (PX)
               END-IF
           END-IF
           IF ACT-STATUS (AX) = "C"
               AND ACT-STATUS-DATE (AX) NOT > CUTOFF-DATE (PX)
               MOVE "N" TO ACCOUNT-EXISTS (PX)
               MOVE 0 TO CUTOFF-BALANCE (PX)
           END-IF
           IF ACCOUNT-EXISTS (PX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-ROW
           IF ROW-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROW-ACCOUNTS (ROW-SLOT, PX)
           IF CUTOFF-BALANCE (PX) < 0
               SUBTRACT CUTOFF-BALANCE (PX)
                   FROM ROW-LENDING (ROW-SLOT, PX)
           ELSE
               ADD CUTOFF-BALANCE (PX) TO ROW-DEPOSITS (ROW-SLOT, PX)
           END-IF.

       TAKE-ACCOUNT-FLOWS.
           PERFORM FIND-OR-ADD-ROW
           IF ROW-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF ACT-OPENED (AX) = "Y"
               ADD 1 TO ROW-OPENED (ROW-SLOT)
           END-IF
           IF ACT-CLOSED (AX) = "Y"
               ADD 1 TO ROW-CLOSED (ROW-SLOT)
           END-IF
           IF ACT-BLOCKED (AX) = "Y"
               ADD 1 TO ROW-BLOCKED (ROW-SLOT)
           END-IF.

       TAKE-CUSTOMER-MOVEMENT.
           COMPUTE CHANGE-AMOUNT = CUTOFF-BALANCE (1)
               - CUTOFF-BALANCE (2)
           IF CHANGE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MOVER-SLOT
           PERFORM VARYING MVX FROM 1 BY 1 UNTIL MVX > MOVER-COUNT
               IF MOV-CUSTOMER-ID (MVX) = ACT-CUSTOMER-ID (AX)
                   AND MOV-CURRENCY (MVX) = ACT-CURRENCY (AX)
                   MOVE MVX TO MOVER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF MOVER-SLOT = 0
               IF MOVER-COUNT >= MOVER-MAX
                   MOVE "Y" TO MOVER-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO MOVER-COUNT
               MOVE MOVER-COUNT TO MOVER-SLOT
               MOVE ACT-CUSTOMER-ID (AX)
                   TO MOV-CUSTOMER-ID (MOVER-SLOT)
               MOVE ACT-CURRENCY (AX) TO MOV-CURRENCY (MOVER-SLOT)
               MOVE 0 TO MOV-PREVIOUS (MOVER-SLOT)
               MOVE 0 TO MOV-CURRENT (MOVER-SLOT)
               MOVE 0 TO MOV-CHANGE (MOVER-SLOT)
               MOVE "N" TO MOV-PICKED (MOVER-SLOT)
           END-IF
           ADD CUTOFF-BALANCE (2) TO MOV-PREVIOUS (MOVER-SLOT)
           ADD CUTOFF-BALANCE (1) TO MOV-CURRENT (MOVER-SLOT)
           ADD CHANGE-AMOUNT TO MOV-CHANGE (MOVER-SLOT).

       FIND-OR-ADD-ROW.
           MOVE 0 TO ROW-SLOT
           COMPUTE INSERT-AT = ROW-COUNT + 1
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ROW-COUNT
               IF ROW-KEY (RX) = FIND-KEY
                   MOVE RX TO ROW-SLOT
                   EXIT PARAGRAPH
               END-IF
               IF ROW-KEY (RX) > FIND-KEY
                   MOVE RX TO INSERT-AT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-COUNT >= ROW-MAX
               IF ROW-OVERFLOW NOT = "Y"
                   STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                       ": product table full, MI pack "
                       REPORT-MONTH " incomplete" DELIMITED BY SIZE
                       INTO EXCEPTION-LOG-INFO
                   END-STRING
                   PERFORM LOG-EXCEPTION
               END-IF
               MOVE "Y" TO ROW-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROW-COUNT
           PERFORM VARYING RX FROM ROW-COUNT BY -1
               UNTIL RX NOT > INSERT-AT
               MOVE ROW-ARRAY (RX - 1) TO ROW-ARRAY (RX)
           END-PERFORM
           MOVE INSERT-AT TO ROW-SLOT
           MOVE FIND-KEY TO ROW-KEY (ROW-SLOT)
           MOVE ADD-SOURCE TO ROW-SOURCE (ROW-SLOT)
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 3
               IF ADD-SOURCE = "A" OR RX = 1
                   MOVE "Y" TO ROW-HAS (ROW-SLOT, RX)
               ELSE
                   MOVE "N" TO ROW-HAS (ROW-SLOT, RX)
               END-IF
               MOVE 0 TO ROW-ACCOUNTS (ROW-SLOT, RX)
               MOVE 0 TO ROW-DEPOSITS (ROW-SLOT, RX)
               MOVE 0 TO ROW-LENDING (ROW-SLOT, RX)
           END-PERFORM
           MOVE 0 TO ROW-OPENED (ROW-SLOT)
           MOVE 0 TO ROW-CLOSED (ROW-SLOT)
           MOVE 0 TO ROW-BLOCKED (ROW-SLOT).

       AGGREGATE-LOANS.
           MOVE "H" TO ADD-SOURCE
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
                           AND LOAN-STATUS NOT = "D"
                           AND LOAN-START-DATE NOT > CUTOFF-DATE (1)
                           PERFORM TAKE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-LOAN.
           IF LOAN-REG-NUMBER = SPACES
               MOVE OWN-REG-NUMBER TO FIND-REG
           ELSE
               MOVE LOAN-REG-NUMBER TO FIND-REG
           END-IF
           MOVE "LOAN" TO FIND-TYPE
           MOVE "DKK" TO FIND-CURRENCY
           PERFORM FIND-OR-ADD-ROW
           IF ROW-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF LOAN-START-DATE (1:7) = REPORT-MONTH
               ADD 1 TO ROW-OPENED (ROW-SLOT)
           END-IF
           IF LOAN-BALANCE = 0
               IF LOAN-LAST-POSTED = REPORT-MONTH
                   ADD 1 TO ROW-CLOSED (ROW-SLOT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF HISTORIC-RUN NOT = "Y"
               ADD 1 TO ROW-ACCOUNTS (ROW-SLOT, 1)
               ADD LOAN-BALANCE TO ROW-LENDING (ROW-SLOT, 1)
           END-IF.

       AGGREGATE-TERM-DEPOSITS.
           MOVE "H" TO ADD-SOURCE
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
                           PERFORM TAKE-TERM-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-TERM-DEPOSIT.
           IF TD-STATUS NOT = "A"
               AND ((TD-STATUS NOT = "M" AND TD-STATUS NOT = "B")
                   OR TD-MATURITY-DATE (1:7) NOT = REPORT-MONTH)
               EXIT PARAGRAPH
           END-IF
           IF TD-REG-NUMBER = SPACES
               MOVE OWN-REG-NUMBER TO FIND-REG
           ELSE
               MOVE TD-REG-NUMBER TO FIND-REG
           END-IF
           MOVE "TERMDEP" TO FIND-TYPE
           MOVE "DKK" TO FIND-CURRENCY
           PERFORM FIND-OR-ADD-ROW
           IF ROW-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF TD-STATUS NOT = "A"
               ADD 1 TO ROW-CLOSED (ROW-SLOT)
               EXIT PARAGRAPH
           END-IF
           IF HISTORIC-RUN NOT = "Y"
               ADD 1 TO ROW-ACCOUNTS (ROW-SLOT, 1)
               ADD TD-PRINCIPAL TO ROW-DEPOSITS (ROW-SLOT, 1)
           END-IF.

       LOAD-PACK-HISTORY.
           OPEN INPUT PACK-HISTORY-FILE
           IF PACK-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PACK-HISTORY
           END-IF
           PERFORM UNTIL END-OF-PACK-HISTORY = "Y"
               READ PACK-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-PACK-HISTORY
                       CLOSE PACK-HISTORY-FILE
                   NOT AT END
                       IF MIH-PERIOD OF PACK-HISTORY-RECORD
                           NOT = SPACES
                           PERFORM ADD-PACK-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           IF REPORT-MONTH < SNAPSHOT-LATEST
               AND SNAPSHOT-HAS-MONTH = "Y"
               MOVE "Y" TO HISTORIC-RUN
           END-IF.

       ADD-PACK-HISTORY.
           IF MIH-PERIOD OF PACK-HISTORY-RECORD > SNAPSHOT-LATEST
               MOVE MIH-PERIOD OF PACK-HISTORY-RECORD
                   TO SNAPSHOT-LATEST
           END-IF
           IF MIH-PERIOD OF PACK-HISTORY-RECORD = REPORT-MONTH
               MOVE "Y" TO SNAPSHOT-HAS-MONTH
           END-IF
           IF SNAPSHOT-COUNT >= SNAPSHOT-MAX
               MOVE "Y" TO SNAPSHOT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SNAPSHOT-COUNT
           MOVE PACK-HISTORY-RECORD TO SNAPSHOT-ARRAY (SNAPSHOT-COUNT).

       APPLY-PACK-HISTORY.
           MOVE "H" TO ADD-SOURCE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SNAPSHOT-COUNT
               EVALUATE MIH-PERIOD OF SNAPSHOT-ARRAY (SX)
                   WHEN REPORT-MONTH
                       IF HISTORIC-RUN = "Y"
                           MOVE 1 TO PX
                       ELSE
                           MOVE 0 TO PX
                       END-IF
                   WHEN PREVIOUS-MONTH
                       MOVE 2 TO PX
                   WHEN YEAR-AGO-MONTH
                       MOVE 3 TO PX
                   WHEN OTHER
                       MOVE 0 TO PX
               END-EVALUATE
               IF PX > 0
                   PERFORM TAKE-PACK-HISTORY
               END-IF
           END-PERFORM.

       TAKE-PACK-HISTORY.
           MOVE MIH-REG-NUMBER OF SNAPSHOT-ARRAY (SX) TO FIND-REG
           MOVE MIH-ACCOUNT-TYPE OF SNAPSHOT-ARRAY (SX) TO FIND-TYPE
           MOVE MIH-CURRENCY OF SNAPSHOT-ARRAY (SX) TO FIND-CURRENCY
           PERFORM FIND-OR-ADD-ROW
           IF ROW-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           IF ROW-SOURCE (ROW-SLOT) NOT = "H"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ROW-HAS (ROW-SLOT, PX)
           MOVE MIH-ACCOUNTS OF SNAPSHOT-ARRAY (SX)
               TO ROW-ACCOUNTS (ROW-SLOT, PX)
           MOVE MIH-DEPOSITS OF SNAPSHOT-ARRAY (SX)
               TO ROW-DEPOSITS (ROW-SLOT, PX)
           MOVE MIH-LENDING OF SNAPSHOT-ARRAY (SX)
               TO ROW-LENDING (ROW-SLOT, PX).

       SAVE-PACK-HISTORY.
           IF SNAPSHOT-OVERFLOW = "Y"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": MIPackHistory.txt exceeds the snapshot table,"
                   " figures for " REPORT-MONTH " not stored"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF REPORT-MONTH < SNAPSHOT-LATEST
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PACK-HISTORY-FILE
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SNAPSHOT-COUNT
               IF MIH-PERIOD OF SNAPSHOT-ARRAY (SX) NOT = REPORT-MONTH
                   MOVE SNAPSHOT-ARRAY (SX) TO PACK-HISTORY-RECORD
                   WRITE PACK-HISTORY-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ROW-COUNT
               IF ROW-SOURCE (RX) = "H"
                   MOVE REPORT-MONTH
                       TO MIH-PERIOD OF PACK-HISTORY-RECORD
                   MOVE ROW-REG (RX)
                       TO MIH-REG-NUMBER OF PACK-HISTORY-RECORD
                   MOVE ROW-TYPE (RX)
                       TO MIH-ACCOUNT-TYPE OF PACK-HISTORY-RECORD
                   MOVE ROW-CURRENCY (RX)
                       TO MIH-CURRENCY OF PACK-HISTORY-RECORD
                   MOVE ROW-ACCOUNTS (RX, 1)
                       TO MIH-ACCOUNTS OF PACK-HISTORY-RECORD
                   MOVE ROW-DEPOSITS (RX, 1)
                       TO MIH-DEPOSITS OF PACK-HISTORY-RECORD
                   MOVE ROW-LENDING (RX, 1)
                       TO MIH-LENDING OF PACK-HISTORY-RECORD
                   WRITE PACK-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE PACK-HISTORY-FILE.

       SELECT-TOP-MOVERS.
           PERFORM UNTIL TOP-COUNT >= TOP-MAX OR TOP-DONE = "Y"
               PERFORM PICK-TOP-MOVER
           END-PERFORM.

       PICK-TOP-MOVER.
           MOVE 0 TO BEST-SLOT
           MOVE 0 TO BEST-ABS
           PERFORM VARYING MVX FROM 1 BY 1 UNTIL MVX > MOVER-COUNT
               IF MOV-PICKED (MVX) = "N"
                   IF MOV-CHANGE (MVX) < 0
                       COMPUTE MOVER-ABS = 0 - MOV-CHANGE (MVX)
                   ELSE
                       MOVE MOV-CHANGE (MVX) TO MOVER-ABS
                   END-IF
                   IF MOVER-ABS > BEST-ABS
                       MOVE MOVER-ABS TO BEST-ABS
                       MOVE MVX TO BEST-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-SLOT = 0
               MOVE "Y" TO TOP-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO MOV-PICKED (BEST-SLOT)
           ADD 1 TO TOP-COUNT
           MOVE MOV-CUSTOMER-ID (BEST-SLOT)
               TO TOP-CUSTOMER-ID (TOP-COUNT)
           MOVE SPACES TO TOP-NAME (TOP-COUNT)
           MOVE MOV-CURRENCY (BEST-SLOT) TO TOP-CURRENCY (TOP-COUNT)
           MOVE MOV-PREVIOUS (BEST-SLOT) TO TOP-PREVIOUS (TOP-COUNT)
           MOVE MOV-CURRENT (BEST-SLOT) TO TOP-CURRENT (TOP-COUNT)
           MOVE MOV-CHANGE (BEST-SLOT) TO TOP-CHANGE (TOP-COUNT).

       LOAD-TOP-MOVER-NAMES.
           IF TOP-COUNT = 0
               EXIT PARAGRAPH
           END-IF
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
                       PERFORM VARYING TX FROM 1 BY 1
                           UNTIL TX > TOP-COUNT
                           IF TOP-CUSTOMER-ID (TX) =
                               CUSTOMER-ID OF CUSTOMER-RECORD
                               AND TOP-NAME (TX) = SPACES
                               STRING FUNCTION TRIM(FIRSTNAME) " "
                                   FUNCTION TRIM(LASTNAME)
                                   DELIMITED BY SIZE
                                   INTO TOP-NAME (TX)
                               END-STRING
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO PACK-REPORT-INFO
           STRING "Month-end management information pack "
               REPORT-MONTH "   bank reg " OWN-REG-NUMBER
               DELIMITED BY SIZE
               INTO PACK-REPORT-INFO
           END-STRING
           WRITE PACK-REPORT-RECORD
           MOVE SPACES TO PACK-REPORT-INFO
           STRING "Month-end " CUTOFF-DATE (1)
               "   previous month-end " CUTOFF-DATE (2)
               "   same month-end last year " CUTOFF-DATE (3)
               DELIMITED BY SIZE
               INTO PACK-REPORT-INFO
           END-STRING
           WRITE PACK-REPORT-RECORD
           MOVE SPACES TO PACK-REPORT-INFO
           WRITE PACK-REPORT-RECORD.

       WRITE-VOLUME-SECTION.
           MOVE "Volumes at month-end by bank, product and currency:"
               TO PACK-REPORT-INFO
           WRITE PACK-REPORT-RECORD
           MOVE VOLUME-HEADING TO PACK-REPORT-INFO
           WRITE PACK-REPORT-RECORD
           IF ROW-COUNT = 0
               MOVE "  none" TO PACK-REPORT-INFO
               WRITE PACK-REPORT-RECORD
               MOVE SPACES TO PACK-REPORT-INFO
               WRITE PACK-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ROW-COUNT
               MOVE ROW-REG (RX) TO VL-REG
               MOVE ROW-TYPE (RX) TO VL-TYPE
               MOVE ROW-CURRENCY (RX) TO VL-CURRENCY
               MOVE ROW-ACCOUNTS (RX, 1) TO VL-ACCOUNTS
               MOVE ROW-DEPOSITS (RX, 1) TO VL-DEPOSITS
               MOVE ROW-LENDING (RX, 1) TO VL-LENDING
               COMPUTE NET-BALANCE = ROW-DEPOSITS (RX, 1)
                   - ROW-LENDING (RX, 1)
               PERFORM COMPUTE-AVERAGE-BALANCE
               MOVE ROW-OPENED (RX) TO VL-OPENED
               MOVE ROW-CLOSED (RX) TO VL-CLOSED
               MOVE ROW-BLOCKED (RX) TO VL-BLOCKED
               MOVE VOLUME-LINE TO PACK-REPORT-INFO
               WRITE PACK-REPORT-RECORD
           END-PERFORM

           MOVE 0 TO TOTAL-COUNT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ROW-COUNT
               PERFORM ADD-CURRENCY-TOTAL
           END-PERFORM
           MOVE SPACES TO PACK-REPORT-INFO
           WRITE PACK-REPORT-RECORD
           PERFORM VARYING TTX FROM 1 BY 1 UNTIL TTX > TOTAL-COUNT
               MOVE "Total" TO VL-REG
               MOVE SPACES TO VL-TYPE
               MOVE TOT-CURRENCY (TTX) TO VL-CURRENCY
               MOVE TOT-ACCOUNTS (TTX) TO VL-ACCOUNTS
               MOVE TOT-DEPOSITS (TTX) TO VL-DEPOSITS
               MOVE TOT-LENDING (TTX) TO VL-LENDING
               COMPUTE NET-BALANCE = TOT-DEPOSITS (TTX)
                   - TOT-LENDING (TTX)
               IF TOT-ACCOUNTS (TTX) > 0
                   COMPUTE AVERAGE-BALANCE ROUNDED =
                       NET-BALANCE / TOT-ACCOUNTS (TTX)
               ELSE
                   MOVE 0 TO AVERAGE-BALANCE
               END-IF
               MOVE AVERAGE-BALANCE TO VL-AVERAGE
               MOVE TOT-OPENED (TTX) TO VL-OPENED
               MOVE TOT-CLOSED (TTX) TO VL-CLOSED
               MOVE TOT-BLOCKED (TTX) TO VL-BLOCKED
               MOVE VOLUME-LINE TO PACK-REPORT-INFO
               WRITE PACK-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO PACK-REPORT-INFO
           WRITE PACK-REPORT-RECORD.

       COMPUTE-AVERAGE-BALANCE.
           IF ROW-ACCOUNTS (RX, 1) > 0
               COMPUTE AVERAGE-BALANCE ROUNDED =
                   NET-BALANCE / ROW-ACCOUNTS (RX, 1)
           ELSE
               MOVE 0 TO AVERAGE-BALANCE
           END-IF
           MOVE AVERAGE-BALANCE TO VL-AVERAGE.

       ADD-CURRENCY-TOTAL.
           MOVE 0 TO TOTAL-SLOT
           PERFORM VARYING TTX FROM 1 BY 1 UNTIL TTX > TOTAL-COUNT
               IF TOT-CURRENCY (TTX) = ROW-CURRENCY (RX)
                   MOVE TTX TO TOTAL-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TOTAL-SLOT = 0
               IF TOTAL-COUNT >= TOTAL-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-COUNT
               MOVE TOTAL-COUNT TO TOTAL-SLOT
               MOVE ROW-CURRENCY (RX) TO TOT-CURRENCY (TOTAL-SLOT)
               MOVE 0 TO TOT-ACCOUNTS (TOTAL-SLOT)
               MOVE 0 TO TOT-DEPOSITS (TOTAL-SLOT)
               MOVE 0 TO TOT-LENDING (TOTAL-SLOT)
               MOVE 0 TO TOT-OPENED (TOTAL-SLOT)
               MOVE 0 TO TOT-CLOSED (TOTAL-SLOT)
               MOVE 0 TO TOT-BLOCKED (TOTAL-SLOT)
           END-IF
           ADD ROW-ACCOUNTS (RX, 1) TO TOT-ACCOUNTS (TOTAL-SLOT)
           ADD ROW-DEPOSITS (RX, 1) TO TOT-DEPOSITS (TOTAL-SLOT)
           ADD ROW-LENDING (RX, 1) TO TOT-LENDING (TOTAL-SLOT)
           ADD ROW-OPENED (RX) TO TOT-OPENED (TOTAL-SLOT)
           ADD ROW-CLOSED (RX) TO TOT-CLOSED (TOTAL-SLOT)
           ADD ROW-BLOCKED (RX) TO TOT-BLOCKED (TOTAL-SLOT).

       WRITE-CHANGE-SECTION.
           MOVE SPACES TO PACK-REPORT-INFO
           STRING "Change against previous month-end "
               PREVIOUS-MONTH " and same month-end last year "
               YEAR-AGO-MONTH ":"
               DELIMITED BY SIZE
               INTO PACK-REPORT-INFO
           END-STRING
           WRITE PACK-REPORT-RECORD
           MOVE CHANGE-HEADING TO PACK-REPORT-INFO
           WRITE PACK-REPORT-RECORD
           IF ROW-COUNT = 0
               MOVE "  none" TO PACK-REPORT-INFO
               WRITE PACK-REPORT-RECORD
           END-IF
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ROW-COUNT
               MOVE ROW-REG (RX) TO CL-REG
               MOVE ROW-TYPE (RX) TO CL-TYPE
               MOVE ROW-CURRENCY (RX) TO CL-CURRENCY
               MOVE 2 TO PERIOD-TO-SHOW
               PERFORM FORMAT-DEPOSIT-CHANGE
               MOVE CHANGE-TEXT TO CL-DEPOSITS-MOM
               PERFORM FORMAT-LENDING-CHANGE
               MOVE CHANGE-TEXT TO CL-LENDING-MOM
               MOVE 3 TO PERIOD-TO-SHOW
               PERFORM FORMAT-DEPOSIT-CHANGE
               MOVE CHANGE-TEXT TO CL-DEPOSITS-YOY
               PERFORM FORMAT-LENDING-CHANGE
               MOVE CHANGE-TEXT TO CL-LENDING-YOY
               MOVE CHANGE-LINE TO PACK-REPORT-INFO
               WRITE PACK-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO PACK-REPORT-INFO
           WRITE PACK-REPORT-RECORD.

       FORMAT-DEPOSIT-CHANGE.
           MOVE SPACES TO CHANGE-TEXT
           IF ROW-HAS (RX, PERIOD-TO-SHOW) NOT = "Y"
               MOVE "n/a" TO CHANGE-TEXT (21:3)
               EXIT PARAGRAPH
           END-IF
           COMPUTE CHANGE-AMOUNT = ROW-DEPOSITS (RX, 1)
               - ROW-DEPOSITS (RX, PERIOD-TO-SHOW)
           MOVE CHANGE-AMOUNT TO CHANGE-EDIT
           MOVE CHANGE-EDIT TO CHANGE-TEXT.

       FORMAT-LENDING-CHANGE.
           MOVE SPACES TO CHANGE-TEXT
           IF ROW-HAS (RX, PERIOD-TO-SHOW) NOT = "Y"
               MOVE "n/a" TO CHANGE-TEXT (21:3)
               EXIT PARAGRAPH
           END-IF
           COMPUTE CHANGE-AMOUNT = ROW-LENDING (RX, 1)
               - ROW-LENDING (RX, PERIOD-TO-SHOW)
           MOVE CHANGE-AMOUNT TO CHANGE-EDIT
           MOVE CHANGE-EDIT TO CHANGE-TEXT.

       WRITE-TOP-MOVER-SECTION.
           MOVE SPACES TO PACK-REPORT-INFO
           STRING "Top movements by customer since previous"
               " month-end:"
               DELIMITED BY SIZE
               INTO PACK-REPORT-INFO
           END-STRING
           WRITE PACK-REPORT-RECORD
           MOVE TOP-HEADING TO PACK-REPORT-INFO
           WRITE PACK-REPORT-RECORD
           IF TOP-COUNT = 0
               MOVE "  none" TO PACK-REPORT-INFO
               WRITE PACK-REPORT-RECORD
           END-IF
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TOP-COUNT
               MOVE TX TO TL-RANK
               MOVE TOP-CUSTOMER-ID (TX) TO TL-CUSTOMER
               MOVE TOP-NAME (TX) TO TL-NAME
               MOVE TOP-CURRENCY (TX) TO TL-CURRENCY
               MOVE TOP-PREVIOUS (TX) TO TL-PREVIOUS
               MOVE TOP-CURRENT (TX) TO TL-CURRENT
               MOVE TOP-CHANGE (TX) TO TL-CHANGE
               MOVE TOP-LINE TO PACK-REPORT-INFO
               WRITE PACK-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO PACK-REPORT-INFO
           WRITE PACK-REPORT-RECORD
           STRING "Loan and term deposit comparatives are taken from"
               " the figures stored by earlier packs; n/a where"
               " none was stored."
               DELIMITED BY SIZE
               INTO PACK-REPORT-INFO
           END-STRING
           WRITE PACK-REPORT-RECORD.

       WRITE-FINANCE-FILE.
           OPEN OUTPUT FINANCE-FILE
           MOVE SPACES TO FINANCE-INFO
           STRING "PERIOD;BANK;ACCOUNT-TYPE;CURRENCY;ACCOUNTS;"
               "DEPOSITS;LENDING;AVERAGE-BALANCE;DEPOSITS-MOM;"
               "LENDING-MOM;DEPOSITS-YOY;LENDING-YOY;OPENED;"
               "CLOSED;BLOCKED"
               DELIMITED BY SIZE
               INTO FINANCE-INFO
           END-STRING
           WRITE FINANCE-RECORD
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > ROW-COUNT
               PERFORM WRITE-FINANCE-LINE
           END-PERFORM
           CLOSE FINANCE-FILE.

       WRITE-FINANCE-LINE.
           MOVE SPACES TO FIN-FIELD-TABLE
           MOVE ROW-ACCOUNTS (RX, 1) TO FIN-COUNT-EDIT
           MOVE FIN-COUNT-EDIT TO FIN-FIELD (1)
           MOVE ROW-DEPOSITS (RX, 1) TO FIN-AMOUNT-EDIT
           MOVE FIN-AMOUNT-EDIT TO FIN-FIELD (2)
           MOVE ROW-LENDING (RX, 1) TO FIN-AMOUNT-EDIT
           MOVE FIN-AMOUNT-EDIT TO FIN-FIELD (3)
           COMPUTE NET-BALANCE = ROW-DEPOSITS (RX, 1)
               - ROW-LENDING (RX, 1)
           PERFORM COMPUTE-AVERAGE-BALANCE
           MOVE AVERAGE-BALANCE TO FIN-AMOUNT-EDIT
           MOVE FIN-AMOUNT-EDIT TO FIN-FIELD (4)
           PERFORM VARYING PX FROM 2 BY 1 UNTIL PX > 3
               IF ROW-HAS (RX, PX) = "Y"
                   COMPUTE CHANGE-AMOUNT = ROW-DEPOSITS (RX, 1)
                       - ROW-DEPOSITS (RX, PX)
                   MOVE CHANGE-AMOUNT TO FIN-AMOUNT-EDIT
                   COMPUTE FX = PX * 2 + 1
                   MOVE FIN-AMOUNT-EDIT TO FIN-FIELD (FX)
                   COMPUTE CHANGE-AMOUNT = ROW-LENDING (RX, 1)
                       - ROW-LENDING (RX, PX)
                   MOVE CHANGE-AMOUNT TO FIN-AMOUNT-EDIT
                   ADD 1 TO FX
                   MOVE FIN-AMOUNT-EDIT TO FIN-FIELD (FX)
               END-IF
           END-PERFORM
           MOVE ROW-OPENED (RX) TO FIN-COUNT-EDIT
           MOVE FIN-COUNT-EDIT TO FIN-FIELD (9)
           MOVE ROW-CLOSED (RX) TO FIN-COUNT-EDIT
           MOVE FIN-COUNT-EDIT TO FIN-FIELD (10)
           MOVE ROW-BLOCKED (RX) TO FIN-COUNT-EDIT
           MOVE FIN-COUNT-EDIT TO FIN-FIELD (11)

           MOVE SPACES TO FINANCE-INFO
           MOVE 1 TO FIN-POINTER
           STRING REPORT-MONTH ";"
               FUNCTION TRIM(ROW-REG (RX)) ";"
               FUNCTION TRIM(ROW-TYPE (RX)) ";"
               FUNCTION TRIM(ROW-CURRENCY (RX))
               DELIMITED BY SIZE
               INTO FINANCE-INFO
               WITH POINTER FIN-POINTER
           END-STRING
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 11
               IF FIN-FIELD (FX) = SPACES
                   STRING ";" DELIMITED BY SIZE
                       INTO FINANCE-INFO
                       WITH POINTER FIN-POINTER
                   END-STRING
               ELSE
                   STRING ";" FUNCTION TRIM(FIN-FIELD (FX))
                       DELIMITED BY SIZE
                       INTO FINANCE-INFO
                       WITH POINTER FIN-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           WRITE FINANCE-RECORD.
