       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE81.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-CONFIG-FILE
               ASSIGN TO "ClearingReturnConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-CONFIG-STATUS.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT BANK-FILE ASSIGN TO "Banks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT BANK-CALENDAR-FILE ASSIGN TO "BankCalendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-CALENDAR-STATUS.
           SELECT CLEARING-REJECT-FILE
               ASSIGN TO "ClearingRejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-REJECT-STATUS.
           SELECT RETURN-REGISTER-FILE
               ASSIGN TO "ClearingReturnRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-REGISTER-STATUS.
           SELECT SENT-ITEM-FILE ASSIGN USING SENT-ITEM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENT-ITEM-STATUS.
           SELECT RETURN-ITEM-FILE ASSIGN TO "ClearingReturns.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-REPORT-FILE
               ASSIGN TO "ClearingReturnReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-CONFIG-FILE.
       01 RETURN-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD BANK-FILE.
       01 BANK-RECORD.
           COPY "BANKINFO.cpy".

       FD BANK-CALENDAR-FILE.
       01 BANK-CALENDAR-RECORD.
           02 BANK-CALENDAR-DATE PIC X(10).

       FD CLEARING-REJECT-FILE.
       01 CLEARING-REJECT-RECORD.
           02 REJ-REASON PIC X(03).
           02 FILLER PIC X(01).
           02 REJ-ITEM-IMAGE PIC X(153).
           02 FILLER PIC X(13).

       FD RETURN-REGISTER-FILE.
       01 RETURN-REGISTER-RECORD.
           COPY "CLEARINGRETURN.cpy".

       FD SENT-ITEM-FILE.
       01 SENT-ITEM-RECORD.
           COPY "CLEARING.cpy".

       FD RETURN-ITEM-FILE.
       01 RETURN-ITEM-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD RETURN-REPORT-FILE.
       01 RETURN-REPORT-RECORD.
           02 RETURN-REPORT-INFO PIC X(150).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-BANK-FILE PIC X VALUE "N".
       01 END-OF-CALENDAR-FILE PIC X VALUE "N".
       01 END-OF-REJECT-FILE PIC X VALUE "N".
       01 END-OF-REGISTER-FILE PIC X VALUE "N".
       01 END-OF-SENT-FILE PIC X VALUE "N".
       01 RETURN-CONFIG-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 BANK-FILE-STATUS PIC XX.
       01 BANK-CALENDAR-STATUS PIC XX.
       01 CLEARING-REJECT-STATUS PIC XX.
       01 RETURN-REGISTER-STATUS PIC XX.
       01 SENT-ITEM-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave81".
       01 CONFIG-KEY PIC X(20) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 RETURN-DAYS PIC 9(2) VALUE 2.
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 BANK-COUNT PIC 9(3) VALUE 0.
       01 BANK-ARRAY OCCURS 100 TIMES.
           COPY "BANKINFO.cpy".
       01 BX PIC 9(3) VALUE 0.
       01 BANK-KNOWN PIC X VALUE "N".
       01 HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 HOLIDAY-ARRAY
           OCCURS 1 TO 200 TIMES
           DEPENDING ON HOLIDAY-COUNT.
           02 HOLIDAY-DATE PIC X(10).
       01 HOLIDAY-INDEX PIC 9(3) VALUE 0.
       01 REJECT-ITEM.
           COPY "CLEARING.cpy".
       01 RETURN-COUNT PIC 9(4) VALUE 0.
       01 RETURN-MAX PIC 9(4) VALUE 5000.
       01 RETURN-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON RETURN-COUNT.
           COPY "CLEARINGRETURN.cpy".
       01 RX PIC 9(4) VALUE 0.
       01 ALREADY-TRACKED PIC X VALUE "N".
       01 MANUAL-REASON PIC X(40) VALUE SPACES.
       01 SENT-ITEM-FILE-NAME PIC X(40) VALUE SPACES.
       01 SENT-KIND PIC X(01) VALUE SPACE.
       01 SENT-KEY-COUNT PIC 9(6) VALUE 0.
       01 SENT-KEY-MAX PIC 9(6) VALUE 100000.
       01 SENT-KEY-ARRAY
           OCCURS 1 TO 100000 TIMES
           DEPENDING ON SENT-KEY-COUNT.
           02 SENT-KEY PIC X(41).
           02 SENT-KEY-KIND PIC X(01).
       01 SKX PIC 9(6) VALUE 0.
       01 RETURN-KEY.
           02 RETURN-KEY-REG PIC X(04).
           02 RETURN-KEY-ACCOUNT PIC X(15).
           02 RETURN-KEY-DATE PIC X(08).
           02 RETURN-KEY-SIGN PIC X(01).
           02 RETURN-KEY-AMOUNT PIC 9(13).
       01 RETURN-KEY-FOUND PIC X(01) VALUE SPACE.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 DUE-DATE-BUILD.
           02 DUE-YEAR PIC 9(4).
           02 DUE-DASH-1 PIC X.
           02 DUE-MONTH PIC 9(2).
           02 DUE-DASH-2 PIC X.
           02 DUE-DAY PIC 9(2).
       01 DUE-DATE-INTEGER PIC S9(9) VALUE 0.
       01 DUE-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 DUE-IS-BUSINESS PIC X VALUE "N".
       01 DUE-DAY-OF-WEEK PIC 9(1) VALUE 0.
       01 CLEARING-MONTH PIC 9(2) VALUE 0.
       01 CLEARING-DAY PIC 9(2) VALUE 0.
       01 RETURN-AMOUNT PIC S9(11)V99 VALUE ZEROS.
       01 RETURN-AMOUNT-TEXT PIC -(10)9.99.
       01 AMOUNT-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 NEW-COUNT PIC 9(6) VALUE 0.
       01 REPEAT-COUNT PIC 9(6) VALUE 0.
       01 QUEUED-COUNT PIC 9(6) VALUE 0.
       01 TRANSMITTED-COUNT PIC 9(6) VALUE 0.
       01 SETTLED-COUNT PIC 9(6) VALUE 0.
       01 MANUAL-COUNT PIC 9(6) VALUE 0.
       01 OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 OPEN-COUNT PIC 9(6) VALUE 0.
       01 COUNT-STRING PIC ZZZZZ9.
       01 STATUS-TEXT PIC X(11) VALUE SPACES.
       01 OVERDUE-TEXT PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING

           PERFORM LOAD-RETURN-CONFIG
           PERFORM LOAD-OWN-REG-NUMBER
           PERFORM LOAD-BANKS
           PERFORM LOAD-BANK-CALENDAR
           PERFORM LOAD-RETURN-REGISTER
           MOVE "OutboundClearingItems.txt" TO SENT-ITEM-FILE-NAME
           MOVE "T" TO SENT-KIND
           PERFORM LOAD-SENT-KEYS
           MOVE "OutboundClearingSettled.txt" TO SENT-ITEM-FILE-NAME
           MOVE "S" TO SENT-KIND
           PERFORM LOAD-SENT-KEYS

           PERFORM UPDATE-RETURN-STATUSES
           PERFORM TAKE-NEW-REJECTS
           PERFORM WRITE-RETURN-ITEMS
           PERFORM CHECK-DEADLINES
           PERFORM REWRITE-RETURN-REGISTER
           PERFORM WRITE-RETURN-REPORT

           MOVE NEW-COUNT TO COUNT-STRING
           DISPLAY "Clearing returns, new rejects tracked: "
               COUNT-STRING
           MOVE QUEUED-COUNT TO COUNT-STRING
           DISPLAY "Returns queued for outbound clearing: "
               COUNT-STRING
           MOVE SETTLED-COUNT TO COUNT-STRING
           DISPLAY "Returns settled this run: " COUNT-STRING
           MOVE MANUAL-COUNT TO COUNT-STRING
           DISPLAY "Items needing manual return: " COUNT-STRING
           MOVE OVERDUE-COUNT TO COUNT-STRING
           DISPLAY "Items past the return deadline: " COUNT-STRING
           IF OVERDUE-COUNT > 0 OR MANUAL-COUNT > 0
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

       LOAD-RETURN-CONFIG.
           OPEN INPUT RETURN-CONFIG-FILE
           IF RETURN-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ RETURN-CONFIG-FILE INTO RETURN-CONFIG-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE RETURN-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM.

       PARSE-CONFIG.
           MOVE SPACES TO CONFIG-KEY
           MOVE SPACES TO CONFIG-VALUE
           UNSTRING CONFIG-LINE
               DELIMITED BY "="
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           EVALUATE CONFIG-KEY
               WHEN "RETURN-DAYS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO RETURN-DAYS
           END-EVALUATE.

       LOAD-OWN-REG-NUMBER.
           OPEN INPUT OWN-REG-FILE
           IF OWN-REG-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open OwnRegNumber.txt"
                   " (status " DELIMITED BY SIZE
                   OWN-REG-STATUS DELIMITED BY SIZE
                   "), no clearing returns generated"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ OWN-REG-FILE INTO OWN-REG-RECORD
               NOT AT END
                   MOVE OWN-REG-LINE TO OWN-REG-NUMBER
           END-READ
           CLOSE OWN-REG-FILE.

       LOAD-BANKS.
           OPEN INPUT BANK-FILE
           IF BANK-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open Banks.txt"
                   " (status " DELIMITED BY SIZE
                   BANK-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-BANK-FILE = "Y"
               READ BANK-FILE INTO BANK-RECORD
                   AT END
                       MOVE "Y" TO END-OF-BANK-FILE
                   NOT AT END
                       IF BANK-COUNT < 100
                           ADD 1 TO BANK-COUNT
                           MOVE BANK-RECORD TO BANK-ARRAY (BANK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-FILE.

       LOAD-BANK-CALENDAR.
           OPEN INPUT BANK-CALENDAR-FILE
           IF BANK-CALENDAR-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CALENDAR-FILE
           END-IF
           PERFORM UNTIL END-OF-CALENDAR-FILE = "Y"
               READ BANK-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO END-OF-CALENDAR-FILE
                       CLOSE BANK-CALENDAR-FILE
                   NOT AT END
                       IF HOLIDAY-COUNT < 200
                           AND BANK-CALENDAR-DATE NOT = SPACES
                           ADD 1 TO HOLIDAY-COUNT
                           MOVE BANK-CALENDAR-DATE
                               TO HOLIDAY-DATE (HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-RETURN-REGISTER.
           OPEN INPUT RETURN-REGISTER-FILE
           IF RETURN-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REGISTER-FILE
           END-IF
           PERFORM UNTIL END-OF-REGISTER-FILE = "Y"
               READ RETURN-REGISTER-FILE INTO RETURN-REGISTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-REGISTER-FILE
                       CLOSE RETURN-REGISTER-FILE
                   NOT AT END
                       IF RETURN-COUNT < RETURN-MAX
                           ADD 1 TO RETURN-COUNT
                           MOVE RETURN-REGISTER-RECORD
                               TO RETURN-ARRAY (RETURN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-SENT-KEYS.
           MOVE "N" TO END-OF-SENT-FILE
           OPEN INPUT SENT-ITEM-FILE
           IF SENT-ITEM-STATUS NOT = "00"
               MOVE "Y" TO END-OF-SENT-FILE
           END-IF
           PERFORM UNTIL END-OF-SENT-FILE = "Y"
               READ SENT-ITEM-FILE INTO SENT-ITEM-RECORD
                   AT END
                       MOVE "Y" TO END-OF-SENT-FILE
                       CLOSE SENT-ITEM-FILE
                   NOT AT END
                       IF SENT-KEY-COUNT < SENT-KEY-MAX
                           AND CLR-TYPE-CODE OF SENT-ITEM-RECORD
                               = "070"
                           ADD 1 TO SENT-KEY-COUNT
                           MOVE SPACES
                               TO SENT-KEY (SENT-KEY-COUNT)
                           STRING CLR-REG-NUMBER OF SENT-ITEM-RECORD
                               CLR-ACCOUNT-ID OF SENT-ITEM-RECORD
                               CLR-DATE OF SENT-ITEM-RECORD
                               CLR-SIGN OF SENT-ITEM-RECORD
                               CLR-AMOUNT OF SENT-ITEM-RECORD
                               DELIMITED BY SIZE
                               INTO SENT-KEY (SENT-KEY-COUNT)
                           END-STRING
                           MOVE SENT-KIND
                               TO SENT-KEY-KIND (SENT-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       UPDATE-RETURN-STATUSES.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RETURN-COUNT
               IF CR-STATUS OF RETURN-ARRAY (RX) = "Q"
                   OR CR-STATUS OF RETURN-ARRAY (RX) = "T"
                   PERFORM BUILD-RETURN-KEY
                   IF RETURN-KEY-FOUND = "S"
                       MOVE "S" TO CR-STATUS OF RETURN-ARRAY (RX)
                       ADD 1 TO SETTLED-COUNT
                   END-IF
                   IF RETURN-KEY-FOUND = "T"
                       AND CR-STATUS OF RETURN-ARRAY (RX) = "Q"
                       MOVE "T" TO CR-STATUS OF RETURN-ARRAY (RX)
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-RETURN-KEY.
           MOVE SPACES TO RETURN-KEY
           MOVE CLR-REG-NUMBER OF RETURN-ARRAY (RX) TO RETURN-KEY-REG
           MOVE CLR-ACCOUNT-ID OF RETURN-ARRAY (RX)
               TO RETURN-KEY-ACCOUNT
           STRING CR-RETURN-DATE OF RETURN-ARRAY (RX) (1:4)
               CR-RETURN-DATE OF RETURN-ARRAY (RX) (6:2)
               CR-RETURN-DATE OF RETURN-ARRAY (RX) (9:2)
               DELIMITED BY SIZE
               INTO RETURN-KEY-DATE
           END-STRING
           IF CLR-SIGN OF RETURN-ARRAY (RX) = "D"
               MOVE "C" TO RETURN-KEY-SIGN
           ELSE
               MOVE "D" TO RETURN-KEY-SIGN
           END-IF
           MOVE FUNCTION NUMVAL(CLR-AMOUNT OF RETURN-ARRAY (RX))
               TO RETURN-KEY-AMOUNT
           MOVE SPACE TO RETURN-KEY-FOUND
           PERFORM VARYING SKX FROM 1 BY 1
               UNTIL SKX > SENT-KEY-COUNT
               IF SENT-KEY (SKX) = RETURN-KEY
                   MOVE SENT-KEY-KIND (SKX) TO RETURN-KEY-FOUND
                   IF RETURN-KEY-FOUND = "S"
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-NEW-REJECTS.
           OPEN INPUT CLEARING-REJECT-FILE
           IF CLEARING-REJECT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REJECT-FILE = "Y"
               READ CLEARING-REJECT-FILE
                   AT END
                       MOVE "Y" TO END-OF-REJECT-FILE
                   NOT AT END
                       PERFORM NOTE-REJECT
               END-READ
           END-PERFORM
           CLOSE CLEARING-REJECT-FILE.

       NOTE-REJECT.
           MOVE REJ-ITEM-IMAGE TO REJECT-ITEM
           MOVE "N" TO ALREADY-TRACKED
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RETURN-COUNT
               IF CR-REJECT-REASON OF RETURN-ARRAY (RX) = REJ-REASON
                   AND RETURN-ARRAY (RX) (35:153) = REJ-ITEM-IMAGE
                   MOVE "Y" TO ALREADY-TRACKED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ALREADY-TRACKED = "Y"
               ADD 1 TO REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF RETURN-COUNT >= RETURN-MAX
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": return register full, reject for reg "
                   CLR-REG-NUMBER OF REJECT-ITEM
                   " account " CLR-ACCOUNT-ID OF REJECT-ITEM
                   " not tracked" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NEW-COUNT
           ADD 1 TO RETURN-COUNT
           MOVE RETURN-COUNT TO RX
           MOVE SPACES TO RETURN-ARRAY (RX)
           MOVE REJ-REASON TO CR-REJECT-REASON OF RETURN-ARRAY (RX)
           MOVE REJ-ITEM-IMAGE TO RETURN-ARRAY (RX) (35:153)
           PERFORM SET-RECEIVED-DATE
           PERFORM FIND-DEADLINE-DATE
           PERFORM CLASSIFY-REJECT
           IF MANUAL-REASON = SPACES
               MOVE "Q" TO CR-STATUS OF RETURN-ARRAY (RX)
               MOVE RUN-DATE TO CR-RETURN-DATE OF RETURN-ARRAY (RX)
           ELSE
               MOVE "M" TO CR-STATUS OF RETURN-ARRAY (RX)
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": clearing reject " REJ-REASON " from reg "
                   CLR-REG-NUMBER OF REJECT-ITEM
                   " account " CLR-ACCOUNT-ID OF REJECT-ITEM
                   " needs manual return, "
                   MANUAL-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF.

       CLASSIFY-REJECT.
           MOVE SPACES TO MANUAL-REASON
           IF CLR-AMOUNT OF REJECT-ITEM NOT NUMERIC
               MOVE "amount not readable" TO MANUAL-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(CLR-AMOUNT OF REJECT-ITEM) = 0
               MOVE "zero amount" TO MANUAL-REASON
               EXIT PARAGRAPH
           END-IF
           IF CLR-TYPE-CODE OF REJECT-ITEM = "070"
               MOVE "item is itself a return" TO MANUAL-REASON
               EXIT PARAGRAPH
           END-IF
           IF CLR-REG-NUMBER OF REJECT-ITEM = OWN-REG-NUMBER
               MOVE "sending reg is our own" TO MANUAL-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BANK-KNOWN
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BANK-COUNT
               IF REG-NUMBER OF BANK-ARRAY (BX) =
                   CLR-REG-NUMBER OF REJECT-ITEM
                   MOVE "Y" TO BANK-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BANK-KNOWN NOT = "Y"
               MOVE "sending reg not in Banks.txt" TO MANUAL-REASON
           END-IF.

       SET-RECEIVED-DATE.
           MOVE RUN-DATE TO CR-RECEIVED-DATE OF RETURN-ARRAY (RX)
           IF CLR-DATE OF REJECT-ITEM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CLR-DATE OF REJECT-ITEM (5:2) TO CLEARING-MONTH
           MOVE CLR-DATE OF REJECT-ITEM (7:2) TO CLEARING-DAY
           IF CLEARING-MONTH < 1 OR CLEARING-MONTH > 12
               OR CLEARING-DAY < 1 OR CLEARING-DAY > 31
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CR-RECEIVED-DATE OF RETURN-ARRAY (RX)
           STRING CLR-DATE OF REJECT-ITEM (1:4) "-"
               CLR-DATE OF REJECT-ITEM (5:2) "-"
               CLR-DATE OF REJECT-ITEM (7:2) DELIMITED BY SIZE
               INTO CR-RECEIVED-DATE OF RETURN-ARRAY (RX)
           END-STRING
           IF CR-RECEIVED-DATE OF RETURN-ARRAY (RX) > RUN-DATE
               MOVE RUN-DATE TO CR-RECEIVED-DATE OF RETURN-ARRAY (RX)
           END-IF.

       FIND-DEADLINE-DATE.
           MOVE FUNCTION NUMVAL(CR-RECEIVED-DATE OF RETURN-ARRAY (RX)
               (1:4)) TO DUE-YEAR
           MOVE FUNCTION NUMVAL(CR-RECEIVED-DATE OF RETURN-ARRAY (RX)
               (6:2)) TO DUE-MONTH
           MOVE FUNCTION NUMVAL(CR-RECEIVED-DATE OF RETURN-ARRAY (RX)
               (9:2)) TO DUE-DAY
           COMPUTE DUE-DATE-NUMERIC =
               DUE-YEAR * 10000 + DUE-MONTH * 100 + DUE-DAY
           COMPUTE DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DUE-DATE-NUMERIC)
           IF DUE-DATE-INTEGER = 0
               MOVE RUN-DATE TO CR-RECEIVED-DATE OF RETURN-ARRAY (RX)
               MOVE FUNCTION NUMVAL(RUN-TIMESTAMP (1:8))
                   TO DUE-DATE-NUMERIC
               COMPUTE DUE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DUE-DATE-NUMERIC)
           END-IF
           PERFORM FIND-NEXT-BUSINESS-DAY RETURN-DAYS TIMES
           PERFORM REBUILD-DUE-DATE
           MOVE DUE-DATE-BUILD TO CR-DEADLINE-DATE OF RETURN-ARRAY (RX).

       FIND-NEXT-BUSINESS-DAY.
           MOVE "N" TO DUE-IS-BUSINESS
           PERFORM UNTIL DUE-IS-BUSINESS = "Y"
               ADD 1 TO DUE-DATE-INTEGER
               PERFORM REBUILD-DUE-DATE
               MOVE "Y" TO DUE-IS-BUSINESS
               COMPUTE DUE-DAY-OF-WEEK =
                   FUNCTION MOD(DUE-DATE-INTEGER - 1, 7) + 1
               IF DUE-DAY-OF-WEEK > 5
                   MOVE "N" TO DUE-IS-BUSINESS
               ELSE
                   PERFORM VARYING HOLIDAY-INDEX FROM 1 BY 1
                       UNTIL HOLIDAY-INDEX > HOLIDAY-COUNT
                       IF HOLIDAY-DATE (HOLIDAY-INDEX) = DUE-DATE-BUILD
                           MOVE "N" TO DUE-IS-BUSINESS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       REBUILD-DUE-DATE.
           COMPUTE DUE-DATE-NUMERIC =
               FUNCTION DATE-OF-INTEGER(DUE-DATE-INTEGER)
           COMPUTE DUE-YEAR = DUE-DATE-NUMERIC / 10000
           COMPUTE DUE-MONTH =
               FUNCTION MOD(DUE-DATE-NUMERIC / 100, 100)
           COMPUTE DUE-DAY = FUNCTION MOD(DUE-DATE-NUMERIC, 100)
           MOVE "-" TO DUE-DASH-1
           MOVE "-" TO DUE-DASH-2.

       WRITE-RETURN-ITEMS.
           OPEN OUTPUT RETURN-ITEM-FILE
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RETURN-COUNT
               IF CR-STATUS OF RETURN-ARRAY (RX) = "Q"
                   ADD 1 TO QUEUED-COUNT
                   PERFORM WRITE-ONE-RETURN
               END-IF
           END-PERFORM
           CLOSE RETURN-ITEM-FILE.

       WRITE-ONE-RETURN.
           MOVE SPACES TO RETURN-ITEM-RECORD
           IF CLR-CPR OF RETURN-ARRAY (RX) NUMERIC
               STRING CLR-CPR OF RETURN-ARRAY (RX) (1:6) "-"
                   CLR-CPR OF RETURN-ARRAY (RX) (7:4)
                   DELIMITED BY SIZE
                   INTO CPR OF RETURN-ITEM-RECORD
               END-STRING
           END-IF
           STRING CR-RETURN-DATE OF RETURN-ARRAY (RX) " 06:00:00"
               DELIMITED BY SIZE
               INTO TRANSACTION-DATE OF RETURN-ITEM-RECORD
           END-STRING
           MOVE CLR-NAME OF RETURN-ARRAY (RX)
               TO CUSTOMER-NAME OF RETURN-ITEM-RECORD
           MOVE CLR-ADDRESS OF RETURN-ARRAY (RX)
               TO CUSTOMER-ADDRESS OF RETURN-ITEM-RECORD
           MOVE CLR-REG-NUMBER OF RETURN-ARRAY (RX)
               TO REG-NUMBER OF RETURN-ITEM-RECORD
           MOVE CLR-ACCOUNT-ID OF RETURN-ARRAY (RX)
               TO ACCOUNT-ID OF RETURN-ITEM-RECORD
           MOVE "CLEARING RETURN"
               TO TRANSACTION-TYPE OF RETURN-ITEM-RECORD
           COMPUTE RETURN-AMOUNT =
               FUNCTION NUMVAL(CLR-AMOUNT OF RETURN-ARRAY (RX)) / 100
           IF CLR-SIGN OF RETURN-ARRAY (RX) NOT = "D"
               COMPUTE RETURN-AMOUNT = 0 - RETURN-AMOUNT
           END-IF
           MOVE RETURN-AMOUNT TO RETURN-AMOUNT-TEXT
           MOVE FUNCTION TRIM(RETURN-AMOUNT-TEXT LEADING)
               TO AMOUNT OF RETURN-ITEM-RECORD
           MOVE CLR-CURRENCY OF RETURN-ARRAY (RX)
               TO CURRENCY-CODE OF RETURN-ITEM-RECORD
           STRING "RETURN " CR-REJECT-REASON OF RETURN-ARRAY (RX)
               " " CLR-DATE OF RETURN-ARRAY (RX)
               DELIMITED BY SIZE
               INTO STORE OF RETURN-ITEM-RECORD
           END-STRING
           WRITE RETURN-ITEM-RECORD.

       CHECK-DEADLINES.
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RETURN-COUNT
               IF CR-STATUS OF RETURN-ARRAY (RX) = "M"
                   ADD 1 TO MANUAL-COUNT
               END-IF
               IF CR-STATUS OF RETURN-ARRAY (RX) = "T"
                   ADD 1 TO TRANSMITTED-COUNT
               END-IF
               IF (CR-STATUS OF RETURN-ARRAY (RX) = "Q"
                   OR CR-STATUS OF RETURN-ARRAY (RX) = "M")
                   AND CR-DEADLINE-DATE OF RETURN-ARRAY (RX) < RUN-DATE
                   ADD 1 TO OVERDUE-COUNT
                   STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                       ": clearing return to reg "
                       CLR-REG-NUMBER OF RETURN-ARRAY (RX)
                       " account " CLR-ACCOUNT-ID OF RETURN-ARRAY (RX)
                       " past its deadline "
                       CR-DEADLINE-DATE OF RETURN-ARRAY (RX)
                       DELIMITED BY SIZE
                       INTO EXCEPTION-LOG-INFO
                   END-STRING
                   PERFORM LOG-EXCEPTION
               END-IF
           END-PERFORM.

       REWRITE-RETURN-REGISTER.
           OPEN OUTPUT RETURN-REGISTER-FILE
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RETURN-COUNT
               MOVE RETURN-ARRAY (RX) TO RETURN-REGISTER-RECORD
               WRITE RETURN-REGISTER-RECORD
           END-PERFORM
           CLOSE RETURN-REGISTER-FILE.

       WRITE-RETURN-REPORT.
           OPEN OUTPUT RETURN-REPORT-FILE
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "Unapplied inbound clearing returns " RUN-DATE
               DELIMITED BY SIZE
               INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "Return deadline " RETURN-DAYS
               " banking days after the clearing date"
               DELIMITED BY SIZE
               INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-INFO
           WRITE RETURN-REPORT-RECORD
           MOVE "Open items:" TO RETURN-REPORT-INFO
           WRITE RETURN-REPORT-RECORD
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "  STATUS      RSN REG  ACCOUNT         RECEIVED   "
               "DEADLINE             AMOUNT CUR"
               DELIMITED BY SIZE
               INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RETURN-COUNT
               IF CR-STATUS OF RETURN-ARRAY (RX) NOT = "S"
                   ADD 1 TO OPEN-COUNT
                   PERFORM WRITE-OPEN-ITEM-LINE
               END-IF
           END-PERFORM
           IF OPEN-COUNT = 0
               MOVE "  none" TO RETURN-REPORT-INFO
               WRITE RETURN-REPORT-RECORD
           END-IF
           MOVE SPACES TO RETURN-REPORT-INFO
           WRITE RETURN-REPORT-RECORD
           MOVE NEW-COUNT TO COUNT-STRING
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "New rejects tracked:          " COUNT-STRING
               DELIMITED BY SIZE INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           MOVE REPEAT-COUNT TO COUNT-STRING
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "Rejects already tracked:      " COUNT-STRING
               DELIMITED BY SIZE INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           MOVE QUEUED-COUNT TO COUNT-STRING
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "Queued for outbound clearing: " COUNT-STRING
               DELIMITED BY SIZE INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           MOVE TRANSMITTED-COUNT TO COUNT-STRING
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "Sent, awaiting settlement:    " COUNT-STRING
               DELIMITED BY SIZE INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           MOVE SETTLED-COUNT TO COUNT-STRING
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "Settled this run:             " COUNT-STRING
               DELIMITED BY SIZE INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           MOVE MANUAL-COUNT TO COUNT-STRING
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "Manual return required:       " COUNT-STRING
               DELIMITED BY SIZE INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           MOVE OVERDUE-COUNT TO COUNT-STRING
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "Past the return deadline:     " COUNT-STRING
               DELIMITED BY SIZE INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD
           CLOSE RETURN-REPORT-FILE.

       WRITE-OPEN-ITEM-LINE.
           EVALUATE CR-STATUS OF RETURN-ARRAY (RX)
               WHEN "Q"
                   MOVE "QUEUED" TO STATUS-TEXT
               WHEN "T"
                   MOVE "SENT" TO STATUS-TEXT
               WHEN "M"
                   MOVE "MANUAL" TO STATUS-TEXT
               WHEN OTHER
                   MOVE CR-STATUS OF RETURN-ARRAY (RX) TO STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO OVERDUE-TEXT
           IF CR-STATUS OF RETURN-ARRAY (RX) NOT = "T"
               AND CR-DEADLINE-DATE OF RETURN-ARRAY (RX) < RUN-DATE
               MOVE "OVERDUE" TO OVERDUE-TEXT
           END-IF
           IF CLR-AMOUNT OF RETURN-ARRAY (RX) NUMERIC
               COMPUTE RETURN-AMOUNT = FUNCTION NUMVAL(
                   CLR-AMOUNT OF RETURN-ARRAY (RX)) / 100
           ELSE
               MOVE ZEROES TO RETURN-AMOUNT
           END-IF
           MOVE RETURN-AMOUNT TO AMOUNT-EDIT
           MOVE SPACES TO RETURN-REPORT-INFO
           STRING "  " STATUS-TEXT " "
               CR-REJECT-REASON OF RETURN-ARRAY (RX) " "
               CLR-REG-NUMBER OF RETURN-ARRAY (RX) " "
               CLR-ACCOUNT-ID OF RETURN-ARRAY (RX) " "
               CR-RECEIVED-DATE OF RETURN-ARRAY (RX) " "
               CR-DEADLINE-DATE OF RETURN-ARRAY (RX) " "
               AMOUNT-EDIT " "
               CLR-CURRENCY OF RETURN-ARRAY (RX) " "
               OVERDUE-TEXT
               DELIMITED BY SIZE
               INTO RETURN-REPORT-INFO
           END-STRING
           WRITE RETURN-REPORT-RECORD.
