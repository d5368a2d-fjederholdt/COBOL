       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE79.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-YEAR-FILE ASSIGN TO "TaxReportYear.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-YEAR-STATUS.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT BANK-FILE ASSIGN TO "Banks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT CRS-COUNTRY-FILE ASSIGN TO "CRSCountries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRS-COUNTRY-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO "BalanceHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-HISTORY-STATUS.
           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN TO "TransactionArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-ARCHIVE-STATUS.
           SELECT EXCHANGE-FILE ASSIGN TO "FatcaCrsExchange.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-LIST-FILE ASSIGN TO "FatcaCrsControl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-YEAR-FILE.
       01 REPORT-YEAR-RECORD.
           02 REPORT-YEAR-LINE PIC X(04).

       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD BANK-FILE.
       01 BANK-RECORD.
           COPY "BANKINFO.cpy".

       FD CRS-COUNTRY-FILE.
       01 CRS-COUNTRY-RECORD.
           02 CRS-COUNTRY-LINE PIC X(40).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           COPY "BALANCEHISTORY.cpy".

       FD TRANSACTION-ARCHIVE-FILE.
       01 TRANSACTION-ARCHIVE-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD EXCHANGE-FILE.
       01 EXCHANGE-RECORD.
           02 EXCHANGE-LINE PIC X(200).

       FD CONTROL-LIST-FILE.
       01 CONTROL-LIST-RECORD.
           02 CONTROL-LIST-INFO PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-BANK-FILE PIC X VALUE "N".
       01 END-OF-CRS-COUNTRY-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 END-OF-BALANCE-HISTORY PIC X VALUE "N".
       01 END-OF-ARCHIVE-FILE PIC X VALUE "N".
       01 REPORT-YEAR-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 BANK-FILE-STATUS PIC XX.
       01 CRS-COUNTRY-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 BALANCE-HISTORY-STATUS PIC XX.
       01 TRANSACTION-ARCHIVE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave79".
       01 RUN-TIMESTAMP PIC X(21).
       01 REPORT-YEAR PIC X(04) VALUE SPACES.
       01 YEAR-START-DATE PIC X(10) VALUE SPACES.
       01 YEAR-END-DATE PIC X(10) VALUE SPACES.
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 OWN-BANK-NAME PIC X(30) VALUE SPACES.
       01 HOME-COUNTRY PIC X(02) VALUE "DK".
       01 FATCA-COUNTRY PIC X(02) VALUE "US".
       01 CRS-LIST-MISSING PIC X VALUE "N".
       01 CRS-COUNTRY-COUNT PIC 9(3) VALUE 0.
       01 CRS-COUNTRY-TABLE.
           05 CRS-COUNTRY-CODE
               OCCURS 1 TO 200 TIMES
               DEPENDING ON CRS-COUNTRY-COUNT
               PIC X(02).
       01 CRX PIC 9(3) VALUE 0.
       01 RESIDENCE-TO-TEST PIC X(02) VALUE SPACES.
       01 RESIDENCE-REGIME PIC X(05) VALUE SPACES.
       01 SUBJECT-COUNT PIC 9(5) VALUE 0.
       01 SUBJECT-MAX PIC 9(5) VALUE 5000.
       01 SUBJECT-TABLE.
           05 SUBJECT-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON SUBJECT-COUNT.
               10 SUBJECT-CUSTOMER PIC X(177).
               10 SUBJECT-REGIME PIC X(05).
               10 SUBJECT-RESIDENCE PIC X(02).
               10 SUBJECT-ACCOUNTS PIC 9(4).
       01 SBX PIC 9(5) VALUE 0.
       01 SUBJECT-WORK.
           COPY "CUSTOMERS.cpy".
       01 INDICIA-COUNT PIC 9(5) VALUE 0.
       01 INDICIA-TABLE.
           05 INDICIA-ENTRY
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON INDICIA-COUNT.
               10 IND-CUSTOMER-ID PIC X(10).
               10 IND-NAME PIC X(31).
               10 IND-ADDRESS-COUNTRY PIC X(02).
               10 IND-RESIDENCE PIC X(02).
       01 INX PIC 9(5) VALUE 0.
       01 ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 ACCOUNT-MAX PIC 9(5) VALUE 20000.
       01 REPORTABLE-ACCOUNT-TABLE.
           05 REPORTABLE-ACCOUNT
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON ACCOUNT-COUNT.
               10 RA-SUBJECT PIC 9(5).
               10 RA-ACCOUNT-NUMBER PIC X(15).
               10 RA-CURRENCY PIC X(03).
               10 RA-CLOSED PIC X(01).
               10 RA-MASTER-BALANCE PIC S9(15)V99.
               10 RA-HISTORY-DATE PIC X(10).
               10 RA-HISTORY-BALANCE PIC S9(15)V99.
               10 RA-INTEREST PIC S9(13)V99.
       01 RAX PIC 9(5) VALUE 0.
       01 ACCOUNT-SLOT PIC 9(5) VALUE 0.
       01 ACCOUNT-TO-FIND PIC X(15) VALUE SPACES.
       01 ACCOUNT-OVERFLOW PIC X VALUE "N".
       01 INTEREST-AMOUNT PIC S9(13)V99 VALUE ZEROS.
       01 YEAR-END-BALANCE PIC S9(15)V99 VALUE ZEROS.
       01 BALANCE-SOURCE PIC X(10) VALUE SPACES.
       01 ORE-AMOUNT PIC 9(15) VALUE ZEROS.
       01 INTEREST-ORE PIC 9(13) VALUE ZEROS.
       01 FATCA-ACCOUNT-COUNT PIC 9(9) VALUE 0.
       01 CRS-ACCOUNT-COUNT PIC 9(9) VALUE 0.
       01 FATCA-SUBJECT-COUNT PIC 9(5) VALUE 0.
       01 CRS-SUBJECT-COUNT PIC 9(5) VALUE 0.
       01 NO-ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 REGIME-TO-LIST PIC X(05) VALUE SPACES.
       01 DETAIL-COUNT PIC 9(9) VALUE 0.
       01 COUNT-STRING PIC ZZZZZZZZ9.
       01 AMOUNT-EDIT PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 INTEREST-EDIT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 HOLDER-NAME PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM LOAD-REPORT-YEAR
           PERFORM LOAD-OWN-REG
           PERFORM LOAD-OWN-BANK-NAME
           PERFORM LOAD-CRS-COUNTRIES
           PERFORM SELECT-REPORTABLE-CUSTOMERS
           PERFORM LOAD-REPORTABLE-ACCOUNTS
           PERFORM LOAD-YEAR-END-BALANCES
           PERFORM AGGREGATE-INTEREST
           PERFORM WRITE-EXCHANGE-FILE
           PERFORM WRITE-CONTROL-LISTING

           MOVE FATCA-ACCOUNT-COUNT TO COUNT-STRING
           DISPLAY "FATCA/CRS report for " REPORT-YEAR
               ", FATCA accounts: " COUNT-STRING
           MOVE CRS-ACCOUNT-COUNT TO COUNT-STRING
           DISPLAY "CRS accounts: " COUNT-STRING
           MOVE INDICIA-COUNT TO COUNT-STRING
           DISPLAY "Customers with foreign indicia to review: "
               COUNT-STRING
           IF CRS-LIST-MISSING = "Y" OR ACCOUNT-OVERFLOW = "Y"
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

       LOAD-REPORT-YEAR.
           OPEN INPUT REPORT-YEAR-FILE
           IF REPORT-YEAR-STATUS = "00"
               READ REPORT-YEAR-FILE INTO REPORT-YEAR-RECORD
                   NOT AT END
                       MOVE REPORT-YEAR-LINE TO REPORT-YEAR
               END-READ
               CLOSE REPORT-YEAR-FILE
           END-IF
           IF REPORT-YEAR = SPACES
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": TaxReportYear.txt must hold the reporting year"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING REPORT-YEAR "-01-01" DELIMITED BY SIZE
               INTO YEAR-START-DATE
           END-STRING
           STRING REPORT-YEAR "-12-31" DELIMITED BY SIZE
               INTO YEAR-END-DATE
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

       LOAD-OWN-BANK-NAME.
           OPEN INPUT BANK-FILE
           IF BANK-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-BANK-FILE
           END-IF
           PERFORM UNTIL END-OF-BANK-FILE = "Y"
               READ BANK-FILE INTO BANK-RECORD
                   AT END
                       MOVE "Y" TO END-OF-BANK-FILE
                       CLOSE BANK-FILE
                   NOT AT END
                       IF REG-NUMBER OF BANK-RECORD = OWN-REG-NUMBER
                           MOVE BANK-NAME OF BANK-RECORD
                               TO OWN-BANK-NAME
                           MOVE "Y" TO END-OF-BANK-FILE
                           CLOSE BANK-FILE
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-CRS-COUNTRIES.
           OPEN INPUT CRS-COUNTRY-FILE
           IF CRS-COUNTRY-STATUS NOT = "00"
               MOVE "Y" TO CRS-LIST-MISSING
               MOVE "Y" TO END-OF-CRS-COUNTRY-FILE
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": no CRSCountries.txt, only FATCA (US) accounts"
                   " selected" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF
           PERFORM UNTIL END-OF-CRS-COUNTRY-FILE = "Y"
               READ CRS-COUNTRY-FILE INTO CRS-COUNTRY-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CRS-COUNTRY-FILE
                       CLOSE CRS-COUNTRY-FILE
                   NOT AT END
                       IF CRS-COUNTRY-LINE (1:2) NOT = SPACES
                           AND CRS-COUNTRY-LINE (1:2) NOT = HOME-COUNTRY
                           AND CRS-COUNTRY-LINE (1:2)
                               NOT = FATCA-COUNTRY
                           AND CRS-COUNTRY-COUNT < 200
                           ADD 1 TO CRS-COUNTRY-COUNT
                           MOVE CRS-COUNTRY-LINE (1:2)
                               TO CRS-COUNTRY-CODE (CRS-COUNTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFY-RESIDENCE.
           MOVE SPACES TO RESIDENCE-REGIME
           IF RESIDENCE-TO-TEST = FATCA-COUNTRY
               MOVE "FATCA" TO RESIDENCE-REGIME
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CRX FROM 1 BY 1
               UNTIL CRX > CRS-COUNTRY-COUNT
               IF CRS-COUNTRY-CODE (CRX) = RESIDENCE-TO-TEST
                   MOVE "CRS" TO RESIDENCE-REGIME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SELECT-REPORTABLE-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open src/InputFiles/Customerinfo.txt"
                   " (status " DELIMITED BY SIZE
                   CUSTOMER-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
               READ CUSTOMER-FILE INTO CUSTOMER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-FILE
                   NOT AT END
                       PERFORM TEST-CUSTOMER-RESIDENCE
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       TEST-CUSTOMER-RESIDENCE.
           IF TAX-RESIDENCE OF CUSTOMER-RECORD = SPACES
               MOVE COUNTRY-CODE OF CUSTOMER-RECORD
                   TO TAX-RESIDENCE OF CUSTOMER-RECORD
           END-IF
           MOVE SPACES TO HOLDER-NAME
           STRING FUNCTION TRIM(FIRSTNAME OF CUSTOMER-RECORD) " "
               FUNCTION TRIM(LASTNAME OF CUSTOMER-RECORD)
               DELIMITED BY SIZE
               INTO HOLDER-NAME
           END-STRING
           MOVE TAX-RESIDENCE OF CUSTOMER-RECORD TO RESIDENCE-TO-TEST
           PERFORM CLASSIFY-RESIDENCE
           IF RESIDENCE-REGIME NOT = SPACES
               IF SUBJECT-COUNT < SUBJECT-MAX
                   ADD 1 TO SUBJECT-COUNT
                   MOVE CUSTOMER-RECORD
                       TO SUBJECT-CUSTOMER (SUBJECT-COUNT)
                   MOVE RESIDENCE-REGIME
                       TO SUBJECT-REGIME (SUBJECT-COUNT)
                   MOVE TAX-RESIDENCE OF CUSTOMER-RECORD
                       TO SUBJECT-RESIDENCE (SUBJECT-COUNT)
                   MOVE 0 TO SUBJECT-ACCOUNTS (SUBJECT-COUNT)
               ELSE
                   MOVE "Y" TO ACCOUNT-OVERFLOW
               END-IF
           END-IF
           IF COUNTRY-CODE OF CUSTOMER-RECORD =
               TAX-RESIDENCE OF CUSTOMER-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE COUNTRY-CODE OF CUSTOMER-RECORD TO RESIDENCE-TO-TEST
           PERFORM CLASSIFY-RESIDENCE
           IF RESIDENCE-REGIME NOT = SPACES
               AND INDICIA-COUNT < 5000
               ADD 1 TO INDICIA-COUNT
               MOVE CUSTOMER-ID OF CUSTOMER-RECORD
                   TO IND-CUSTOMER-ID (INDICIA-COUNT)
               MOVE HOLDER-NAME TO IND-NAME (INDICIA-COUNT)
               MOVE COUNTRY-CODE OF CUSTOMER-RECORD
                   TO IND-ADDRESS-COUNTRY (INDICIA-COUNT)
               MOVE TAX-RESIDENCE OF CUSTOMER-RECORD
                   TO IND-RESIDENCE (INDICIA-COUNT)
           END-IF.

       LOAD-REPORTABLE-ACCOUNTS.
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
                       PERFORM NOTE-REPORTABLE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE
           IF ACCOUNT-OVERFLOW = "Y"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": reportable customer or account table full,"
                   " report incomplete" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF.

       NOTE-REPORTABLE-ACCOUNT.
           IF ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD = "C"
               AND STATUS-EFFECTIVE-DATE OF ACCOUNT-MASTER-RECORD
                   < YEAR-START-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SBX FROM 1 BY 1 UNTIL SBX > SUBJECT-COUNT
               IF SUBJECT-CUSTOMER (SBX) (1:10) =
                   CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
                   PERFORM ADD-REPORTABLE-ACCOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-REPORTABLE-ACCOUNT.
           IF ACCOUNT-COUNT >= ACCOUNT-MAX
               MOVE "Y" TO ACCOUNT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCOUNT-COUNT
           ADD 1 TO SUBJECT-ACCOUNTS (SBX)
           MOVE SBX TO RA-SUBJECT (ACCOUNT-COUNT)
           MOVE ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               TO RA-ACCOUNT-NUMBER (ACCOUNT-COUNT)
           MOVE CURRENCY-CODE OF ACCOUNT-MASTER-RECORD
               TO RA-CURRENCY (ACCOUNT-COUNT)
           MOVE CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
               TO RA-MASTER-BALANCE (ACCOUNT-COUNT)
           MOVE SPACES TO RA-HISTORY-DATE (ACCOUNT-COUNT)
           MOVE ZEROES TO RA-HISTORY-BALANCE (ACCOUNT-COUNT)
           MOVE ZEROES TO RA-INTEREST (ACCOUNT-COUNT)
           IF ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD = "C"
               AND STATUS-EFFECTIVE-DATE OF ACCOUNT-MASTER-RECORD
                   NOT > YEAR-END-DATE
               MOVE "Y" TO RA-CLOSED (ACCOUNT-COUNT)
           ELSE
               MOVE "N" TO RA-CLOSED (ACCOUNT-COUNT)
           END-IF.

       FIND-REPORTABLE-ACCOUNT.
           MOVE 0 TO ACCOUNT-SLOT
           PERFORM VARYING RAX FROM 1 BY 1 UNTIL RAX > ACCOUNT-COUNT
               IF RA-ACCOUNT-NUMBER (RAX) = ACCOUNT-TO-FIND
                   MOVE RAX TO ACCOUNT-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-YEAR-END-BALANCES.
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
                       IF BH-DATE NOT > YEAR-END-DATE
                           MOVE BH-ACCOUNT-ID TO ACCOUNT-TO-FIND
                           PERFORM FIND-REPORTABLE-ACCOUNT
                           IF ACCOUNT-SLOT > 0
                               AND BH-DATE NOT <
                                   RA-HISTORY-DATE (ACCOUNT-SLOT)
                               MOVE BH-DATE
                                   TO RA-HISTORY-DATE (ACCOUNT-SLOT)
                               MOVE FUNCTION NUMVAL(BH-BALANCE)
                                   TO RA-HISTORY-BALANCE (ACCOUNT-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AGGREGATE-INTEREST.
           IF ACCOUNT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
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
                       IF TRANSACTION-TYPE
                           OF TRANSACTION-ARCHIVE-RECORD = "INTEREST"
                           AND TRANSACTION-DATE
                               OF TRANSACTION-ARCHIVE-RECORD (1:4)
                               = REPORT-YEAR
                           PERFORM ADD-INTEREST-TO-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-ARCHIVE-FILE.

       ADD-INTEREST-TO-ACCOUNT.
           MOVE ACCOUNT-ID OF TRANSACTION-ARCHIVE-RECORD
               TO ACCOUNT-TO-FIND
           PERFORM FIND-REPORTABLE-ACCOUNT
           IF ACCOUNT-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AMOUNT OF TRANSACTION-ARCHIVE-RECORD)
               TO INTEREST-AMOUNT
           IF INTEREST-AMOUNT > 0
               ADD INTEREST-AMOUNT TO RA-INTEREST (ACCOUNT-SLOT)
           END-IF.

       PICK-YEAR-END-BALANCE.
           IF RA-HISTORY-DATE (RAX) NOT = SPACES
               MOVE RA-HISTORY-BALANCE (RAX) TO YEAR-END-BALANCE
               MOVE RA-HISTORY-DATE (RAX) TO BALANCE-SOURCE
           ELSE
               MOVE RA-MASTER-BALANCE (RAX) TO YEAR-END-BALANCE
               MOVE "MASTER" TO BALANCE-SOURCE
           END-IF.

       WRITE-EXCHANGE-FILE.
           OPEN OUTPUT EXCHANGE-FILE
           MOVE SPACES TO EXCHANGE-LINE
           STRING "H" OWN-REG-NUMBER OWN-BANK-NAME (1:30)
               REPORT-YEAR RUN-TIMESTAMP (1:8)
               DELIMITED BY SIZE
               INTO EXCHANGE-LINE
           END-STRING
           WRITE EXCHANGE-RECORD
           PERFORM VARYING RAX FROM 1 BY 1 UNTIL RAX > ACCOUNT-COUNT
               PERFORM WRITE-EXCHANGE-DETAIL
           END-PERFORM
           MOVE SPACES TO EXCHANGE-LINE
           MOVE "T" TO EXCHANGE-LINE (1:1)
           MOVE DETAIL-COUNT TO EXCHANGE-LINE (2:9)
           MOVE FATCA-ACCOUNT-COUNT TO EXCHANGE-LINE (11:9)
           MOVE CRS-ACCOUNT-COUNT TO EXCHANGE-LINE (20:9)
           WRITE EXCHANGE-RECORD
           CLOSE EXCHANGE-FILE.

       WRITE-EXCHANGE-DETAIL.
           MOVE RA-SUBJECT (RAX) TO SBX
           MOVE SUBJECT-CUSTOMER (SBX) TO SUBJECT-WORK
           PERFORM PICK-YEAR-END-BALANCE
           ADD 1 TO DETAIL-COUNT
           IF SUBJECT-REGIME (SBX) = "FATCA"
               ADD 1 TO FATCA-ACCOUNT-COUNT
           ELSE
               ADD 1 TO CRS-ACCOUNT-COUNT
           END-IF
           MOVE SPACES TO EXCHANGE-LINE
           MOVE "D" TO EXCHANGE-LINE (1:1)
           MOVE SUBJECT-REGIME (SBX) TO EXCHANGE-LINE (2:5)
           MOVE SUBJECT-RESIDENCE (SBX) TO EXCHANGE-LINE (7:2)
           MOVE CUSTOMER-ID OF SUBJECT-WORK TO EXCHANGE-LINE (9:10)
           MOVE LASTNAME OF SUBJECT-WORK TO EXCHANGE-LINE (19:15)
           MOVE FIRSTNAME OF SUBJECT-WORK TO EXCHANGE-LINE (34:15)
           MOVE STREET OF SUBJECT-WORK TO EXCHANGE-LINE (49:20)
           MOVE HOUSE-NUMBER OF SUBJECT-WORK TO EXCHANGE-LINE (69:5)
           MOVE ZIPCODE OF SUBJECT-WORK TO EXCHANGE-LINE (74:4)
           MOVE CITY OF SUBJECT-WORK TO EXCHANGE-LINE (78:20)
           MOVE COUNTRY-CODE OF SUBJECT-WORK TO EXCHANGE-LINE (98:2)
           MOVE RA-ACCOUNT-NUMBER (RAX) TO EXCHANGE-LINE (100:15)
           MOVE RA-CURRENCY (RAX) TO EXCHANGE-LINE (115:3)
           IF YEAR-END-BALANCE < 0
               MOVE "-" TO EXCHANGE-LINE (118:1)
               COMPUTE ORE-AMOUNT = YEAR-END-BALANCE * -100
           ELSE
               MOVE "+" TO EXCHANGE-LINE (118:1)
               COMPUTE ORE-AMOUNT = YEAR-END-BALANCE * 100
           END-IF
           MOVE ORE-AMOUNT TO EXCHANGE-LINE (119:15)
           COMPUTE INTEREST-ORE = RA-INTEREST (RAX) * 100
           MOVE INTEREST-ORE TO EXCHANGE-LINE (134:13)
           MOVE RA-CLOSED (RAX) TO EXCHANGE-LINE (147:1)
           WRITE EXCHANGE-RECORD.

       WRITE-CONTROL-LISTING.
           OPEN OUTPUT CONTROL-LIST-FILE
           MOVE SPACES TO CONTROL-LIST-INFO
           STRING "FATCA / CRS control listing " REPORT-YEAR
               " institution " OWN-REG-NUMBER " "
               FUNCTION TRIM(OWN-BANK-NAME TRAILING)
               INTO CONTROL-LIST-INFO
           END-STRING
           WRITE CONTROL-LIST-RECORD
           IF CRS-LIST-MISSING = "Y"
               MOVE "WARNING: no CRSCountries.txt - CRS accounts not"
                   TO CONTROL-LIST-INFO
               STRING FUNCTION TRIM(CONTROL-LIST-INFO TRAILING)
                   " selected, rerun once the list is in place"
                   DELIMITED BY SIZE
                   INTO CONTROL-LIST-INFO
               END-STRING
               WRITE CONTROL-LIST-RECORD
           END-IF
           MOVE "FATCA" TO REGIME-TO-LIST
           PERFORM LIST-REGIME-ACCOUNTS
           MOVE "CRS" TO REGIME-TO-LIST
           PERFORM LIST-REGIME-ACCOUNTS
           PERFORM LIST-SUBJECTS-WITHOUT-ACCOUNTS
           PERFORM LIST-INDICIA
           MOVE SPACES TO CONTROL-LIST-INFO
           WRITE CONTROL-LIST-RECORD
           MOVE SPACES TO CONTROL-LIST-INFO
           MOVE FATCA-ACCOUNT-COUNT TO COUNT-STRING
           STRING "FATCA accounts reported: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO CONTROL-LIST-INFO
           END-STRING
           WRITE CONTROL-LIST-RECORD
           MOVE SPACES TO CONTROL-LIST-INFO
           MOVE CRS-ACCOUNT-COUNT TO COUNT-STRING
           STRING "CRS accounts reported:   "
               FUNCTION TRIM(COUNT-STRING LEADING)
               " - reconcile against FatcaCrsExchange.txt trailer"
               DELIMITED BY SIZE
               INTO CONTROL-LIST-INFO
           END-STRING
           WRITE CONTROL-LIST-RECORD
           CLOSE CONTROL-LIST-FILE.

       LIST-REGIME-ACCOUNTS.
           MOVE SPACES TO CONTROL-LIST-INFO
           WRITE CONTROL-LIST-RECORD
           MOVE SPACES TO CONTROL-LIST-INFO
           IF REGIME-TO-LIST = "FATCA"
               MOVE "FATCA - US persons:" TO CONTROL-LIST-INFO
           ELSE
               MOVE "CRS - other participating countries:"
                   TO CONTROL-LIST-INFO
           END-IF
           WRITE CONTROL-LIST-RECORD
           MOVE SPACES TO CONTROL-LIST-INFO
           STRING "Res Customer   Account holder                  "
               "Account         Cur      Year-end balance"
               " Balance as of       Interest paid"
               DELIMITED BY SIZE
               INTO CONTROL-LIST-INFO
           END-STRING
           WRITE CONTROL-LIST-RECORD
           PERFORM VARYING RAX FROM 1 BY 1 UNTIL RAX > ACCOUNT-COUNT
               MOVE RA-SUBJECT (RAX) TO SBX
               IF SUBJECT-REGIME (SBX) = REGIME-TO-LIST
                   PERFORM WRITE-CONTROL-ACCOUNT-LINE
               END-IF
           END-PERFORM.

       WRITE-CONTROL-ACCOUNT-LINE.
           MOVE SUBJECT-CUSTOMER (SBX) TO SUBJECT-WORK
           PERFORM PICK-YEAR-END-BALANCE
           MOVE SPACES TO HOLDER-NAME
           STRING FUNCTION TRIM(FIRSTNAME OF SUBJECT-WORK) " "
               FUNCTION TRIM(LASTNAME OF SUBJECT-WORK)
               DELIMITED BY SIZE
               INTO HOLDER-NAME
           END-STRING
           MOVE YEAR-END-BALANCE TO AMOUNT-EDIT
           MOVE RA-INTEREST (RAX) TO INTEREST-EDIT
           MOVE SPACES TO CONTROL-LIST-INFO
           STRING SUBJECT-RESIDENCE (SBX) "  "
               CUSTOMER-ID OF SUBJECT-WORK " " HOLDER-NAME " "
               RA-ACCOUNT-NUMBER (RAX) " " RA-CURRENCY (RAX) " "
               AMOUNT-EDIT " " BALANCE-SOURCE " " INTEREST-EDIT
               DELIMITED BY SIZE
               INTO CONTROL-LIST-INFO
           END-STRING
           IF RA-CLOSED (RAX) = "Y"
               STRING FUNCTION TRIM(CONTROL-LIST-INFO TRAILING)
                   " CLOSED" DELIMITED BY SIZE
                   INTO CONTROL-LIST-INFO
               END-STRING
           END-IF
           WRITE CONTROL-LIST-RECORD.

       LIST-SUBJECTS-WITHOUT-ACCOUNTS.
           MOVE SPACES TO CONTROL-LIST-INFO
           WRITE CONTROL-LIST-RECORD
           MOVE "Reportable customers with no account on the master:"
               TO CONTROL-LIST-INFO
           WRITE CONTROL-LIST-RECORD
           MOVE 0 TO NO-ACCOUNT-COUNT
           PERFORM VARYING SBX FROM 1 BY 1 UNTIL SBX > SUBJECT-COUNT
               IF SUBJECT-ACCOUNTS (SBX) = 0
                   ADD 1 TO NO-ACCOUNT-COUNT
                   MOVE SUBJECT-CUSTOMER (SBX) TO SUBJECT-WORK
                   MOVE SPACES TO CONTROL-LIST-INFO
                   STRING "  " SUBJECT-REGIME (SBX) " "
                       SUBJECT-RESIDENCE (SBX) " "
                       CUSTOMER-ID OF SUBJECT-WORK " "
                       FUNCTION TRIM(FIRSTNAME OF SUBJECT-WORK) " "
                       FUNCTION TRIM(LASTNAME OF SUBJECT-WORK)
                       DELIMITED BY SIZE
                       INTO CONTROL-LIST-INFO
                   END-STRING
                   WRITE CONTROL-LIST-RECORD
               END-IF
           END-PERFORM
           IF NO-ACCOUNT-COUNT = 0
               MOVE "  none" TO CONTROL-LIST-INFO
               WRITE CONTROL-LIST-RECORD
           END-IF.

       LIST-INDICIA.
           MOVE SPACES TO CONTROL-LIST-INFO
           WRITE CONTROL-LIST-RECORD
           MOVE SPACES TO CONTROL-LIST-INFO
           STRING "Foreign address in a reportable country, tax"
               " residence on file differs - obtain self-"
               "certification:"
               DELIMITED BY SIZE
               INTO CONTROL-LIST-INFO
           END-STRING
           WRITE CONTROL-LIST-RECORD
           PERFORM VARYING INX FROM 1 BY 1 UNTIL INX > INDICIA-COUNT
               MOVE SPACES TO CONTROL-LIST-INFO
               STRING "  " IND-CUSTOMER-ID (INX) " " IND-NAME (INX)
                   " address " IND-ADDRESS-COUNTRY (INX)
                   " tax residence " IND-RESIDENCE (INX)
                   DELIMITED BY SIZE
                   INTO CONTROL-LIST-INFO
               END-STRING
               WRITE CONTROL-LIST-RECORD
           END-PERFORM
           IF INDICIA-COUNT = 0
               MOVE "  none" TO CONTROL-LIST-INFO
               WRITE CONTROL-LIST-RECORD
           END-IF.
