       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE73.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO "AccountApplications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO "AccountApplicationsPending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT APPLICATION-LOG-FILE
               ASSIGN TO "AccountApplicationLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-LOG-STATUS.
           SELECT OPENING-COUNTER-FILE
               ASSIGN TO "AccountOpeningCounter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPENING-COUNTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO "src/InputFiles/Customerinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT CUSTOMER-INFO-FILE
               ASSIGN TO "src/InputFiles/CustomerInformation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-INFO-STATUS.
           SELECT ACCOUNT-INFO-FILE
               ASSIGN TO "src/InputFiles/Accountinfo.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-INFO-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "src/InputFiles/Config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT SANCTION-FILE
               ASSIGN TO "src/InputFiles/SanctionList.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTION-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "src/SanctionCases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT CASE-COUNTER-FILE
               ASSIGN TO "src/SanctionCaseCounter.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-COUNTER-STATUS.
           SELECT PRODUCT-CATALOGUE-FILE
               ASSIGN TO "ProductCatalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-CATALOGUE-STATUS.
           SELECT OWN-REG-FILE ASSIGN TO "OwnRegNumber.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWN-REG-STATUS.
           SELECT IBAN-REGISTER-FILE ASSIGN TO "IbanRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IBAN-REGISTER-STATUS.
           SELECT STATEMENT-CYCLE-FILE
               ASSIGN TO "StatementCycles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-CYCLE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "WelcomeLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AccountOpeningReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLICATION-FILE.
       01 APPLICATION-LINE PIC X(182).

       FD PENDING-FILE.
       01 PENDING-LINE PIC X(200).

       FD APPLICATION-LOG-FILE.
       01 APPLICATION-LOG-RECORD.
           02 AAL-APPLICATION-ID PIC X(10).
           02 AAL-OUTCOME PIC X(10).
           02 AAL-DATE PIC X(10).
           02 AAL-CUSTOMER-ID PIC X(10).
           02 AAL-ACCOUNT-NUMBER PIC X(15).
           02 AAL-REASON PIC X(40).

       FD OPENING-COUNTER-FILE.
       01 OPENING-COUNTER-RECORD.
           02 OPC-NEXT-CUSTOMER PIC 9(10).
           02 OPC-NEXT-ACCOUNT PIC 9(10).

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           COPY "CUSTOMERS.cpy".

       FD CUSTOMER-INFO-FILE.
       01 CUSTOMER-INFO-RECORD.
           COPY "CUSTOMERINFO.cpy".

       FD ACCOUNT-INFO-FILE.
       01 ACCOUNT-INFO-RECORD.
           COPY "ACCOUNTINFO.cpy".

       FD CONFIG-FILE.
       01 CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD SANCTION-FILE.
       01 SANCTION-RECORD.
           COPY "SANCTIONS.cpy".

       FD CASE-FILE.
       01 CASE-RECORD.
           COPY "SANCTIONCASE.cpy".

       FD CASE-COUNTER-FILE.
       01 CASE-COUNTER-RECORD.
           02 CASE-COUNTER-VALUE PIC 9(08).

       FD PRODUCT-CATALOGUE-FILE.
       01 PRODUCT-CATALOGUE-RECORD.
           COPY "PRODUCTCATALOGUE.cpy".

       FD OWN-REG-FILE.
       01 OWN-REG-RECORD.
           02 OWN-REG-LINE PIC X(04).

       FD IBAN-REGISTER-FILE.
       01 IBAN-REGISTER-RECORD.
           COPY "IBANREGISTER.cpy".

       FD STATEMENT-CYCLE-FILE.
       01 STATEMENT-CYCLE-RECORD.
           COPY "STATEMENTCYCLE.cpy".

       FD LETTER-FILE.
       01 LETTER-RECORD.
           02 LETTER-LINE PIC X(100).

       FD REPORT-FILE.
       01 REPORT-RECORD.
           02 REPORT-LINE PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-APPLICATION-FILE PIC X VALUE "N".
       01 END-OF-PENDING-FILE PIC X VALUE "N".
       01 END-OF-LOG-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-SANCTION-FILE PIC X VALUE "N".
       01 END-OF-CASE-FILE PIC X VALUE "N".
       01 END-OF-PRODUCT-CATALOGUE PIC X VALUE "N".
       01 APPLICATION-STATUS PIC XX.
       01 PENDING-STATUS PIC XX.
       01 APPLICATION-LOG-STATUS PIC XX.
       01 OPENING-COUNTER-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 CUSTOMER-INFO-STATUS PIC XX.
       01 ACCOUNT-INFO-STATUS PIC XX.
       01 CONFIG-FILE-STATUS PIC XX.
       01 SANCTION-FILE-STATUS PIC XX.
       01 CASE-FILE-STATUS PIC XX.
       01 CASE-COUNTER-STATUS PIC XX.
       01 PRODUCT-CATALOGUE-STATUS PIC XX.
       01 OWN-REG-STATUS PIC XX.
       01 IBAN-REGISTER-STATUS PIC XX.
       01 STATEMENT-CYCLE-STATUS PIC XX.
       01 LETTER-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave73".
       01 OWN-REG-NUMBER PIC X(04) VALUE SPACES.
       01 CURRENT-APPLICATION.
           COPY "ACCOUNTAPPLICATION.cpy".
       01 PENDING-OUT.
           02 PO-APPLICATION PIC X(182).
           02 PO-CASE-ID PIC 9(08).
           02 PO-PARKED-DATE PIC X(10).
       01 PENDING-COUNT PIC 9(4) VALUE 0.
       01 PENDING-MAX PIC 9(4) VALUE 2000.
       01 PENDING-ARRAY
           OCCURS 1 TO 2000 TIMES
           DEPENDING ON PENDING-COUNT.
           02 PND-APPLICATION PIC X(182).
           02 PND-APPLICATION-ID REDEFINES PND-APPLICATION
               PIC X(10).
           02 PND-CASE-ID PIC 9(08).
           02 PND-PARKED-DATE PIC X(10).
           02 PND-CLEARED-CASES PIC 9(4).
           02 PND-BLOCKED PIC X.
           02 PND-RELEASED PIC X.
       01 PX PIC 9(4) VALUE 0.
       01 CLEARED-COUNT PIC 9(4) VALUE 0.
       01 CLEARED-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON CLEARED-COUNT.
           02 CLR-APPLICATION-ID PIC X(10).
           02 CLR-SANCTION-ID PIC X(10).
           02 CLR-MATCH-SCORE PIC X(05).
           02 CLR-REVIEWER PIC X(03).
           02 CLR-DECISION-DATE PIC X(10).
       01 CLX PIC 9(4) VALUE 0.
       01 HANDLED-COUNT PIC 9(5) VALUE 0.
       01 HANDLED-ARRAY
           OCCURS 1 TO 50000 TIMES
           DEPENDING ON HANDLED-COUNT.
           02 HND-APPLICATION-ID PIC X(10).
       01 HX PIC 9(5) VALUE 0.
       01 CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 CUSTOMER-MAX PIC 9(5) VALUE 20000.
       01 CUSTOMER-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON CUSTOMER-COUNT.
           COPY "CUSTOMERS.cpy".
       01 CX PIC 9(5) VALUE 0.
       01 CUSTOMER-SLOT PIC 9(5) VALUE 0.
       01 PRODUCT-TYPE-COUNT PIC 9(3) VALUE 0.
       01 PRODUCT-TYPE-ARRAY
           OCCURS 1 TO 200 TIMES
           DEPENDING ON PRODUCT-TYPE-COUNT.
           02 PTA-ACCOUNT-TYPE PIC X(10).
       01 PTX PIC 9(3) VALUE 0.
       01 PRODUCT-TYPE-FOUND PIC X VALUE "N".
       01 NEXT-CUSTOMER-ID PIC 9(10) VALUE 1.
       01 NEXT-ACCOUNT-ID PIC 9(10) VALUE 1.
       01 NEXT-CASE-ID PIC 9(08) VALUE 0.
       01 NEW-CUSTOMER-ID PIC X(10) VALUE SPACES.
       01 NEW-ACCOUNT-NUMBER PIC X(15) VALUE SPACES.
       01 NEW-CUSTOMER PIC X VALUE "N".
       01 ID-IN-USE PIC X VALUE "N".
       01 APPLICATION-VALID PIC X VALUE "Y".
       01 REJECT-TEXT PIC X(40) VALUE SPACES.
       01 OPENED-COUNT PIC 9(4) VALUE 0.
       01 RELEASED-COUNT PIC 9(4) VALUE 0.
       01 PARKED-COUNT PIC 9(4) VALUE 0.
       01 REJECTED-COUNT PIC 9(4) VALUE 0.
       01 SKIPPED-COUNT PIC 9(4) VALUE 0.
       01 STILL-PENDING-COUNT PIC 9(4) VALUE 0.
       01 COUNT-STRING PIC ZZZ9.
       01 CASE-ID-STRING PIC Z(7)9.
       01 APPLICANT-NAME PIC X(31) VALUE SPACES.
       01 APPLICANT-ADDRESS PIC X(40) VALUE SPACES.
       01 APPLICANT-DOB PIC X(10) VALUE SPACES.
       01 OUTCOME-TEXT PIC X(10) VALUE SPACES.
       01 FREQUENCY-TEXT PIC X(10) VALUE SPACES.
       01 BUILT-IBAN PIC X(18) VALUE SPACES.
       01 CYCLE-NEXT-DUE PIC X(10) VALUE SPACES.
       01 CYCLE-DATE-BUILD.
           02 CYC-YEAR PIC 9(4).
           02 CYC-DASH-1 PIC X.
           02 CYC-MONTH PIC 9(2).
           02 CYC-DASH-2 PIC X.
           02 CYC-DAY PIC 9(2).
       01 CYCLE-DATE-NUMERIC PIC 9(8) VALUE 0.
       01 CYCLE-DATE-INTEGER PIC S9(9) VALUE 0.
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 CPR-VALID PIC X VALUE "Y".
       01 CPR-DIGIT-INDEX PIC 9(2) VALUE 0.
       01 CPR-CHECK-SUM PIC 9(5) VALUE 0.
       01 CPR-WEIGHTS.
           02 FILLER PIC 9 VALUE 4.
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC 9 VALUE 7.
           02 FILLER PIC 9 VALUE 6.
           02 FILLER PIC 9 VALUE 5.
           02 FILLER PIC 9 VALUE 4.
           02 FILLER PIC 9 VALUE 3.
           02 FILLER PIC 9 VALUE 2.
           02 FILLER PIC 9 VALUE 1.
       01 CPR-WEIGHT-TABLE REDEFINES CPR-WEIGHTS.
           02 CPR-WEIGHT PIC 9 OCCURS 10 TIMES.
       01 CPR-DIGITS-ONLY PIC 9(10) VALUE 0.
       01 CPR-DIGITS-TABLE REDEFINES CPR-DIGITS-ONLY.
           02 CPR-DIGIT-ENTRY PIC 9 OCCURS 10 TIMES.
       01 BBAN-ACCOUNT PIC 9(10) VALUE ZEROS.
       01 ACCOUNT-DIGITS PIC X(10) VALUE SPACES.
       01 DIGIT-POINTER PIC 9(3) VALUE 0.
       01 CHAR-INDEX PIC 9(3) VALUE 0.
       01 WORK-CHAR PIC X VALUE SPACE.
       01 MOD97-STRING PIC X(30) VALUE SPACES.
       01 MOD97-REMAINDER PIC 9(4) VALUE 0.
       01 MOD97-DIGIT PIC 9(2) VALUE 0.
       01 CHECK-DIGITS PIC 9(2) VALUE 0.
       01 CONFIG-KEY PIC X(13) VALUE SPACES.
       01 CONFIG-VALUE PIC X(10) VALUE SPACES.
       01 SANCTION-COUNT PIC 9(5) VALUE 0.
       01 SANCTION-MAX-RECORDS PIC 9(5) VALUE 50000.
       01 SANCTION-ARRAY
           OCCURS 1 TO 50000 TIMES
           DEPENDING ON SANCTION-COUNT.
           COPY "SANCTIONS.cpy".
       01 JX PIC 9(5) VALUE 1.
       01 KX PIC 9(3) VALUE 1.
       01 HIT-COUNT PIC 9(4) VALUE 0.
       01 FIRST-CASE-ID PIC 9(08) VALUE 0.
       01 BEST-HIT-SCORE PIC 9(3) VALUE 0.
       01 BEST-HIT-SANCTION-ID PIC X(10) VALUE SPACES.
       01 TOTAL-SCORE PIC 9(3) VALUE 0.
       01 TOTAL-SCORE-STRING PIC ZZ9.
       01 MINIMUM-SCORE PIC 9(3) VALUE 0.
       01 NAME-SCORE PIC 9(3)V9 VALUE 0.
       01 NAME-WEIGHT PIC 9V99.
       01 DATE-OF-BIRTH-SCORE PIC 9(3) VALUE 0.
       01 DATE-OF-BIRTH-WEIGHT PIC 9V99.
       01 COUNTRY-SCORE PIC 9(3) VALUE 0.
       01 COUNTRY-WEIGHT PIC 9V99.
       01 PHONETIC-SCORE PIC 9(3) VALUE 0.
       01 PHONETIC-WEIGHT PIC 9V99.
       01 APPLICANT-SOUNDEX PIC X(4).
       01 SANCTION-SOUNDEX PIC X(4).
       01 SOUNDEX-INPUT PIC X(20).
       01 SOUNDEX-WORK PIC X(20).
       01 SOUNDEX-CODE PIC X(4).
       01 SOUNDEX-CHAR PIC X(1).
       01 SOUNDEX-DIGIT PIC X(1).
       01 SOUNDEX-LAST-DIGIT PIC X(1).
       01 SOUNDEX-LENGTH PIC 9(3).
       01 SOUNDEX-OUT-INDEX PIC 9(3).
       01 SX PIC 9(3).
       01 BEST-ALIAS-SCORE PIC 9(3)V9 VALUE 0.
       01 PAIR-BLOCKED PIC X VALUE "N".
       01 ALIAS-SOUNDEX PIC X(4).
       01 BLOCK-LEN-A PIC 9(3) VALUE 0.
       01 BLOCK-LEN-B PIC 9(3) VALUE 0.
       01 BLOCK-LEN-DIFF PIC 9(3) VALUE 0.
       01 BLOCK-MAX-LEN PIC 9(3) VALUE 0.
       01 BEST-POSSIBLE-SCORE PIC 9(3)V99 VALUE 0.
       01 WEIGHT-POINTS PIC 9(3)V99 VALUE 0.
       01 BEST-MATCHING-NAME PIC X(20).
       01 APPLICANT-NAME-UPPER PIC X(20).
       01 SANCTION-NAME-UPPER PIC X(20).
       01 TEMP-SANCTION-NAME PIC X(20).
       01 TEMP-DATE-OF-BIRTH PIC X(10).
       01 TEMP-YEAR PIC X(4).
       01 TEMP-MONTH PIC X(2).
       01 TEMP-DAY PIC X(2).
       01 TEMP-CUSTOMER-DAY PIC X(2).
       01 TEMP-CUSTOMER-MONTH PIC X(2).
       01 TEMP-CUSTOMER-YEAR PIC X(2).
       01 DOB-MATCH-PERCENT PIC 9(3) VALUE 0.
       01 STRING-A.
           02 FIRST-NAME PIC X(20).
           02 LAST-NAME PIC X(20).
       01 STRING-B.
           02 FIRST-NAME PIC X(20).
           02 LAST-NAME PIC X(20).
       01 NAME-SPLIT-POINTER PIC 9(3).
       01 LENGTH-A.
           02 FIRST-NAME-LENGTH PIC 9(3).
           02 LAST-NAME-LENGTH PIC 9(3).
       01 LENGTH-B.
           02 FIRST-NAME-LENGTH PIC 9(3).
           02 LAST-NAME-LENGTH PIC 9(3).
       01 MAX-LENGTH PIC 9(3).
       01 DISTANCE PIC 9(3).
       01 FIRST-NAME-DISTANCE PIC 9(3).
       01 LAST-NAME-DISTANCE PIC 9(3).
       01 I PIC 9(3).
       01 J PIC 9(3).
       01 TAB.
           05 FILLER OCCURS 256.
           10 FILLER OCCURS 256.
              15 COSTS PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING

           PERFORM LOAD-OWN-REG
           PERFORM LOAD-CONFIG
           PERFORM LOAD-SANCTION-LIST
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-PRODUCT-TYPES
           PERFORM LOAD-APPLICATION-LOG
           PERFORM LOAD-OPENING-COUNTER
           PERFORM LOAD-CASE-COUNTER
           PERFORM LOAD-PENDING
           IF PENDING-COUNT > 0
               PERFORM MARK-PENDING-CASES
           END-IF
           PERFORM OPEN-OUTPUT-FILES
           PERFORM RELEASE-CLEARED-APPLICATIONS
           PERFORM PROCESS-APPLICATIONS
           PERFORM CLOSE-OUTPUT-FILES
           PERFORM REWRITE-PENDING
           PERFORM SAVE-OPENING-COUNTER
           PERFORM SAVE-CASE-COUNTER

           MOVE OPENED-COUNT TO COUNT-STRING
           DISPLAY "Accounts opened: " COUNT-STRING
           MOVE RELEASED-COUNT TO COUNT-STRING
           DISPLAY "  of which released by compliance: " COUNT-STRING
           MOVE PARKED-COUNT TO COUNT-STRING
           DISPLAY "Applications parked for compliance: " COUNT-STRING
           MOVE REJECTED-COUNT TO COUNT-STRING
           DISPLAY "Applications rejected: " COUNT-STRING
           MOVE SKIPPED-COUNT TO COUNT-STRING
           DISPLAY "Applications already handled: " COUNT-STRING
           MOVE STILL-PENDING-COUNT TO COUNT-STRING
           DISPLAY "Applications awaiting compliance: " COUNT-STRING
           IF PARKED-COUNT > 0 OR REJECTED-COUNT > 0
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
                   ": OwnRegNumber.txt must hold our reg number,"
                   " no IBAN can be assigned"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open src/InputFiles/Config.txt"
                   " (status " DELIMITED BY SIZE
                   CONFIG-FILE-STATUS DELIMITED BY SIZE
                   "), no accounts opened" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ CONFIG-FILE INTO CONFIG-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE.

       PARSE-CONFIG.
           MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
           UNSTRING CONFIG-LINE
               DELIMITED BY "="
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           EVALUATE CONFIG-KEY
               WHEN "NAME"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO NAME-WEIGHT
               WHEN "DATE-OF-BIRTH"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                   TO DATE-OF-BIRTH-WEIGHT
               WHEN "COUNTRY"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                   TO COUNTRY-WEIGHT
               WHEN "PHONETIC"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                   TO PHONETIC-WEIGHT
               WHEN "MINIMUM-SCORE"
                   COMPUTE MINIMUM-SCORE = FUNCTION NUMVAL(CONFIG-VALUE)
                   * 100
           END-EVALUATE.

       LOAD-SANCTION-LIST.
           OPEN INPUT SANCTION-FILE
           IF SANCTION-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open src/InputFiles/SanctionList.txt"
                   " (status " DELIMITED BY SIZE
                   SANCTION-FILE-STATUS DELIMITED BY SIZE
                   "), no accounts opened" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-SANCTION-FILE = "Y"
               READ SANCTION-FILE INTO SANCTION-RECORD
                   AT END
                       MOVE "Y" TO END-OF-SANCTION-FILE
                   NOT AT END
                       IF SANCTION-COUNT < SANCTION-MAX-RECORDS
                           ADD 1 TO SANCTION-COUNT
                           MOVE SANCTION-RECORD
                               TO SANCTION-ARRAY (SANCTION-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": sanction list exceeds the table,"
                               " no accounts opened"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCTION-FILE.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CUSTOMER-FILE
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
               READ CUSTOMER-FILE INTO CUSTOMER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-FILE
                       CLOSE CUSTOMER-FILE
                   NOT AT END
                       IF CUSTOMER-COUNT < CUSTOMER-MAX
                           ADD 1 TO CUSTOMER-COUNT
                           MOVE CUSTOMER-RECORD
                               TO CUSTOMER-ARRAY (CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-PRODUCT-TYPES.
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
                       MOVE "N" TO PRODUCT-TYPE-FOUND
                       PERFORM VARYING PTX FROM 1 BY 1
                           UNTIL PTX > PRODUCT-TYPE-COUNT
                           IF PTA-ACCOUNT-TYPE (PTX) = PC-ACCOUNT-TYPE
                               MOVE "Y" TO PRODUCT-TYPE-FOUND
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF PRODUCT-TYPE-FOUND = "N"
                           AND PRODUCT-TYPE-COUNT < 200
                           ADD 1 TO PRODUCT-TYPE-COUNT
                           MOVE PC-ACCOUNT-TYPE
                               TO PTA-ACCOUNT-TYPE (PRODUCT-TYPE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-APPLICATION-LOG.
           OPEN INPUT APPLICATION-LOG-FILE
           IF APPLICATION-LOG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-LOG-FILE
           END-IF
           PERFORM UNTIL END-OF-LOG-FILE = "Y"
               READ APPLICATION-LOG-FILE
                   AT END
                       MOVE "Y" TO END-OF-LOG-FILE
                       CLOSE APPLICATION-LOG-FILE
                   NOT AT END
                       IF (AAL-OUTCOME = "OPENED"
                           OR AAL-OUTCOME = "PARKED")
                           AND HANDLED-COUNT < 50000
                           ADD 1 TO HANDLED-COUNT
                           MOVE AAL-APPLICATION-ID
                               TO HND-APPLICATION-ID (HANDLED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-OPENING-COUNTER.
           OPEN INPUT OPENING-COUNTER-FILE
           IF OPENING-COUNTER-STATUS = "00"
               READ OPENING-COUNTER-FILE
                   NOT AT END
                       MOVE OPC-NEXT-CUSTOMER TO NEXT-CUSTOMER-ID
                       MOVE OPC-NEXT-ACCOUNT TO NEXT-ACCOUNT-ID
               END-READ
               CLOSE OPENING-COUNTER-FILE
           END-IF.

       SAVE-OPENING-COUNTER.
           OPEN OUTPUT OPENING-COUNTER-FILE
           MOVE NEXT-CUSTOMER-ID TO OPC-NEXT-CUSTOMER
           MOVE NEXT-ACCOUNT-ID TO OPC-NEXT-ACCOUNT
           WRITE OPENING-COUNTER-RECORD
           CLOSE OPENING-COUNTER-FILE.

       LOAD-CASE-COUNTER.
           OPEN INPUT CASE-COUNTER-FILE
           IF CASE-COUNTER-STATUS = "00"
               READ CASE-COUNTER-FILE INTO CASE-COUNTER-RECORD
                   NOT AT END
                       MOVE CASE-COUNTER-VALUE TO NEXT-CASE-ID
               END-READ
               CLOSE CASE-COUNTER-FILE
           END-IF.

       SAVE-CASE-COUNTER.
           OPEN OUTPUT CASE-COUNTER-FILE
           MOVE NEXT-CASE-ID TO CASE-COUNTER-VALUE
           WRITE CASE-COUNTER-RECORD
           CLOSE CASE-COUNTER-FILE.

       LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PENDING-FILE
           END-IF
           PERFORM UNTIL END-OF-PENDING-FILE = "Y"
               READ PENDING-FILE INTO PENDING-OUT
                   AT END
                       MOVE "Y" TO END-OF-PENDING-FILE
                       CLOSE PENDING-FILE
                   NOT AT END
                       IF PENDING-COUNT < PENDING-MAX
                           ADD 1 TO PENDING-COUNT
                           MOVE PENDING-COUNT TO PX
                           MOVE PO-APPLICATION TO PND-APPLICATION (PX)
                           MOVE PO-CASE-ID TO PND-CASE-ID (PX)
                           MOVE PO-PARKED-DATE TO PND-PARKED-DATE (PX)
                           MOVE 0 TO PND-CLEARED-CASES (PX)
                           MOVE "N" TO PND-BLOCKED (PX)
                           MOVE "N" TO PND-RELEASED (PX)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": pending application table is full,"
                               " no accounts opened"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       MARK-PENDING-CASES.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CASE-FILE
           END-IF
           PERFORM UNTIL END-OF-CASE-FILE = "Y"
               READ CASE-FILE
                   AT END
                       MOVE "Y" TO END-OF-CASE-FILE
                       CLOSE CASE-FILE
                   NOT AT END
                       PERFORM MARK-ONE-CASE
               END-READ
           END-PERFORM.

       MARK-ONE-CASE.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PENDING-COUNT
               IF PND-APPLICATION-ID (PX) = CASE-CUSTOMER-ID
                   IF CASE-STATUS = "CLOSED-FALSE-POSITIVE"
                       ADD 1 TO PND-CLEARED-CASES (PX)
                       IF CLEARED-COUNT < 5000
                           ADD 1 TO CLEARED-COUNT
                           MOVE CASE-CUSTOMER-ID
                               TO CLR-APPLICATION-ID (CLEARED-COUNT)
                           MOVE CASE-SANCTION-ID
                               TO CLR-SANCTION-ID (CLEARED-COUNT)
                           MOVE CASE-MATCH-SCORE
                               TO CLR-MATCH-SCORE (CLEARED-COUNT)
                           MOVE CASE-REVIEWER
                               TO CLR-REVIEWER (CLEARED-COUNT)
                           MOVE CASE-DECISION-DATE
                               TO CLR-DECISION-DATE (CLEARED-COUNT)
                       END-IF
                   ELSE
                       MOVE "Y" TO PND-BLOCKED (PX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-OUTPUT-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open AccountMaster.dat"
                   " (status " DELIMITED BY SIZE
                   ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                   "), no accounts opened" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUSTOMER-FILE
           END-IF
           OPEN EXTEND CUSTOMER-INFO-FILE
           IF CUSTOMER-INFO-STATUS NOT = "00"
               OPEN OUTPUT CUSTOMER-INFO-FILE
           END-IF
           OPEN EXTEND ACCOUNT-INFO-FILE
           IF ACCOUNT-INFO-STATUS NOT = "00"
               OPEN OUTPUT ACCOUNT-INFO-FILE
           END-IF
           OPEN EXTEND IBAN-REGISTER-FILE
           IF IBAN-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT IBAN-REGISTER-FILE
           END-IF
           OPEN EXTEND STATEMENT-CYCLE-FILE
           IF STATEMENT-CYCLE-STATUS NOT = "00"
               OPEN OUTPUT STATEMENT-CYCLE-FILE
           END-IF
           OPEN EXTEND CASE-FILE
           IF CASE-FILE-STATUS NOT = "00"
               OPEN OUTPUT CASE-FILE
           END-IF
           OPEN EXTEND APPLICATION-LOG-FILE
           IF APPLICATION-LOG-STATUS NOT = "00"
               OPEN OUTPUT APPLICATION-LOG-FILE
           END-IF
           OPEN EXTEND LETTER-FILE
           IF LETTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT LETTER-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Account opening run " RUN-DATE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING "APPLICATION CPR         NAME"
               "                            OUTCOME    CUSTOMER  "
               " ACCOUNT         DETAIL"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       CLOSE-OUTPUT-FILES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE OPENED-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "Accounts opened:                   " COUNT-STRING
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE RELEASED-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "  released by compliance:          " COUNT-STRING
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE PARKED-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "Parked pending compliance review:  " COUNT-STRING
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE REJECTED-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "Rejected:                          " COUNT-STRING
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SKIPPED-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "Already handled, skipped:          " COUNT-STRING
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-INFO-FILE
           CLOSE ACCOUNT-INFO-FILE
           CLOSE IBAN-REGISTER-FILE
           CLOSE STATEMENT-CYCLE-FILE
           CLOSE CASE-FILE
           CLOSE APPLICATION-LOG-FILE
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE.

       RELEASE-CLEARED-APPLICATIONS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PENDING-COUNT
               IF PND-CLEARED-CASES (PX) > 0
                   AND PND-BLOCKED (PX) = "N"
                   MOVE PND-APPLICATION (PX) TO CURRENT-APPLICATION
                   PERFORM OPEN-ONE-ACCOUNT
                   IF APPLICATION-VALID = "Y"
                       MOVE "Y" TO PND-RELEASED (PX)
                       ADD 1 TO RELEASED-COUNT
                       PERFORM CARRY-CLEARED-CASES
                   END-IF
               END-IF
           END-PERFORM.

       CARRY-CLEARED-CASES.
           PERFORM VARYING CLX FROM 1 BY 1 UNTIL CLX > CLEARED-COUNT
               IF CLR-APPLICATION-ID (CLX) = APP-APPLICATION-ID
                   ADD 1 TO NEXT-CASE-ID
                   MOVE SPACES TO CASE-RECORD
                   MOVE NEXT-CASE-ID TO CASE-ID
                   MOVE NEW-CUSTOMER-ID TO CASE-CUSTOMER-ID
                   MOVE CLR-SANCTION-ID (CLX) TO CASE-SANCTION-ID
                   MOVE CLR-MATCH-SCORE (CLX) TO CASE-MATCH-SCORE
                   MOVE "CLOSED-FALSE-POSITIVE" TO CASE-STATUS
                   MOVE CLR-REVIEWER (CLX) TO CASE-REVIEWER
                   STRING "Cleared on application "
                       APP-APPLICATION-ID DELIMITED BY SIZE
                       INTO CASE-DISPOSITION
                   END-STRING
                   MOVE CLR-DECISION-DATE (CLX) TO CASE-DECISION-DATE
                   WRITE CASE-RECORD
               END-IF
           END-PERFORM.

       PROCESS-APPLICATIONS.
           OPEN INPUT APPLICATION-FILE
           IF APPLICATION-STATUS NOT = "00"
               DISPLAY "No AccountApplications.txt to process"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-APPLICATION-FILE = "Y"
               READ APPLICATION-FILE INTO CURRENT-APPLICATION
                   AT END
                       MOVE "Y" TO END-OF-APPLICATION-FILE
                   NOT AT END
                       PERFORM HANDLE-ONE-APPLICATION
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE.

       HANDLE-ONE-APPLICATION.
           IF APP-APPLICATION-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > HANDLED-COUNT
               IF HND-APPLICATION-ID (HX) = APP-APPLICATION-ID
                   ADD 1 TO SKIPPED-COUNT
                   MOVE "SKIPPED" TO OUTCOME-TEXT
                   MOVE SPACES TO NEW-CUSTOMER-ID NEW-ACCOUNT-NUMBER
                   MOVE "already opened or parked" TO REJECT-TEXT
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VALIDATE-APPLICATION
           IF APPLICATION-VALID NOT = "Y"
               PERFORM REJECT-APPLICATION
               EXIT PARAGRAPH
           END-IF
           PERFORM SCREEN-APPLICANT
           IF HIT-COUNT > 0
               PERFORM PARK-APPLICATION
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ONE-ACCOUNT
           IF APPLICATION-VALID NOT = "Y"
               PERFORM REJECT-APPLICATION
           END-IF.

       VALIDATE-APPLICATION.
           MOVE "Y" TO APPLICATION-VALID
           MOVE SPACES TO REJECT-TEXT
           PERFORM VALIDATE-CPR
           IF CPR-VALID NOT = "Y"
               MOVE "N" TO APPLICATION-VALID
               MOVE "CPR fails the modulus 11 check" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF APP-FIRSTNAME = SPACES OR APP-LASTNAME = SPACES
               MOVE "N" TO APPLICATION-VALID
               MOVE "applicant name is missing" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF APP-STREET = SPACES OR APP-ZIPCODE = SPACES
               MOVE "N" TO APPLICATION-VALID
               MOVE "applicant address is missing" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF APP-ACCOUNT-TYPE = SPACES
               MOVE "N" TO APPLICATION-VALID
               MOVE "no account type on application" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF PRODUCT-TYPE-COUNT > 0
               MOVE "N" TO PRODUCT-TYPE-FOUND
               PERFORM VARYING PTX FROM 1 BY 1
                   UNTIL PTX > PRODUCT-TYPE-COUNT
                   IF PTA-ACCOUNT-TYPE (PTX) = APP-ACCOUNT-TYPE
                       MOVE "Y" TO PRODUCT-TYPE-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF PRODUCT-TYPE-FOUND = "N"
                   MOVE "N" TO APPLICATION-VALID
                   MOVE "account type not in product catalogue"
                       TO REJECT-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF APP-STATEMENT-FREQUENCY NOT = "W"
               AND APP-STATEMENT-FREQUENCY NOT = "M"
               AND APP-STATEMENT-FREQUENCY NOT = "A"
               AND APP-STATEMENT-FREQUENCY NOT = SPACE
               MOVE "N" TO APPLICATION-VALID
               MOVE "statement frequency must be W, M or A"
                   TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF APP-CUSTOMER-ID NOT = SPACES
               MOVE 0 TO CUSTOMER-SLOT
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
                   IF CUSTOMER-ID OF CUSTOMER-ARRAY (CX) =
                       APP-CUSTOMER-ID
                       MOVE CX TO CUSTOMER-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF CUSTOMER-SLOT = 0
                   MOVE "N" TO APPLICATION-VALID
                   MOVE "customer ID not in the customer master"
                       TO REJECT-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       VALIDATE-CPR.
           MOVE "Y" TO CPR-VALID
           MOVE 0 TO CPR-CHECK-SUM
           IF (APP-CPR (1:6) NOT NUMERIC)
               OR (APP-CPR (8:4) NOT NUMERIC)
               MOVE "N" TO CPR-VALID
           ELSE
               PERFORM SPLIT-CPR-DIGITS
               PERFORM VARYING CPR-DIGIT-INDEX FROM 1 BY 1
                   UNTIL CPR-DIGIT-INDEX > 10
                   COMPUTE CPR-CHECK-SUM = CPR-CHECK-SUM +
                       CPR-DIGIT-ENTRY (CPR-DIGIT-INDEX) *
                       CPR-WEIGHT (CPR-DIGIT-INDEX)
               END-PERFORM
               IF FUNCTION MOD(CPR-CHECK-SUM, 11) NOT = 0
                   MOVE "N" TO CPR-VALID
               END-IF
           END-IF.

       SPLIT-CPR-DIGITS.
           MOVE APP-CPR (1:1) TO CPR-DIGIT-ENTRY (1)
           MOVE APP-CPR (2:1) TO CPR-DIGIT-ENTRY (2)
           MOVE APP-CPR (3:1) TO CPR-DIGIT-ENTRY (3)
           MOVE APP-CPR (4:1) TO CPR-DIGIT-ENTRY (4)
           MOVE APP-CPR (5:1) TO CPR-DIGIT-ENTRY (5)
           MOVE APP-CPR (6:1) TO CPR-DIGIT-ENTRY (6)
           MOVE APP-CPR (8:1) TO CPR-DIGIT-ENTRY (7)
           MOVE APP-CPR (9:1) TO CPR-DIGIT-ENTRY (8)
           MOVE APP-CPR (10:1) TO CPR-DIGIT-ENTRY (9)
           MOVE APP-CPR (11:1) TO CPR-DIGIT-ENTRY (10).

       REJECT-APPLICATION.
           ADD 1 TO REJECTED-COUNT
           STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
               ": account application " APP-APPLICATION-ID
               " rejected - " DELIMITED BY SIZE
               REJECT-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-LOG-INFO
           END-STRING
           PERFORM LOG-EXCEPTION
           MOVE "REJECTED" TO OUTCOME-TEXT
           MOVE SPACES TO NEW-CUSTOMER-ID NEW-ACCOUNT-NUMBER
           PERFORM WRITE-APPLICATION-LOG
           PERFORM WRITE-REPORT-LINE.

       SCREEN-APPLICANT.
           MOVE 0 TO HIT-COUNT
           MOVE 0 TO FIRST-CASE-ID
           MOVE 0 TO BEST-HIT-SCORE
           MOVE SPACES TO BEST-HIT-SANCTION-ID
           MOVE SPACES TO APPLICANT-NAME-UPPER
           STRING FUNCTION TRIM(APP-FIRSTNAME TRAILING) " "
               FUNCTION TRIM(APP-LASTNAME TRAILING)
               DELIMITED BY SIZE
               INTO APPLICANT-NAME-UPPER
           END-STRING
           MOVE FUNCTION UPPER-CASE(APPLICANT-NAME-UPPER)
               TO APPLICANT-NAME-UPPER
           MOVE APP-CPR (1:6) TO APPLICANT-DOB
           MOVE SPACES TO LAST-NAME OF STRING-A
           MOVE 1 TO NAME-SPLIT-POINTER
           UNSTRING APPLICANT-NAME-UPPER DELIMITED BY SPACE
               INTO FIRST-NAME OF STRING-A
               WITH POINTER NAME-SPLIT-POINTER
           END-UNSTRING
           IF NAME-SPLIT-POINTER <=
             FUNCTION LENGTH(APPLICANT-NAME-UPPER)
               MOVE FUNCTION TRIM(APPLICANT-NAME-UPPER
                   (NAME-SPLIT-POINTER:) LEADING)
                   TO LAST-NAME OF STRING-A
           END-IF
           MOVE APPLICANT-NAME-UPPER TO SOUNDEX-INPUT
           PERFORM COMPUTE-SOUNDEX
           MOVE SOUNDEX-CODE TO APPLICANT-SOUNDEX
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > SANCTION-COUNT
               PERFORM SCORE-ONE-SANCTION
           END-PERFORM.

       SCORE-ONE-SANCTION.
           MOVE 0 TO TOTAL-SCORE
           MOVE 0 TO BEST-ALIAS-SCORE
           MOVE FUNCTION
               UPPER-CASE(SANCTION-NAME OF SANCTION-ARRAY (JX))
               TO SOUNDEX-INPUT
           PERFORM COMPUTE-SOUNDEX
           MOVE SOUNDEX-CODE TO SANCTION-SOUNDEX
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 6
               PERFORM FIND-DIST-OF-KX-NAME
           END-PERFORM
           COMPUTE TOTAL-SCORE = BEST-ALIAS-SCORE * NAME-WEIGHT
           PERFORM CONVERT-DATE
           IF APP-ENTITY-TYPE = "O" OR
             ENTITY-TYPE OF SANCTION-ARRAY (JX) = "O"
               COMPUTE DATE-OF-BIRTH-SCORE =
               100 * DATE-OF-BIRTH-WEIGHT
           ELSE
               PERFORM FUZZY-DOB-SCORE
               COMPUTE DATE-OF-BIRTH-SCORE =
               DOB-MATCH-PERCENT * DATE-OF-BIRTH-WEIGHT
           END-IF
           ADD DATE-OF-BIRTH-SCORE TO TOTAL-SCORE
           IF APP-COUNTRY-CODE = COUNTRY-CODE OF SANCTION-ARRAY (JX)
               COMPUTE COUNTRY-SCORE = 100 * COUNTRY-WEIGHT
           ELSE
               MOVE 0 TO COUNTRY-SCORE
           END-IF
           ADD COUNTRY-SCORE TO TOTAL-SCORE
           IF APPLICANT-SOUNDEX = SANCTION-SOUNDEX
               COMPUTE PHONETIC-SCORE = 100 * PHONETIC-WEIGHT
           ELSE
               MOVE 0 TO PHONETIC-SCORE
           END-IF
           ADD PHONETIC-SCORE TO TOTAL-SCORE
           IF TOTAL-SCORE > MINIMUM-SCORE
               PERFORM OPEN-APPLICATION-CASE
           END-IF.

       OPEN-APPLICATION-CASE.
           ADD 1 TO HIT-COUNT
           ADD 1 TO NEXT-CASE-ID
           IF FIRST-CASE-ID = 0
               MOVE NEXT-CASE-ID TO FIRST-CASE-ID
           END-IF
           IF TOTAL-SCORE > BEST-HIT-SCORE
               MOVE TOTAL-SCORE TO BEST-HIT-SCORE
               MOVE SANCTION-ID OF SANCTION-ARRAY (JX)
                   TO BEST-HIT-SANCTION-ID
           END-IF
           MOVE SPACES TO CASE-RECORD
           MOVE NEXT-CASE-ID TO CASE-ID
           MOVE APP-APPLICATION-ID TO CASE-CUSTOMER-ID
           MOVE SANCTION-ID OF SANCTION-ARRAY (JX) TO CASE-SANCTION-ID
           MOVE TOTAL-SCORE TO CASE-MATCH-SCORE
           MOVE "OPEN" TO CASE-STATUS
           WRITE CASE-RECORD.

       PARK-APPLICATION.
           ADD 1 TO PARKED-COUNT
           IF PENDING-COUNT < PENDING-MAX
               ADD 1 TO PENDING-COUNT
               MOVE PENDING-COUNT TO PX
               MOVE CURRENT-APPLICATION TO PND-APPLICATION (PX)
               MOVE FIRST-CASE-ID TO PND-CASE-ID (PX)
               MOVE RUN-DATE TO PND-PARKED-DATE (PX)
               MOVE 0 TO PND-CLEARED-CASES (PX)
               MOVE "Y" TO PND-BLOCKED (PX)
               MOVE "N" TO PND-RELEASED (PX)
           END-IF
           MOVE BEST-HIT-SCORE TO TOTAL-SCORE-STRING
           MOVE FIRST-CASE-ID TO CASE-ID-STRING
           STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
               ": account application " APP-APPLICATION-ID
               " parked, sanction " BEST-HIT-SANCTION-ID
               " score " FUNCTION TRIM(TOTAL-SCORE-STRING LEADING)
               " case " FUNCTION TRIM(CASE-ID-STRING LEADING)
               DELIMITED BY SIZE
               INTO EXCEPTION-LOG-INFO
           END-STRING
           PERFORM LOG-EXCEPTION
           MOVE "PARKED" TO OUTCOME-TEXT
           MOVE SPACES TO NEW-CUSTOMER-ID NEW-ACCOUNT-NUMBER
           MOVE SPACES TO REJECT-TEXT
           STRING "pending compliance, case "
               FUNCTION TRIM(CASE-ID-STRING LEADING)
               DELIMITED BY SIZE
               INTO REJECT-TEXT
           END-STRING
           PERFORM WRITE-APPLICATION-LOG
           PERFORM WRITE-REPORT-LINE.

       OPEN-ONE-ACCOUNT.
           MOVE "Y" TO APPLICATION-VALID
           MOVE SPACES TO REJECT-TEXT
           IF APP-CURRENCY-CODE = SPACES
               MOVE "DKK" TO APP-CURRENCY-CODE
           END-IF
           IF APP-STATEMENT-FREQUENCY = SPACE
               MOVE "M" TO APP-STATEMENT-FREQUENCY
           END-IF
           IF APP-CUSTOMER-ID = SPACES
               MOVE "Y" TO NEW-CUSTOMER
               PERFORM ASSIGN-CUSTOMER-ID
           ELSE
               MOVE "N" TO NEW-CUSTOMER
               MOVE APP-CUSTOMER-ID TO NEW-CUSTOMER-ID
           END-IF
           PERFORM ASSIGN-ACCOUNT-NUMBER
           IF APPLICATION-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPENED-COUNT
           PERFORM BUILD-APPLICANT-TEXTS
           IF NEW-CUSTOMER = "Y"
               PERFORM WRITE-CUSTOMER-RECORDS
           END-IF
           MOVE SPACES TO ACCOUNT-INFO-RECORD
           MOVE NEW-CUSTOMER-ID TO CUSTOMER-ID OF ACCOUNT-INFO-RECORD
           MOVE NEW-ACCOUNT-NUMBER
               TO ACCOUNT-NUMBER OF ACCOUNT-INFO-RECORD
           MOVE APP-ACCOUNT-TYPE TO ACCOUNT-TYPE OF ACCOUNT-INFO-RECORD
           MOVE ZEROS TO ACCOUNT-BALANCE OF ACCOUNT-INFO-RECORD
           MOVE APP-CURRENCY-CODE
               TO CURRENCY-CODE OF ACCOUNT-INFO-RECORD
           WRITE ACCOUNT-INFO-RECORD
           PERFORM WRITE-IBAN
           PERFORM WRITE-STATEMENT-CYCLE
           PERFORM WRITE-WELCOME-LETTER
           MOVE "OPENED" TO OUTCOME-TEXT
           MOVE SPACES TO REJECT-TEXT
           STRING "IBAN " BUILT-IBAN DELIMITED BY SIZE
               INTO REJECT-TEXT
           END-STRING
           PERFORM WRITE-APPLICATION-LOG
           PERFORM WRITE-REPORT-LINE.

       ASSIGN-CUSTOMER-ID.
           MOVE "Y" TO ID-IN-USE
           PERFORM UNTIL ID-IN-USE = "N"
               MOVE NEXT-CUSTOMER-ID TO NEW-CUSTOMER-ID
               ADD 1 TO NEXT-CUSTOMER-ID
               MOVE "N" TO ID-IN-USE
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
                   IF CUSTOMER-ID OF CUSTOMER-ARRAY (CX) =
                       NEW-CUSTOMER-ID
                       MOVE "Y" TO ID-IN-USE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       ASSIGN-ACCOUNT-NUMBER.
           MOVE "Y" TO ID-IN-USE
           PERFORM UNTIL ID-IN-USE = "N"
               MOVE SPACES TO NEW-ACCOUNT-NUMBER
               MOVE NEXT-ACCOUNT-ID TO NEW-ACCOUNT-NUMBER (1:10)
               ADD 1 TO NEXT-ACCOUNT-ID
               MOVE SPACES TO ACCOUNT-MASTER-RECORD
               MOVE NEW-CUSTOMER-ID
                   TO CUSTOMER-ID OF ACCOUNT-MASTER-RECORD
               MOVE NEW-ACCOUNT-NUMBER
                   TO ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               MOVE APP-ACCOUNT-TYPE
                   TO ACCOUNT-TYPE OF ACCOUNT-MASTER-RECORD
               MOVE ZEROS TO ACCOUNT-BALANCE OF ACCOUNT-MASTER-RECORD
               MOVE APP-CURRENCY-CODE
                   TO CURRENCY-CODE OF ACCOUNT-MASTER-RECORD
               MOVE ZEROS TO OPENING-BALANCE OF ACCOUNT-MASTER-RECORD
               MOVE ZEROS TO CLOSING-BALANCE OF ACCOUNT-MASTER-RECORD
               MOVE "O" TO ACCOUNT-STATUS OF ACCOUNT-MASTER-RECORD
               MOVE RUN-DATE
                   TO STATUS-EFFECTIVE-DATE OF ACCOUNT-MASTER-RECORD
               WRITE ACCOUNT-MASTER-RECORD
               EVALUATE ACCOUNT-MASTER-STATUS
                   WHEN "00"
                       MOVE "N" TO ID-IN-USE
                   WHEN "22"
                       MOVE "Y" TO ID-IN-USE
                   WHEN OTHER
                       MOVE "N" TO ID-IN-USE
                       MOVE "N" TO APPLICATION-VALID
                       MOVE SPACES TO REJECT-TEXT
                       STRING "account master write failed, status "
                           ACCOUNT-MASTER-STATUS DELIMITED BY SIZE
                           INTO REJECT-TEXT
                       END-STRING
               END-EVALUATE
           END-PERFORM.

       BUILD-APPLICANT-TEXTS.
           MOVE APP-CPR (1:6) TO APPLICANT-DOB
           MOVE SPACES TO APPLICANT-NAME
           STRING FUNCTION TRIM(APP-FIRSTNAME TRAILING) " "
               FUNCTION TRIM(APP-LASTNAME TRAILING)
               DELIMITED BY SIZE
               INTO APPLICANT-NAME
           END-STRING
           MOVE SPACES TO APPLICANT-ADDRESS
           STRING FUNCTION TRIM(APP-STREET TRAILING) " "
               FUNCTION TRIM(APP-HOUSE-NUMBER TRAILING) ", "
               APP-ZIPCODE " "
               FUNCTION TRIM(APP-CITY TRAILING)
               DELIMITED BY SIZE
               INTO APPLICANT-ADDRESS
           END-STRING.

       WRITE-CUSTOMER-RECORDS.
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE NEW-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD
           MOVE APP-FIRSTNAME TO FIRSTNAME OF CUSTOMER-RECORD
           MOVE APP-LASTNAME TO LASTNAME OF CUSTOMER-RECORD
           MOVE APP-STREET TO STREET OF CUSTOMER-RECORD
           MOVE APP-HOUSE-NUMBER TO HOUSE-NUMBER OF CUSTOMER-RECORD
           MOVE APP-FLOOR TO FLOOR OF CUSTOMER-RECORD
           MOVE APP-DOOR TO DOOR OF CUSTOMER-RECORD
           MOVE APP-CITY TO CITY OF CUSTOMER-RECORD
           MOVE APP-ZIPCODE TO ZIPCODE OF CUSTOMER-RECORD
           MOVE APP-COUNTRY-CODE TO COUNTRY-CODE OF CUSTOMER-RECORD
           MOVE APP-EMAIL TO EMAIL OF CUSTOMER-RECORD
           MOVE APP-PHONE-NUMBER TO PHONE-NUMBER OF CUSTOMER-RECORD
           MOVE NEW-ACCOUNT-NUMBER TO ACCOUNT-NUMBER OF CUSTOMER-RECORD
           MOVE ZEROS TO ACCOUNT-BALANCE OF CUSTOMER-RECORD
           MOVE APP-CURRENCY-CODE TO CURRENCY-CODE OF CUSTOMER-RECORD
           MOVE APP-COUNTRY-CODE TO TAX-RESIDENCE OF CUSTOMER-RECORD
           MOVE "DA" TO PREFERRED-LANGUAGE OF CUSTOMER-RECORD
           WRITE CUSTOMER-RECORD
           IF CUSTOMER-COUNT < CUSTOMER-MAX
               ADD 1 TO CUSTOMER-COUNT
               MOVE CUSTOMER-RECORD TO CUSTOMER-ARRAY (CUSTOMER-COUNT)
           END-IF
           MOVE SPACES TO CUSTOMER-INFO-RECORD
           MOVE NEW-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-INFO-RECORD
           MOVE APPLICANT-NAME TO CUSTOMER-NAME OF CUSTOMER-INFO-RECORD
           MOVE APPLICANT-DOB TO DATE-OF-BIRTH OF CUSTOMER-INFO-RECORD
           MOVE APPLICANT-ADDRESS
               TO CUSTOMER-ADDRESS OF CUSTOMER-INFO-RECORD
           MOVE APP-COUNTRY-CODE
               TO COUNTRY-CODE OF CUSTOMER-INFO-RECORD
           IF APP-ENTITY-TYPE = SPACE
               MOVE "I" TO ENTITY-TYPE OF CUSTOMER-INFO-RECORD
           ELSE
               MOVE APP-ENTITY-TYPE
                   TO ENTITY-TYPE OF CUSTOMER-INFO-RECORD
           END-IF
           WRITE CUSTOMER-INFO-RECORD.

       WRITE-IBAN.
           PERFORM EXTRACT-ACCOUNT-DIGITS
           PERFORM COMPUTE-CHECK-DIGITS
           MOVE SPACES TO BUILT-IBAN
           STRING "DK" CHECK-DIGITS OWN-REG-NUMBER ACCOUNT-DIGITS
               DELIMITED BY SIZE
               INTO BUILT-IBAN
           END-STRING
           MOVE SPACES TO IBAN-REGISTER-RECORD
           MOVE BUILT-IBAN TO IB-IBAN
           MOVE NEW-ACCOUNT-NUMBER TO IB-ACCOUNT-ID
           MOVE OWN-REG-NUMBER TO IB-REG-NUMBER
           WRITE IBAN-REGISTER-RECORD.

       EXTRACT-ACCOUNT-DIGITS.
           MOVE ZEROS TO BBAN-ACCOUNT
           MOVE ALL "0" TO ACCOUNT-DIGITS
           MOVE 11 TO DIGIT-POINTER
           PERFORM VARYING CHAR-INDEX FROM 15 BY -1
               UNTIL CHAR-INDEX < 1 OR DIGIT-POINTER < 2
               MOVE NEW-ACCOUNT-NUMBER (CHAR-INDEX:1) TO WORK-CHAR
               IF WORK-CHAR NUMERIC
                   SUBTRACT 1 FROM DIGIT-POINTER
                   MOVE WORK-CHAR
                       TO ACCOUNT-DIGITS (DIGIT-POINTER:1)
               END-IF
           END-PERFORM.

       COMPUTE-CHECK-DIGITS.
           MOVE SPACES TO MOD97-STRING
           STRING OWN-REG-NUMBER ACCOUNT-DIGITS "132000"
               DELIMITED BY SIZE
               INTO MOD97-STRING
           END-STRING
           MOVE 0 TO MOD97-REMAINDER
           PERFORM VARYING CHAR-INDEX FROM 1 BY 1
               UNTIL CHAR-INDEX > 20
               MOVE FUNCTION NUMVAL(MOD97-STRING (CHAR-INDEX:1))
                   TO MOD97-DIGIT
               COMPUTE MOD97-REMAINDER =
                   FUNCTION MOD(MOD97-REMAINDER * 10 + MOD97-DIGIT,
                       97)
           END-PERFORM
           COMPUTE CHECK-DIGITS = 98 - MOD97-REMAINDER.

       WRITE-STATEMENT-CYCLE.
           MOVE RUN-DATE TO CYCLE-DATE-BUILD
           EVALUATE APP-STATEMENT-FREQUENCY
               WHEN "W"
                   MOVE "weekly" TO FREQUENCY-TEXT
                   COMPUTE CYCLE-DATE-NUMERIC =
                       CYC-YEAR * 10000 + CYC-MONTH * 100 + CYC-DAY
                   COMPUTE CYCLE-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE
                           (CYCLE-DATE-NUMERIC) + 7
                   COMPUTE CYCLE-DATE-NUMERIC =
                       FUNCTION DATE-OF-INTEGER (CYCLE-DATE-INTEGER)
                   COMPUTE CYC-YEAR = CYCLE-DATE-NUMERIC / 10000
                   COMPUTE CYC-MONTH = FUNCTION MOD
                       (CYCLE-DATE-NUMERIC / 100, 100)
                   COMPUTE CYC-DAY = FUNCTION MOD
                       (CYCLE-DATE-NUMERIC, 100)
               WHEN "A"
                   MOVE "annually" TO FREQUENCY-TEXT
                   ADD 1 TO CYC-YEAR
                   IF CYC-DAY > 28
                       MOVE 28 TO CYC-DAY
                   END-IF
               WHEN OTHER
                   MOVE "monthly" TO FREQUENCY-TEXT
                   ADD 1 TO CYC-MONTH
                   IF CYC-MONTH > 12
                       MOVE 1 TO CYC-MONTH
                       ADD 1 TO CYC-YEAR
                   END-IF
                   IF CYC-DAY > 28
                       MOVE 28 TO CYC-DAY
                   END-IF
           END-EVALUATE
           MOVE "-" TO CYC-DASH-1
           MOVE "-" TO CYC-DASH-2
           MOVE CYCLE-DATE-BUILD TO CYCLE-NEXT-DUE
           MOVE SPACES TO STATEMENT-CYCLE-RECORD
           MOVE NEW-ACCOUNT-NUMBER TO SC-KEY
           MOVE APP-STATEMENT-FREQUENCY TO SC-FREQUENCY
           MOVE CYCLE-NEXT-DUE TO SC-NEXT-DUE
           WRITE STATEMENT-CYCLE-RECORD.

       WRITE-WELCOME-LETTER.
           MOVE SPACES TO LETTER-LINE
           STRING RUN-DATE (9:2) "-" RUN-DATE (6:2) "-"
               RUN-DATE (1:4) DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE APPLICANT-NAME TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING FUNCTION TRIM(APP-STREET TRAILING) " "
               FUNCTION TRIM(APP-HOUSE-NUMBER TRAILING) " "
               FUNCTION TRIM(APP-FLOOR TRAILING) " "
               FUNCTION TRIM(APP-DOOR TRAILING)
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING APP-ZIPCODE " " FUNCTION TRIM(APP-CITY TRAILING)
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "WELCOME" TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "Thank you for choosing us. Your new account has been"
               TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "opened and is ready for use." TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING "  Account type:   " APP-ACCOUNT-TYPE
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING "  Account number: " OWN-REG-NUMBER " "
               NEW-ACCOUNT-NUMBER
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING "  IBAN:           " BUILT-IBAN
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING "  Currency:       " APP-CURRENCY-CODE
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING "  Customer ID:    " NEW-CUSTOMER-ID
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           STRING "You will receive account statements "
               FUNCTION TRIM(FREQUENCY-TEXT TRAILING)
               ", the first on " CYCLE-NEXT-DUE "."
               DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "Kind regards," TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE "Customer Service" TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-RECORD.

       WRITE-APPLICATION-LOG.
           MOVE SPACES TO APPLICATION-LOG-RECORD
           MOVE APP-APPLICATION-ID TO AAL-APPLICATION-ID
           MOVE OUTCOME-TEXT TO AAL-OUTCOME
           MOVE RUN-DATE TO AAL-DATE
           MOVE NEW-CUSTOMER-ID TO AAL-CUSTOMER-ID
           MOVE NEW-ACCOUNT-NUMBER TO AAL-ACCOUNT-NUMBER
           MOVE REJECT-TEXT TO AAL-REASON
           WRITE APPLICATION-LOG-RECORD
           IF (OUTCOME-TEXT = "OPENED" OR OUTCOME-TEXT = "PARKED")
               AND HANDLED-COUNT < 50000
               ADD 1 TO HANDLED-COUNT
               MOVE APP-APPLICATION-ID
                   TO HND-APPLICATION-ID (HANDLED-COUNT)
           END-IF.

       WRITE-REPORT-LINE.
           MOVE SPACES TO APPLICANT-NAME
           STRING FUNCTION TRIM(APP-FIRSTNAME TRAILING) " "
               FUNCTION TRIM(APP-LASTNAME TRAILING)
               DELIMITED BY SIZE
               INTO APPLICANT-NAME
           END-STRING
           MOVE SPACES TO REPORT-LINE
           STRING APP-APPLICATION-ID "  " APP-CPR " "
               APPLICANT-NAME " " OUTCOME-TEXT " "
               NEW-CUSTOMER-ID " " NEW-ACCOUNT-NUMBER " "
               REJECT-TEXT
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PENDING-COUNT
               IF PND-RELEASED (PX) NOT = "Y"
                   ADD 1 TO STILL-PENDING-COUNT
                   MOVE PND-APPLICATION (PX) TO PO-APPLICATION
                   MOVE PND-CASE-ID (PX) TO PO-CASE-ID
                   MOVE PND-PARKED-DATE (PX) TO PO-PARKED-DATE
                   WRITE PENDING-LINE FROM PENDING-OUT
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE.

       CONVERT-DATE.
           UNSTRING DATE-OF-BIRTH OF SANCTION-ARRAY (JX)
               DELIMITED BY "-"
               INTO TEMP-YEAR TEMP-MONTH TEMP-DAY
           END-UNSTRING
           MOVE SPACES TO TEMP-DATE-OF-BIRTH
           STRING TEMP-DAY TEMP-MONTH TEMP-YEAR(3:2)
               DELIMITED BY SIZE
               INTO TEMP-DATE-OF-BIRTH
           END-STRING.

       FUZZY-DOB-SCORE.
           MOVE APPLICANT-DOB (1:2) TO TEMP-CUSTOMER-DAY
           MOVE APPLICANT-DOB (3:2) TO TEMP-CUSTOMER-MONTH
           MOVE APPLICANT-DOB (5:2) TO TEMP-CUSTOMER-YEAR
           IF APPLICANT-DOB = TEMP-DATE-OF-BIRTH
               MOVE 100 TO DOB-MATCH-PERCENT
           ELSE
               IF TEMP-CUSTOMER-YEAR = TEMP-YEAR (3:2)
                   IF TEMP-CUSTOMER-DAY = TEMP-MONTH AND
                     TEMP-CUSTOMER-MONTH = TEMP-DAY
                       MOVE 75 TO DOB-MATCH-PERCENT
                   ELSE
                       IF TEMP-CUSTOMER-DAY = TEMP-DAY OR
                         TEMP-CUSTOMER-MONTH = TEMP-MONTH
                           MOVE 50 TO DOB-MATCH-PERCENT
                       ELSE
                           MOVE 25 TO DOB-MATCH-PERCENT
                       END-IF
                   END-IF
               ELSE
                   MOVE 0 TO DOB-MATCH-PERCENT
               END-IF
           END-IF.

       FIND-DIST-OF-NAME.
           INSPECT SANCTION-NAME-UPPER REPLACING ALL "." BY SPACE
           MOVE SPACES TO LAST-NAME OF STRING-B
           MOVE 1 TO NAME-SPLIT-POINTER
           UNSTRING SANCTION-NAME-UPPER DELIMITED BY SPACE
               INTO FIRST-NAME OF STRING-B
               WITH POINTER NAME-SPLIT-POINTER
           END-UNSTRING
           IF NAME-SPLIT-POINTER <=
             FUNCTION LENGTH(SANCTION-NAME-UPPER)
               MOVE FUNCTION TRIM(SANCTION-NAME-UPPER
                   (NAME-SPLIT-POINTER:) LEADING)
                   TO LAST-NAME OF STRING-B
           END-IF
           IF FIRST-NAME OF STRING-B NOT EQUAL "-"
               PERFORM CHECK-BLOCKING
               IF PAIR-BLOCKED NOT = "Y"
                   PERFORM LEVENSHTEIN-DIST
                   IF NAME-SCORE > BEST-ALIAS-SCORE
                       MOVE TEMP-SANCTION-NAME TO BEST-MATCHING-NAME
                       MOVE NAME-SCORE TO BEST-ALIAS-SCORE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO SANCTION-NAME-UPPER.

       CHECK-BLOCKING.
           MOVE "N" TO PAIR-BLOCKED
           MOVE SANCTION-NAME-UPPER TO SOUNDEX-INPUT
           PERFORM COMPUTE-SOUNDEX
           MOVE SOUNDEX-CODE TO ALIAS-SOUNDEX
           IF ALIAS-SOUNDEX NOT = APPLICANT-SOUNDEX
               AND SANCTION-NAME-UPPER (1:1) NOT =
                   APPLICANT-NAME-UPPER (1:1)
               MOVE FUNCTION LENGTH(FUNCTION
                   TRIM(APPLICANT-NAME-UPPER)) TO BLOCK-LEN-A
               MOVE FUNCTION LENGTH(FUNCTION
                   TRIM(SANCTION-NAME-UPPER)) TO BLOCK-LEN-B
               COMPUTE BLOCK-MAX-LEN =
                   FUNCTION MAX(BLOCK-LEN-A, BLOCK-LEN-B)
               COMPUTE BLOCK-LEN-DIFF =
                   FUNCTION ABS(BLOCK-LEN-A - BLOCK-LEN-B)
               IF BLOCK-MAX-LEN > 0
                   COMPUTE BEST-POSSIBLE-SCORE =
                       (1 - BLOCK-LEN-DIFF / BLOCK-MAX-LEN) * 100
                       * NAME-WEIGHT
                   COMPUTE WEIGHT-POINTS =
                       100 * DATE-OF-BIRTH-WEIGHT
                   ADD WEIGHT-POINTS TO BEST-POSSIBLE-SCORE
                   COMPUTE WEIGHT-POINTS = 100 * COUNTRY-WEIGHT
                   ADD WEIGHT-POINTS TO BEST-POSSIBLE-SCORE
                   COMPUTE WEIGHT-POINTS = 100 * PHONETIC-WEIGHT
                   ADD WEIGHT-POINTS TO BEST-POSSIBLE-SCORE
                   IF BEST-POSSIBLE-SCORE NOT > MINIMUM-SCORE
                       MOVE "Y" TO PAIR-BLOCKED
                   END-IF
               END-IF
           END-IF.

       FIND-DIST-OF-KX-NAME.
           MOVE SPACES TO TEMP-SANCTION-NAME
           MOVE SPACE TO SANCTION-NAME-UPPER
           EVALUATE KX
               WHEN 1
                   MOVE SANCTION-NAME OF SANCTION-ARRAY (JX)
                   TO TEMP-SANCTION-NAME
               WHEN 2
                   MOVE ALIAS-1 OF SANCTION-ARRAY (JX)
                   TO TEMP-SANCTION-NAME
               WHEN 3
                   MOVE ALIAS-2 OF SANCTION-ARRAY (JX)
                   TO TEMP-SANCTION-NAME
               WHEN 4
                   MOVE ALIAS-3 OF SANCTION-ARRAY (JX)
                   TO TEMP-SANCTION-NAME
               WHEN 5
                   MOVE ALIAS-4 OF SANCTION-ARRAY (JX)
                   TO TEMP-SANCTION-NAME
               WHEN 6
                   MOVE ALIAS-5 OF SANCTION-ARRAY (JX)
                   TO TEMP-SANCTION-NAME
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(TEMP-SANCTION-NAME)
               TO SANCTION-NAME-UPPER
           PERFORM FIND-DIST-OF-NAME.

       COMPUTE-SOUNDEX.
           MOVE FUNCTION TRIM(SOUNDEX-INPUT) TO SOUNDEX-WORK
           MOVE "0000" TO SOUNDEX-CODE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SOUNDEX-WORK))
               TO SOUNDEX-LENGTH
           IF SOUNDEX-LENGTH > 0
               MOVE SOUNDEX-WORK(1:1) TO SOUNDEX-CODE(1:1)
               MOVE SPACE TO SOUNDEX-LAST-DIGIT
               MOVE 2 TO SOUNDEX-OUT-INDEX
               PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > SOUNDEX-LENGTH OR SOUNDEX-OUT-INDEX > 4
                   MOVE SOUNDEX-WORK(SX:1) TO SOUNDEX-CHAR
                   EVALUATE SOUNDEX-CHAR
                       WHEN "B" WHEN "F" WHEN "P" WHEN "V"
                           MOVE "1" TO SOUNDEX-DIGIT
                       WHEN "C" WHEN "G" WHEN "J" WHEN "K" WHEN "Q"
                           WHEN "S" WHEN "X" WHEN "Z"
                           MOVE "2" TO SOUNDEX-DIGIT
                       WHEN "D" WHEN "T"
                           MOVE "3" TO SOUNDEX-DIGIT
                       WHEN "L"
                           MOVE "4" TO SOUNDEX-DIGIT
                       WHEN "M" WHEN "N"
                           MOVE "5" TO SOUNDEX-DIGIT
                       WHEN "R"
                           MOVE "6" TO SOUNDEX-DIGIT
                       WHEN OTHER
                           MOVE SPACE TO SOUNDEX-DIGIT
                   END-EVALUATE
                   IF SX > 1 AND SOUNDEX-DIGIT NOT = SPACE
                       AND SOUNDEX-DIGIT NOT = SOUNDEX-LAST-DIGIT
                       MOVE SOUNDEX-DIGIT
                           TO SOUNDEX-CODE(SOUNDEX-OUT-INDEX:1)
                       ADD 1 TO SOUNDEX-OUT-INDEX
                   END-IF
                   MOVE SOUNDEX-DIGIT TO SOUNDEX-LAST-DIGIT
               END-PERFORM
           END-IF.

       LEVENSHTEIN-DIST.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FIRST-NAME OF STRING-B))
               TO FIRST-NAME-LENGTH OF LENGTH-B
           IF FIRST-NAME-LENGTH OF LENGTH-B = 1
               MOVE 1 TO FIRST-NAME-LENGTH OF LENGTH-A
           ELSE
               MOVE FUNCTION
               LENGTH(FUNCTION TRIM(FIRST-NAME OF STRING-A))
               TO FIRST-NAME-LENGTH OF LENGTH-A
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LAST-NAME OF STRING-B))
               TO LAST-NAME-LENGTH OF LENGTH-B
           IF LAST-NAME-LENGTH OF LENGTH-B = 1
               MOVE 1 TO LAST-NAME-LENGTH OF LENGTH-A
           ELSE
               MOVE FUNCTION
               LENGTH(FUNCTION TRIM(LAST-NAME OF STRING-A))
               TO LAST-NAME-LENGTH OF LENGTH-A
           END-IF
           INITIALIZE TAB

           MOVE 0 TO I
           MOVE 0 TO J

           PERFORM VARYING I FROM 0 BY 1
           UNTIL I > FIRST-NAME-LENGTH OF LENGTH-A
               MOVE I TO COSTS(I + 1, 1)
           END-PERFORM

           PERFORM VARYING J FROM 0 BY 1
           UNTIL J > FIRST-NAME-LENGTH OF LENGTH-B
               MOVE J TO COSTS(1, J + 1)
           END-PERFORM

           PERFORM WITH TEST AFTER VARYING I FROM 2 BY 1
               UNTIL I > FIRST-NAME-LENGTH OF LENGTH-A
               PERFORM WITH TEST AFTER VARYING J FROM 2 BY 1
                   UNTIL J > FIRST-NAME-LENGTH OF LENGTH-B
                   IF FIRST-NAME OF STRING-A(I - 1:1) =
                   FIRST-NAME OF STRING-B(J - 1:1)
                       MOVE COSTS(I - 1, J - 1) TO COSTS(I, J)
                   ELSE
                       MOVE FUNCTION MIN(
                           FUNCTION MIN(
                               COSTS(I - 1, J) + 1,
                               COSTS(I, J - 1) + 1),
                           COSTS(I - 1, J - 1) + 1)
                           TO COSTS(I, J)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE COSTS(FIRST-NAME-LENGTH OF LENGTH-A + 1,
           FIRST-NAME-LENGTH OF LENGTH-B + 1) TO FIRST-NAME-DISTANCE

           MOVE 0 TO I
           MOVE 0 TO J

           PERFORM VARYING I FROM 0 BY 1
           UNTIL I > LAST-NAME-LENGTH OF LENGTH-A
               MOVE I TO COSTS(I + 1, 1)
           END-PERFORM

           PERFORM VARYING J FROM 0 BY 1
           UNTIL J > LAST-NAME-LENGTH OF LENGTH-B
               MOVE J TO COSTS(1, J + 1)
           END-PERFORM

           PERFORM WITH TEST AFTER VARYING I FROM 2 BY 1
               UNTIL I > LAST-NAME-LENGTH OF LENGTH-A
               PERFORM WITH TEST AFTER VARYING J FROM 2 BY 1
                   UNTIL J > LAST-NAME-LENGTH OF LENGTH-B
                   IF LAST-NAME OF STRING-A(I - 1:1) =
                   LAST-NAME OF STRING-B(J - 1:1)
                       MOVE COSTS(I - 1, J - 1) TO COSTS(I, J)
                   ELSE
                       MOVE FUNCTION MIN(
                           FUNCTION MIN(
                               COSTS(I - 1, J) + 1,
                               COSTS(I, J - 1) + 1),
                           COSTS(I - 1, J - 1) + 1)
                           TO COSTS(I, J)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE COSTS(LAST-NAME-LENGTH OF LENGTH-A + 1,
           LAST-NAME-LENGTH OF LENGTH-B + 1) TO LAST-NAME-DISTANCE
           COMPUTE MAX-LENGTH = FUNCTION
           MAX(FIRST-NAME-LENGTH OF LENGTH-A +
           LAST-NAME-LENGTH OF LENGTH-A,
           FIRST-NAME-LENGTH OF LENGTH-B + LAST-NAME-LENGTH OF LENGTH-B)
           COMPUTE DISTANCE = FIRST-NAME-DISTANCE + LAST-NAME-DISTANCE
           COMPUTE NAME-SCORE = ((1 - (DISTANCE / MAX-LENGTH))
           * 100).
