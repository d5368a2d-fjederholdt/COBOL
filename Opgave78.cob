       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE78.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "src/InputFiles/Config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT SETTING-FILE
               ASSIGN TO "src/InputFiles/BacktestSettings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTING-FILE-STATUS.
           SELECT CUSTOMER-INFO-FILE
               ASSIGN TO "src/InputFiles/CustomerInformation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-INFO-STATUS.
           SELECT AUTHORIZED-PARTY-FILE
               ASSIGN TO "AuthorizedParties.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTHORIZED-PARTY-STATUS.
           SELECT BENEFICIAL-OWNER-FILE
               ASSIGN TO "BeneficialOwners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BENEFICIAL-OWNER-STATUS.
           SELECT SANCTION-FILE
               ASSIGN TO "src/InputFiles/SanctionList.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTION-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "src/SanctionCases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SanctionBacktestReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD SETTING-FILE.
       01 SETTING-RECORD.
           02 SETTING-LINE PIC X(80).

       FD CUSTOMER-INFO-FILE.
       01 CUSTOMER-INFO-RECORD.
           COPY "CUSTOMERINFO.cpy".

       FD AUTHORIZED-PARTY-FILE.
       01 AUTHORIZED-PARTY-RECORD.
           COPY "AUTHORIZEDPARTY.cpy".

       FD BENEFICIAL-OWNER-FILE.
       01 BENEFICIAL-OWNER-RECORD.
           COPY "BENEFICIALOWNER.cpy".

       FD SANCTION-FILE.
       01 SANCTION-RECORD.
           COPY "SANCTIONS.cpy".

       FD CASE-FILE.
       01 CASE-RECORD.
           COPY "SANCTIONCASE.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD.
           02 REPORT-LINE PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-SETTING-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-PARTY-FILE PIC X VALUE "N".
       01 END-OF-OWNER-FILE PIC X VALUE "N".
       01 END-OF-SANCTION-FILE PIC X VALUE "N".
       01 END-OF-CASE-FILE PIC X VALUE "N".
       01 CONFIG-FILE-STATUS PIC XX.
       01 SETTING-FILE-STATUS PIC XX.
       01 CUSTOMER-INFO-STATUS PIC XX.
       01 AUTHORIZED-PARTY-STATUS PIC XX.
       01 BENEFICIAL-OWNER-STATUS PIC XX.
       01 SANCTION-FILE-STATUS PIC XX.
       01 CASE-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave78".
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 CONFIG-KEY PIC X(13) VALUE SPACES.
       01 CONFIG-VALUE PIC X(10) VALUE SPACES.
       01 CURRENT-NAME-WEIGHT PIC 9V99 VALUE 0.
       01 CURRENT-DOB-WEIGHT PIC 9V99 VALUE 0.
       01 CURRENT-COUNTRY-WEIGHT PIC 9V99 VALUE 0.
       01 CURRENT-PHONETIC-WEIGHT PIC 9V99 VALUE 0.
       01 CURRENT-MINIMUM-SCORE PIC 9(3) VALUE 0.
       01 SETTING-FIELD-1 PIC X(12) VALUE SPACES.
       01 SETTING-FIELD-2 PIC X(12) VALUE SPACES.
       01 SETTING-FIELD-3 PIC X(12) VALUE SPACES.
       01 SETTING-FIELD-4 PIC X(12) VALUE SPACES.
       01 SETTING-FIELD-5 PIC X(12) VALUE SPACES.
       01 SETTING-FIELD-6 PIC X(12) VALUE SPACES.
       01 SETTING-STEP PIC S9(3) VALUE 0.
       01 SETTING-STEP-MINIMUM PIC S9(4) VALUE 0.
       01 SETTING-COUNT PIC 9(2) VALUE 0.
       01 SETTING-MAX PIC 9(2) VALUE 20.
       01 SETTING-ARRAY
           OCCURS 1 TO 20 TIMES
           DEPENDING ON SETTING-COUNT.
           02 SET-LABEL PIC X(12).
           02 SET-NAME-WEIGHT PIC 9V99.
           02 SET-DOB-WEIGHT PIC 9V99.
           02 SET-COUNTRY-WEIGHT PIC 9V99.
           02 SET-PHONETIC-WEIGHT PIC 9V99.
           02 SET-MINIMUM-SCORE PIC 9(3).
           02 SET-ALERT-COUNT PIC 9(7).
           02 SET-NEW-PAIR-COUNT PIC 9(7).
           02 SET-FALSE-HIT-COUNT PIC 9(5).
           02 SET-CONFIRMED-HIT-COUNT PIC 9(5).
           02 SET-CONFIRMED-MISSED-COUNT PIC 9(5).
       01 STX PIC 9(2) VALUE 0.
       01 CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 CUSTOMER-MAX PIC 9(5) VALUE 500.
       01 OWN-CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 CUSTOMER-ARRAY
           OCCURS 1 TO 500 TIMES
           DEPENDING ON CUSTOMER-COUNT.
           COPY "CUSTOMERINFO.cpy".
       01 CUSTOMER-HAS-CASE OCCURS 500 TIMES PIC X VALUE "N".
       01 CX PIC 9(5) VALUE 0.
       01 OWNER-TODAY PIC X(10) VALUE SPACES.
       01 OWNER-SCREEN-PCT PIC 9(03)V99 VALUE 25.00.
       01 SANCTION-COUNT PIC 9(5) VALUE 0.
       01 SANCTION-MAX-RECORDS PIC 9(5) VALUE 50000.
       01 SANCTION-ARRAY
           OCCURS 1 TO 50000 TIMES
           DEPENDING ON SANCTION-COUNT.
           COPY "SANCTIONS.cpy".
       01 JX PIC 9(5) VALUE 1.
       01 KX PIC 9(3) VALUE 1.
       01 CASE-COUNT PIC 9(5) VALUE 0.
       01 CASE-MAX PIC 9(5) VALUE 20000.
       01 BACKTEST-CASE-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON CASE-COUNT.
           02 BT-CASE-ID PIC 9(08).
           02 BT-CUSTOMER-ID PIC X(10).
           02 BT-SANCTION-ID PIC X(10).
           02 BT-SCORE PIC 9(3)V9.
           02 BT-OUTCOME PIC X(01).
           02 BT-ALERTED OCCURS 20 TIMES PIC X(01).
           02 BT-RESCORED OCCURS 20 TIMES PIC X(01).
           02 BT-RESCORE OCCURS 20 TIMES PIC 9(03).
       01 BX PIC 9(5) VALUE 0.
       01 PAIR-HAS-CASE PIC X VALUE "N".
       01 BAND-INDEX PIC 9(3) VALUE 0.
       01 BAND-CONFIRMED OCCURS 10 TIMES PIC 9(5) VALUE 0.
       01 BAND-FALSE OCCURS 10 TIMES PIC 9(5) VALUE 0.
       01 BAND-OPEN OCCURS 10 TIMES PIC 9(5) VALUE 0.
       01 BAND-LOW PIC 9(3) VALUE 0.
       01 BAND-HIGH PIC 9(3) VALUE 0.
       01 BAND-CLOSED PIC 9(5) VALUE 0.
       01 BAND-FP-PCT PIC 9(3) VALUE 0.
       01 TOTAL-CONFIRMED PIC 9(5) VALUE 0.
       01 TOTAL-FALSE PIC 9(5) VALUE 0.
       01 TOTAL-OPEN PIC 9(5) VALUE 0.
       01 MISSED-LINE-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
       01 BIG-COUNT-STRING PIC Z(6)9.
       01 COUNT-STRING-2 PIC ZZZZ9.
       01 COUNT-STRING-3 PIC ZZZZ9.
       01 COUNT-STRING-4 PIC ZZZZ9.
       01 PCT-STRING PIC ZZ9.
       01 LOW-STRING PIC ZZ9.
       01 HIGH-STRING PIC ZZ9.
       01 WEIGHT-STRING-1 PIC 9.99.
       01 WEIGHT-STRING-2 PIC 9.99.
       01 WEIGHT-STRING-3 PIC 9.99.
       01 WEIGHT-STRING-4 PIC 9.99.
       01 MINIMUM-STRING PIC ZZ9.
       01 SCORE-STRING PIC ZZ9.9.
       01 RESCORE-STRING PIC ZZ9.
       01 CUSTOMER-DOB PIC X(10) VALUE SPACES.
       01 TOTAL-SCORE PIC 9(3) VALUE 0.
       01 MINIMUM-SCORE PIC 9(3) VALUE 0.
       01 NAME-SCORE PIC 9(3)V9 VALUE 0.
       01 NAME-WEIGHT PIC 9V99.
       01 DATE-OF-BIRTH-SCORE PIC 9(3) VALUE 0.
       01 DATE-OF-BIRTH-WEIGHT PIC 9V99.
       01 COUNTRY-SCORE PIC 9(3) VALUE 0.
       01 COUNTRY-WEIGHT PIC 9V99.
       01 PHONETIC-SCORE PIC 9(3) VALUE 0.
       01 PHONETIC-WEIGHT PIC 9V99.
       01 CUSTOMER-SOUNDEX PIC X(4).
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
       01 CUSTOMER-NAME-UPPER PIC X(20).
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
           MOVE RUN-DATE TO OWNER-TODAY

           PERFORM LOAD-CONFIG
           PERFORM LOAD-SETTINGS
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-AUTHORIZED-PARTIES
           PERFORM LOAD-BENEFICIAL-OWNERS
           PERFORM LOAD-SANCTIONS
           PERFORM LOAD-CASES

           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > SETTING-COUNT
               PERFORM RUN-ONE-SETTING
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM REPORT-SCORE-BANDS
           PERFORM REPORT-SETTINGS
           PERFORM REPORT-MISSED-MATCHES
           CLOSE REPORT-FILE

           MOVE CASE-COUNT TO COUNT-STRING
           DISPLAY "Sanction cases read: " COUNT-STRING
           MOVE SETTING-COUNT TO COUNT-STRING
           DISPLAY "Threshold settings tested: " COUNT-STRING
           MOVE SET-CONFIRMED-MISSED-COUNT (1) TO COUNT-STRING
           DISPLAY "Confirmed matches missed at current settings: "
               COUNT-STRING
           DISPLAY "Report written to SanctionBacktestReport.txt"
           IF SET-CONFIRMED-MISSED-COUNT (1) > 0
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

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open src/InputFiles/Config.txt"
                   " (status " DELIMITED BY SIZE
                   CONFIG-FILE-STATUS DELIMITED BY SIZE
                   "), no back-test run" DELIMITED BY SIZE
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
           CLOSE CONFIG-FILE
           MOVE 1 TO SETTING-COUNT
           MOVE "CURRENT" TO SET-LABEL (1)
           MOVE CURRENT-NAME-WEIGHT TO SET-NAME-WEIGHT (1)
           MOVE CURRENT-DOB-WEIGHT TO SET-DOB-WEIGHT (1)
           MOVE CURRENT-COUNTRY-WEIGHT TO SET-COUNTRY-WEIGHT (1)
           MOVE CURRENT-PHONETIC-WEIGHT TO SET-PHONETIC-WEIGHT (1)
           MOVE CURRENT-MINIMUM-SCORE TO SET-MINIMUM-SCORE (1).

       PARSE-CONFIG.
           MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
           UNSTRING CONFIG-LINE
               DELIMITED BY "="
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING

           EVALUATE CONFIG-KEY
               WHEN "NAME"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                   TO CURRENT-NAME-WEIGHT
               WHEN "DATE-OF-BIRTH"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                   TO CURRENT-DOB-WEIGHT
               WHEN "COUNTRY"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                   TO CURRENT-COUNTRY-WEIGHT
               WHEN "PHONETIC"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                   TO CURRENT-PHONETIC-WEIGHT
               WHEN "MINIMUM-SCORE"
                   COMPUTE CURRENT-MINIMUM-SCORE =
                       FUNCTION NUMVAL(CONFIG-VALUE) * 100
           END-EVALUATE.

       LOAD-SETTINGS.
           OPEN INPUT SETTING-FILE
           IF SETTING-FILE-STATUS NOT = "00"
               PERFORM ADD-DEFAULT-SETTINGS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-SETTING-FILE = "Y"
               READ SETTING-FILE INTO SETTING-RECORD
                   AT END
                       MOVE "Y" TO END-OF-SETTING-FILE
                       CLOSE SETTING-FILE
                   NOT AT END
                       PERFORM PARSE-SETTING
               END-READ
           END-PERFORM
           IF SETTING-COUNT = 1
               PERFORM ADD-DEFAULT-SETTINGS
           END-IF.

       PARSE-SETTING.
           MOVE SPACES TO SETTING-FIELD-1 SETTING-FIELD-2
               SETTING-FIELD-3 SETTING-FIELD-4 SETTING-FIELD-5
               SETTING-FIELD-6
           UNSTRING SETTING-LINE
               DELIMITED BY ","
               INTO SETTING-FIELD-1 SETTING-FIELD-2 SETTING-FIELD-3
                   SETTING-FIELD-4 SETTING-FIELD-5 SETTING-FIELD-6
           END-UNSTRING
           IF SETTING-FIELD-1 = SPACES OR SETTING-FIELD-6 = SPACES
               EXIT PARAGRAPH
           END-IF
           IF SETTING-COUNT >= SETTING-MAX
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": more than 19 back-test settings, "
                   FUNCTION TRIM(SETTING-FIELD-1) " skipped"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SETTING-COUNT
           MOVE SETTING-FIELD-1 TO SET-LABEL (SETTING-COUNT)
           MOVE FUNCTION NUMVAL(SETTING-FIELD-2)
               TO SET-NAME-WEIGHT (SETTING-COUNT)
           MOVE FUNCTION NUMVAL(SETTING-FIELD-3)
               TO SET-DOB-WEIGHT (SETTING-COUNT)
           MOVE FUNCTION NUMVAL(SETTING-FIELD-4)
               TO SET-COUNTRY-WEIGHT (SETTING-COUNT)
           MOVE FUNCTION NUMVAL(SETTING-FIELD-5)
               TO SET-PHONETIC-WEIGHT (SETTING-COUNT)
           COMPUTE SET-MINIMUM-SCORE (SETTING-COUNT) =
               FUNCTION NUMVAL(SETTING-FIELD-6) * 100.

       ADD-DEFAULT-SETTINGS.
           PERFORM VARYING SETTING-STEP FROM -10 BY 5
               UNTIL SETTING-STEP > 10
               COMPUTE SETTING-STEP-MINIMUM =
                   CURRENT-MINIMUM-SCORE + SETTING-STEP
               IF SETTING-STEP NOT = 0
                   AND SETTING-STEP-MINIMUM >= 0
                   AND SETTING-STEP-MINIMUM <= 100
                   ADD 1 TO SETTING-COUNT
                   MOVE SETTING-STEP-MINIMUM TO MINIMUM-STRING
                   MOVE SPACES TO SET-LABEL (SETTING-COUNT)
                   STRING "MINIMUM "
                       FUNCTION TRIM(MINIMUM-STRING LEADING)
                       DELIMITED BY SIZE
                       INTO SET-LABEL (SETTING-COUNT)
                   END-STRING
                   MOVE CURRENT-NAME-WEIGHT
                       TO SET-NAME-WEIGHT (SETTING-COUNT)
                   MOVE CURRENT-DOB-WEIGHT
                       TO SET-DOB-WEIGHT (SETTING-COUNT)
                   MOVE CURRENT-COUNTRY-WEIGHT
                       TO SET-COUNTRY-WEIGHT (SETTING-COUNT)
                   MOVE CURRENT-PHONETIC-WEIGHT
                       TO SET-PHONETIC-WEIGHT (SETTING-COUNT)
                   MOVE SETTING-STEP-MINIMUM
                       TO SET-MINIMUM-SCORE (SETTING-COUNT)
               END-IF
           END-PERFORM.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-INFO-FILE
           IF CUSTOMER-INFO-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open"
                   " src/InputFiles/CustomerInformation.txt"
                   " (status " DELIMITED BY SIZE
                   CUSTOMER-INFO-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
               READ CUSTOMER-INFO-FILE INTO CUSTOMER-INFO-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-FILE
                   NOT AT END
                       IF CUSTOMER-COUNT < CUSTOMER-MAX
                           ADD 1 TO CUSTOMER-COUNT
                           MOVE CUSTOMER-INFO-RECORD
                               TO CUSTOMER-ARRAY (CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-INFO-FILE
           MOVE CUSTOMER-COUNT TO OWN-CUSTOMER-COUNT.

       LOAD-AUTHORIZED-PARTIES.
           OPEN INPUT AUTHORIZED-PARTY-FILE
           IF AUTHORIZED-PARTY-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PARTY-FILE
           END-IF
           PERFORM UNTIL END-OF-PARTY-FILE = "Y"
               READ AUTHORIZED-PARTY-FILE INTO AUTHORIZED-PARTY-RECORD
                   AT END
                       MOVE "Y" TO END-OF-PARTY-FILE
                       CLOSE AUTHORIZED-PARTY-FILE
                   NOT AT END
                       IF CUSTOMER-COUNT < CUSTOMER-MAX
                           AND AP-NAME NOT = SPACES
                           ADD 1 TO CUSTOMER-COUNT
                           MOVE SPACES
                               TO CUSTOMER-ARRAY (CUSTOMER-COUNT)
                           STRING AP-CPR (1:6) AP-CPR (8:4)
                               DELIMITED BY SIZE
                               INTO CUSTOMER-ID OF CUSTOMER-ARRAY
                                   (CUSTOMER-COUNT)
                           END-STRING
                           MOVE AP-NAME (1:20)
                               TO CUSTOMER-NAME OF CUSTOMER-ARRAY
                                   (CUSTOMER-COUNT)
                           MOVE "DK" TO COUNTRY-CODE OF CUSTOMER-ARRAY
                               (CUSTOMER-COUNT)
                           MOVE "P" TO ENTITY-TYPE OF CUSTOMER-ARRAY
                               (CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-BENEFICIAL-OWNERS.
           OPEN INPUT BENEFICIAL-OWNER-FILE
           IF BENEFICIAL-OWNER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-OWNER-FILE
           END-IF
           PERFORM UNTIL END-OF-OWNER-FILE = "Y"
               READ BENEFICIAL-OWNER-FILE INTO BENEFICIAL-OWNER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-OWNER-FILE
                       CLOSE BENEFICIAL-OWNER-FILE
                   NOT AT END
                       IF (BO-VALID-TO = SPACES
                           OR BO-VALID-TO NOT < OWNER-TODAY)
                           AND BO-OWNERSHIP-PCT NOT < OWNER-SCREEN-PCT
                           AND CUSTOMER-COUNT < CUSTOMER-MAX
                           AND BO-NAME NOT = SPACES
                           ADD 1 TO CUSTOMER-COUNT
                           MOVE SPACES
                               TO CUSTOMER-ARRAY (CUSTOMER-COUNT)
                           MOVE BO-CUSTOMER-ID TO CUSTOMER-ID
                               OF CUSTOMER-ARRAY (CUSTOMER-COUNT)
                           MOVE BO-NAME (1:20) TO CUSTOMER-NAME
                               OF CUSTOMER-ARRAY (CUSTOMER-COUNT)
                           MOVE BO-CPR (1:6) TO DATE-OF-BIRTH
                               OF CUSTOMER-ARRAY (CUSTOMER-COUNT)
                           MOVE "DK" TO COUNTRY-CODE
                               OF CUSTOMER-ARRAY (CUSTOMER-COUNT)
                           MOVE "P" TO ENTITY-TYPE
                               OF CUSTOMER-ARRAY (CUSTOMER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-SANCTIONS.
           OPEN INPUT SANCTION-FILE
           IF SANCTION-FILE-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open src/InputFiles/SanctionList.txt"
                   " (status " DELIMITED BY SIZE
                   SANCTION-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCTION-FILE.

       LOAD-CASES.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CASE-FILE
           END-IF
           PERFORM UNTIL END-OF-CASE-FILE = "Y"
               READ CASE-FILE INTO CASE-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CASE-FILE
                       CLOSE CASE-FILE
                   NOT AT END
                       IF CASE-COUNT < CASE-MAX
                           PERFORM ADD-BACKTEST-CASE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-BACKTEST-CASE.
           ADD 1 TO CASE-COUNT
           MOVE CASE-ID TO BT-CASE-ID (CASE-COUNT)
           MOVE CASE-CUSTOMER-ID TO BT-CUSTOMER-ID (CASE-COUNT)
           MOVE CASE-SANCTION-ID TO BT-SANCTION-ID (CASE-COUNT)
           MOVE FUNCTION NUMVAL(CASE-MATCH-SCORE)
               TO BT-SCORE (CASE-COUNT)
           EVALUATE CASE-STATUS
               WHEN "ESCALATED"
                   MOVE "C" TO BT-OUTCOME (CASE-COUNT)
               WHEN "CLOSED-FALSE-POSITIVE"
                   MOVE "F" TO BT-OUTCOME (CASE-COUNT)
               WHEN OTHER
                   MOVE "O" TO BT-OUTCOME (CASE-COUNT)
           END-EVALUATE
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > SETTING-MAX
               MOVE "N" TO BT-ALERTED (CASE-COUNT, STX)
               MOVE "N" TO BT-RESCORED (CASE-COUNT, STX)
               MOVE 0 TO BT-RESCORE (CASE-COUNT, STX)
           END-PERFORM
           COMPUTE BAND-INDEX = (BT-SCORE (CASE-COUNT) / 10) + 1
           IF BAND-INDEX > 10
               MOVE 10 TO BAND-INDEX
           END-IF
           EVALUATE BT-OUTCOME (CASE-COUNT)
               WHEN "C"
                   ADD 1 TO BAND-CONFIRMED (BAND-INDEX)
                   ADD 1 TO TOTAL-CONFIRMED
               WHEN "F"
                   ADD 1 TO BAND-FALSE (BAND-INDEX)
                   ADD 1 TO TOTAL-FALSE
               WHEN OTHER
                   ADD 1 TO BAND-OPEN (BAND-INDEX)
                   ADD 1 TO TOTAL-OPEN
           END-EVALUATE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               IF CUSTOMER-ID OF CUSTOMER-ARRAY (CX) = CASE-CUSTOMER-ID
                   MOVE "Y" TO CUSTOMER-HAS-CASE (CX)
               END-IF
           END-PERFORM.

       RUN-ONE-SETTING.
           MOVE SET-NAME-WEIGHT (STX) TO NAME-WEIGHT
           MOVE SET-DOB-WEIGHT (STX) TO DATE-OF-BIRTH-WEIGHT
           MOVE SET-COUNTRY-WEIGHT (STX) TO COUNTRY-WEIGHT
           MOVE SET-PHONETIC-WEIGHT (STX) TO PHONETIC-WEIGHT
           MOVE SET-MINIMUM-SCORE (STX) TO MINIMUM-SCORE
           MOVE 0 TO SET-ALERT-COUNT (STX)
           MOVE 0 TO SET-NEW-PAIR-COUNT (STX)
           MOVE 0 TO SET-FALSE-HIT-COUNT (STX)
           MOVE 0 TO SET-CONFIRMED-HIT-COUNT (STX)
           MOVE 0 TO SET-CONFIRMED-MISSED-COUNT (STX)
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               PERFORM SCREEN-CUSTOMER
           END-PERFORM
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > CASE-COUNT
               EVALUATE TRUE
                   WHEN BT-OUTCOME (BX) = "F"
                       AND BT-ALERTED (BX, STX) = "Y"
                       ADD 1 TO SET-FALSE-HIT-COUNT (STX)
                   WHEN BT-OUTCOME (BX) = "C"
                       AND BT-ALERTED (BX, STX) = "Y"
                       ADD 1 TO SET-CONFIRMED-HIT-COUNT (STX)
                   WHEN BT-OUTCOME (BX) = "C"
                       ADD 1 TO SET-CONFIRMED-MISSED-COUNT (STX)
               END-EVALUATE
           END-PERFORM.

       SCREEN-CUSTOMER.
           MOVE DATE-OF-BIRTH OF CUSTOMER-ARRAY (CX) TO CUSTOMER-DOB
           MOVE SPACES TO CUSTOMER-NAME-UPPER
           MOVE FUNCTION
               UPPER-CASE(CUSTOMER-NAME OF CUSTOMER-ARRAY (CX))
               TO CUSTOMER-NAME-UPPER
           MOVE SPACES TO LAST-NAME OF STRING-A
           MOVE 1 TO NAME-SPLIT-POINTER
           UNSTRING CUSTOMER-NAME-UPPER DELIMITED BY SPACE
               INTO FIRST-NAME OF STRING-A
               WITH POINTER NAME-SPLIT-POINTER
           END-UNSTRING
           IF NAME-SPLIT-POINTER <=
             FUNCTION LENGTH(CUSTOMER-NAME-UPPER)
               MOVE FUNCTION TRIM(CUSTOMER-NAME-UPPER
                   (NAME-SPLIT-POINTER:) LEADING)
                   TO LAST-NAME OF STRING-A
           END-IF
           MOVE CUSTOMER-NAME-UPPER TO SOUNDEX-INPUT
           PERFORM COMPUTE-SOUNDEX
           MOVE SOUNDEX-CODE TO CUSTOMER-SOUNDEX
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
           IF ENTITY-TYPE OF CUSTOMER-ARRAY (CX) = "O" OR
             ENTITY-TYPE OF SANCTION-ARRAY (JX) = "O"
               COMPUTE DATE-OF-BIRTH-SCORE =
               100 * DATE-OF-BIRTH-WEIGHT
           ELSE
               PERFORM FUZZY-DOB-SCORE
               COMPUTE DATE-OF-BIRTH-SCORE =
               DOB-MATCH-PERCENT * DATE-OF-BIRTH-WEIGHT
           END-IF
           ADD DATE-OF-BIRTH-SCORE TO TOTAL-SCORE
           IF COUNTRY-CODE OF CUSTOMER-ARRAY (CX) =
             COUNTRY-CODE OF SANCTION-ARRAY (JX)
               COMPUTE COUNTRY-SCORE = 100 * COUNTRY-WEIGHT
           ELSE
               MOVE 0 TO COUNTRY-SCORE
           END-IF
           ADD COUNTRY-SCORE TO TOTAL-SCORE
           IF CUSTOMER-SOUNDEX = SANCTION-SOUNDEX
               COMPUTE PHONETIC-SCORE = 100 * PHONETIC-WEIGHT
           ELSE
               MOVE 0 TO PHONETIC-SCORE
           END-IF
           ADD PHONETIC-SCORE TO TOTAL-SCORE
           MOVE "N" TO PAIR-HAS-CASE
           IF CUSTOMER-HAS-CASE (CX) = "Y"
               PERFORM NOTE-CASE-PAIR
           END-IF
           IF TOTAL-SCORE > MINIMUM-SCORE
               ADD 1 TO SET-ALERT-COUNT (STX)
               IF PAIR-HAS-CASE = "N"
                   ADD 1 TO SET-NEW-PAIR-COUNT (STX)
               END-IF
           END-IF.

       NOTE-CASE-PAIR.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > CASE-COUNT
               IF BT-CUSTOMER-ID (BX) =
                   CUSTOMER-ID OF CUSTOMER-ARRAY (CX)
                   AND BT-SANCTION-ID (BX) =
                   SANCTION-ID OF SANCTION-ARRAY (JX)
                   MOVE "Y" TO PAIR-HAS-CASE
                   MOVE "Y" TO BT-RESCORED (BX, STX)
                   IF TOTAL-SCORE > BT-RESCORE (BX, STX)
                       MOVE TOTAL-SCORE TO BT-RESCORE (BX, STX)
                   END-IF
                   IF TOTAL-SCORE > MINIMUM-SCORE
                       MOVE "Y" TO BT-ALERTED (BX, STX)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "Sanction screening back-test " RUN-DATE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE CURRENT-NAME-WEIGHT TO WEIGHT-STRING-1
           MOVE CURRENT-DOB-WEIGHT TO WEIGHT-STRING-2
           MOVE CURRENT-COUNTRY-WEIGHT TO WEIGHT-STRING-3
           MOVE CURRENT-PHONETIC-WEIGHT TO WEIGHT-STRING-4
           MOVE CURRENT-MINIMUM-SCORE TO MINIMUM-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "Current Config.txt: name " WEIGHT-STRING-1
               " date of birth " WEIGHT-STRING-2
               " country " WEIGHT-STRING-3
               " phonetic " WEIGHT-STRING-4
               " alert above " MINIMUM-STRING
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE CUSTOMER-COUNT TO COUNT-STRING
           MOVE SANCTION-COUNT TO COUNT-STRING-2
           MOVE SPACES TO REPORT-LINE
           STRING "Screened parties " COUNT-STRING
               " (customers, authorized parties, beneficial owners)"
               " against " COUNT-STRING-2 " sanction entries"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       REPORT-SCORE-BANDS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE "Case dispositions by original match score:"
               TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING "  Score band  Confirmed  False pos.  Still open"
               "  FP share"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING BAND-INDEX FROM 1 BY 1
               UNTIL BAND-INDEX > 10
               COMPUTE BAND-LOW = (BAND-INDEX - 1) * 10
               COMPUTE BAND-HIGH = BAND-LOW + 9
               IF BAND-INDEX = 10
                   MOVE 100 TO BAND-HIGH
               END-IF
               MOVE BAND-LOW TO LOW-STRING
               MOVE BAND-HIGH TO HIGH-STRING
               MOVE BAND-CONFIRMED (BAND-INDEX) TO COUNT-STRING
               MOVE BAND-FALSE (BAND-INDEX) TO COUNT-STRING-2
               MOVE BAND-OPEN (BAND-INDEX) TO COUNT-STRING-3
               COMPUTE BAND-CLOSED = BAND-CONFIRMED (BAND-INDEX)
                   + BAND-FALSE (BAND-INDEX)
               MOVE SPACES TO REPORT-LINE
               IF BAND-CLOSED > 0
                   COMPUTE BAND-FP-PCT ROUNDED =
                       BAND-FALSE (BAND-INDEX) * 100 / BAND-CLOSED
                   MOVE BAND-FP-PCT TO PCT-STRING
                   STRING "  " LOW-STRING " - " HIGH-STRING
                       "     " COUNT-STRING "       " COUNT-STRING-2
                       "       " COUNT-STRING-3 "       " PCT-STRING
                       "%"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING "  " LOW-STRING " - " HIGH-STRING
                       "     " COUNT-STRING "       " COUNT-STRING-2
                       "       " COUNT-STRING-3 "          -"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE TOTAL-CONFIRMED TO COUNT-STRING
           MOVE TOTAL-FALSE TO COUNT-STRING-2
           MOVE TOTAL-OPEN TO COUNT-STRING-3
           MOVE SPACES TO REPORT-LINE
           STRING "  Total       " COUNT-STRING "       " COUNT-STRING-2
               "       " COUNT-STRING-3
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING "  Confirmed = ESCALATED, false pos. ="
               " CLOSED-FALSE-POSITIVE,"
               " still open = OPEN or IN-REVIEW"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       REPORT-SETTINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE "Re-run of the current customer file per setting:"
               TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           STRING "  Setting       Name  DOB   Ctry  Phon  Min"
               "   Alerts  New pairs  Known FP  Confirmed  Missed"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > SETTING-COUNT
               MOVE SET-NAME-WEIGHT (STX) TO WEIGHT-STRING-1
               MOVE SET-DOB-WEIGHT (STX) TO WEIGHT-STRING-2
               MOVE SET-COUNTRY-WEIGHT (STX) TO WEIGHT-STRING-3
               MOVE SET-PHONETIC-WEIGHT (STX) TO WEIGHT-STRING-4
               MOVE SET-MINIMUM-SCORE (STX) TO MINIMUM-STRING
               MOVE SET-ALERT-COUNT (STX) TO BIG-COUNT-STRING
               MOVE SET-FALSE-HIT-COUNT (STX) TO COUNT-STRING
               MOVE SET-CONFIRMED-HIT-COUNT (STX) TO COUNT-STRING-2
               MOVE SET-CONFIRMED-MISSED-COUNT (STX)
                   TO COUNT-STRING-3
               MOVE SET-NEW-PAIR-COUNT (STX) TO COUNT-STRING-4
               MOVE SPACES TO REPORT-LINE
               STRING "  " SET-LABEL (STX) "  " WEIGHT-STRING-1
                   "  " WEIGHT-STRING-2 "  " WEIGHT-STRING-3
                   "  " WEIGHT-STRING-4 "  " MINIMUM-STRING
                   "  " BIG-COUNT-STRING "      " COUNT-STRING-4
                   "     " COUNT-STRING "      " COUNT-STRING-2
                   "   " COUNT-STRING-3
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  Alerts count every customer/entry pair above the"
               " minimum; new pairs have no"
               " case on file yet"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       REPORT-MISSED-MATCHES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE "Confirmed matches that a setting would miss:"
               TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE 0 TO MISSED-LINE-COUNT
           PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > SETTING-COUNT
               PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > CASE-COUNT
                   IF BT-OUTCOME (BX) = "C"
                       AND BT-ALERTED (BX, STX) NOT = "Y"
                       PERFORM WRITE-MISSED-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF MISSED-LINE-COUNT = 0
               MOVE "  none" TO REPORT-LINE
               WRITE REPORT-RECORD
           END-IF.

       WRITE-MISSED-LINE.
           ADD 1 TO MISSED-LINE-COUNT
           MOVE BT-SCORE (BX) TO SCORE-STRING
           MOVE SET-MINIMUM-SCORE (STX) TO MINIMUM-STRING
           MOVE SPACES TO REPORT-LINE
           IF BT-RESCORED (BX, STX) = "Y"
               MOVE BT-RESCORE (BX, STX) TO RESCORE-STRING
               STRING "  " SET-LABEL (STX) " case "
                   BT-CASE-ID (BX) " customer " BT-CUSTOMER-ID (BX)
                   " entry " BT-SANCTION-ID (BX)
                   " scored " SCORE-STRING " then, " RESCORE-STRING
                   " now, alert above " MINIMUM-STRING
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  " SET-LABEL (STX) " case "
                   BT-CASE-ID (BX) " customer " BT-CUSTOMER-ID (BX)
                   " entry " BT-SANCTION-ID (BX)
                   " scored " SCORE-STRING " then, customer or"
                   " entry no longer on file"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-RECORD.

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
           MOVE CUSTOMER-DOB (1:2) TO TEMP-CUSTOMER-DAY
           MOVE CUSTOMER-DOB (3:2) TO TEMP-CUSTOMER-MONTH
           MOVE CUSTOMER-DOB (5:2) TO TEMP-CUSTOMER-YEAR
           IF CUSTOMER-DOB = TEMP-DATE-OF-BIRTH
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
           IF ALIAS-SOUNDEX NOT = CUSTOMER-SOUNDEX
               AND SANCTION-NAME-UPPER (1:1) NOT =
                   CUSTOMER-NAME-UPPER (1:1)
               MOVE FUNCTION LENGTH(FUNCTION
                   TRIM(CUSTOMER-NAME-UPPER)) TO BLOCK-LEN-A
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
