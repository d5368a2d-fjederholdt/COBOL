       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE75.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-INFO-FILE
               ASSIGN TO "src/InputFiles/CustomerInformation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-INFO-STATUS.
           SELECT RISK-CONFIG-FILE ASSIGN TO "RiskRatingConfig.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISK-CONFIG-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "AccountMaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER OF ACCOUNT-MASTER-RECORD
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN TO "TransactionArchive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-ARCHIVE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "Transactions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "src/SanctionCases.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT STRUCTURING-ALERT-FILE
               ASSIGN TO "StructuringAlerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STRUCTURING-ALERT-STATUS.
           SELECT FILING-REGISTER-FILE ASSIGN TO "FilingRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILING-REGISTER-STATUS.
           SELECT AUTHORIZED-PARTY-FILE
               ASSIGN TO "AuthorizedParties.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTHORIZED-PARTY-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "KYCReviewsCompleted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT RISK-FILE ASSIGN TO "CustomerRiskRatings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CustomerRiskReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT EXCEPTION-LOG-FILE ASSIGN TO "ExceptionLog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-INFO-FILE.
       01 CUSTOMER-INFO-RECORD.
           COPY "CUSTOMERINFO.cpy".

       FD RISK-CONFIG-FILE.
       01 RISK-CONFIG-RECORD.
           02 CONFIG-LINE PIC X(50).

       FD ACCOUNT-MASTER-FILE.
       01 ACCOUNT-MASTER-RECORD.
           COPY "ACCOUNTMASTER.cpy".

       FD TRANSACTION-ARCHIVE-FILE.
       01 TRANSACTION-ARCHIVE-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           COPY "TRANSACTIONS.cpy".

       FD CASE-FILE.
       01 CASE-RECORD.
           COPY "SANCTIONCASE.cpy".

       FD STRUCTURING-ALERT-FILE.
       01 STRUCTURING-ALERT-RECORD.
           02 STRUCTURING-ALERT-INFO PIC X(130).

       FD FILING-REGISTER-FILE.
       01 FILING-REGISTER-RECORD.
           02 FIL-REFERENCE PIC X(11).
           02 FIL-TYPE PIC X(01).
           02 FIL-SUBJECT PIC X(11).
           02 FIL-PREPARED-DATE PIC X(10).
           02 FIL-STATUS PIC X(12).
           02 FIL-DECISION PIC X(30).

       FD AUTHORIZED-PARTY-FILE.
       01 AUTHORIZED-PARTY-RECORD.
           COPY "AUTHORIZEDPARTY.cpy".

       FD REVIEW-FILE.
       01 REVIEW-RECORD.
           02 REV-CUSTOMER-ID PIC X(10).
           02 REV-DATE PIC X(10).
           02 REV-OPERATOR PIC X(03).
           02 REV-NOTE PIC X(30).

       FD RISK-FILE.
       01 RISK-RECORD.
           COPY "CUSTOMERRISK.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD.
           02 REPORT-LINE PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CUSTOMER-INFO-FILE PIC X VALUE "N".
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-ACCOUNT-MASTER-FILE PIC X VALUE "N".
       01 END-OF-ARCHIVE-FILE PIC X VALUE "N".
       01 END-OF-TRANSACTION-FILE PIC X VALUE "N".
       01 END-OF-CASE-FILE PIC X VALUE "N".
       01 END-OF-ALERT-FILE PIC X VALUE "N".
       01 END-OF-FILING-FILE PIC X VALUE "N".
       01 END-OF-PARTY-FILE PIC X VALUE "N".
       01 END-OF-REVIEW-FILE PIC X VALUE "N".
       01 END-OF-RISK-FILE PIC X VALUE "N".
       01 CUSTOMER-INFO-STATUS PIC XX.
       01 RISK-CONFIG-STATUS PIC XX.
       01 ACCOUNT-MASTER-STATUS PIC XX.
       01 TRANSACTION-ARCHIVE-STATUS PIC XX.
       01 TRANSACTION-FILE-STATUS PIC XX.
       01 CASE-FILE-STATUS PIC XX.
       01 STRUCTURING-ALERT-STATUS PIC XX.
       01 FILING-REGISTER-STATUS PIC XX.
       01 AUTHORIZED-PARTY-STATUS PIC XX.
       01 REVIEW-FILE-STATUS PIC XX.
       01 RISK-FILE-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave75".
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 CONFIG-KEY PIC X(30) VALUE SPACES.
       01 CONFIG-VALUE PIC X(20) VALUE SPACES.
       01 HOME-COUNTRY PIC X(02) VALUE "DK".
       01 HIGH-RISK-COUNTRY-POINTS PIC 9(4) VALUE 40.
       01 FOREIGN-COUNTRY-POINTS PIC 9(4) VALUE 10.
       01 ORGANIZATION-POINTS PIC 9(4) VALUE 15.
       01 OPEN-CASE-POINTS PIC 9(4) VALUE 30.
       01 CONFIRMED-CASE-POINTS PIC 9(4) VALUE 60.
       01 STRUCTURING-ALERT-POINTS PIC 9(4) VALUE 20.
       01 FILING-POINTS PIC 9(4) VALUE 40.
       01 AUTHORIZED-PARTY-POINTS PIC 9(4) VALUE 5.
       01 MEDIUM-THRESHOLD PIC 9(4) VALUE 30.
       01 HIGH-THRESHOLD PIC 9(4) VALUE 60.
       01 HIGH-REVIEW-MONTHS PIC 9(3) VALUE 12.
       01 MEDIUM-REVIEW-MONTHS PIC 9(3) VALUE 36.
       01 LOW-REVIEW-MONTHS PIC 9(3) VALUE 60.
       01 HIGH-RISK-COUNTRY-COUNT PIC 9(2) VALUE 0.
       01 HIGH-RISK-COUNTRY-ARRAY
           OCCURS 1 TO 50 TIMES
           DEPENDING ON HIGH-RISK-COUNTRY-COUNT.
           02 HRC-COUNTRY-CODE PIC X(02).
       01 HRX PIC 9(2) VALUE 0.
       01 CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 CUSTOMER-MAX PIC 9(5) VALUE 5000.
       01 CUSTOMER-ARRAY
           OCCURS 1 TO 5000 TIMES
           DEPENDING ON CUSTOMER-COUNT.
           02 CRA-CUSTOMER-ID PIC X(10).
           02 CRA-COUNTRY-CODE PIC X(02).
           02 CRA-ENTITY-TYPE PIC X(01).
           02 CRA-COUNTRY-POINTS PIC 9(5).
           02 CRA-ENTITY-POINTS PIC 9(5).
           02 CRA-HAS-OPEN-CASE PIC X(01).
           02 CRA-HAS-CONFIRMED-CASE PIC X(01).
           02 CRA-CASE-POINTS PIC 9(5).
           02 CRA-ALERT-POINTS PIC 9(5).
           02 CRA-FILING-POINTS PIC 9(5).
           02 CRA-PARTY-POINTS PIC 9(5).
           02 CRA-SCORE PIC 9(5).
           02 CRA-BAND PIC X(01).
           02 CRA-OLD-BAND PIC X(01).
           02 CRA-LAST-REVIEW-DATE PIC X(10).
           02 CRA-NEXT-REVIEW-DATE PIC X(10).
       01 CX PIC 9(5) VALUE 0.
       01 CUSTOMER-SLOT PIC 9(5) VALUE 0.
       01 CSX PIC 9(5) VALUE 0.
       01 CUSTOMER-TO-FIND PIC X(10) VALUE SPACES.
       01 ACCOUNT-MAP-COUNT PIC 9(5) VALUE 0.
       01 ACCOUNT-MAP-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON ACCOUNT-MAP-COUNT.
           02 ACM-ACCOUNT-ID PIC X(15).
           02 ACM-CUSTOMER-ID PIC X(10).
       01 AMX PIC 9(5) VALUE 0.
       01 ACCOUNT-TO-FIND PIC X(15) VALUE SPACES.
       01 ACCOUNT-CUSTOMER-FOUND PIC X(10) VALUE SPACES.
       01 CPR-MAP-COUNT PIC 9(5) VALUE 0.
       01 CPR-MAP-ARRAY
           OCCURS 1 TO 10000 TIMES
           DEPENDING ON CPR-MAP-COUNT.
           02 CPM-CPR PIC X(11).
           02 CPM-CUSTOMER-ID PIC X(10).
       01 CPX PIC 9(5) VALUE 0.
       01 CPR-MAP-FULL PIC X VALUE "N".
       01 CPR-TO-FIND PIC X(11) VALUE SPACES.
       01 PAIR-ALREADY-HELD PIC X VALUE "N".
       01 MOVEMENT-HELD.
           COPY "TRANSACTIONS.cpy".
       01 POINTS-TO-ADD PIC 9(4) VALUE 0.
       01 POINTS-KIND PIC X(01) VALUE SPACE.
       01 DUE-DATE-BUILD.
           02 DUE-YEAR PIC 9(4).
           02 DUE-DASH-1 PIC X.
           02 DUE-MONTH PIC 9(2).
           02 DUE-DASH-2 PIC X.
           02 DUE-DAY PIC 9(2).
       01 MONTHS-TO-ADD PIC 9(3) VALUE 0.
       01 YEARS-TO-ADD PIC 9(3) VALUE 0.
       01 DAYS-IN-MONTH-VALUES.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 28.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
           02 FILLER PIC 99 VALUE 30.
           02 FILLER PIC 99 VALUE 31.
       01 DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           02 DAYS-IN-MONTH PIC 99 OCCURS 12 TIMES.
       01 MONTH-LAST-DAY PIC 99 VALUE 0.
       01 DATE-VALID PIC X VALUE "Y".
       01 DATE-TO-CHECK PIC X(10) VALUE SPACES.
       01 HIGH-COUNT PIC 9(5) VALUE 0.
       01 MEDIUM-COUNT PIC 9(5) VALUE 0.
       01 LOW-COUNT PIC 9(5) VALUE 0.
       01 OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 BAND-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 REVIEW-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 REVIEW-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
       01 SCORE-STRING PIC ZZZ9.
       01 BAND-TEXT PIC X(06) VALUE SPACES.
       01 OLD-BAND-TEXT PIC X(06) VALUE SPACES.
       01 BAND-CODE PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           STRING RUN-TIMESTAMP (1:4) "-" RUN-TIMESTAMP (5:2) "-"
               RUN-TIMESTAMP (7:2) DELIMITED BY SIZE
               INTO RUN-DATE
           END-STRING

           PERFORM LOAD-RISK-CONFIG
           PERFORM LOAD-CUSTOMERS
           IF CUSTOMER-COUNT = 0
               DISPLAY "No customers to rate"
               STOP RUN
           END-IF
           PERFORM LOAD-ACCOUNT-OWNERS
           PERFORM LOAD-CPR-LINKS
           PERFORM SCORE-COUNTRY-AND-ENTITY
           PERFORM SCORE-SANCTION-CASES
           PERFORM SCORE-STRUCTURING-ALERTS
           PERFORM SCORE-FILINGS
           PERFORM SCORE-AUTHORIZED-PARTIES
           PERFORM LOAD-PREVIOUS-RATINGS
           PERFORM APPLY-COMPLETED-REVIEWS
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               PERFORM RATE-CUSTOMER
           END-PERFORM
           PERFORM WRITE-RISK-FILE
           PERFORM WRITE-RISK-REPORT

           MOVE CUSTOMER-COUNT TO COUNT-STRING
           DISPLAY "Customers rated: " COUNT-STRING
           MOVE HIGH-COUNT TO COUNT-STRING
           DISPLAY "High risk: " COUNT-STRING
           MOVE MEDIUM-COUNT TO COUNT-STRING
           DISPLAY "Medium risk: " COUNT-STRING
           MOVE LOW-COUNT TO COUNT-STRING
           DISPLAY "Low risk: " COUNT-STRING
           MOVE OVERDUE-COUNT TO COUNT-STRING
           DISPLAY "Reviews overdue: " COUNT-STRING
           IF OVERDUE-COUNT > 0
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

       LOAD-RISK-CONFIG.
           OPEN INPUT RISK-CONFIG-FILE
           IF RISK-CONFIG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-CONFIG-FILE
           END-IF
           PERFORM UNTIL END-OF-CONFIG-FILE = "Y"
               READ RISK-CONFIG-FILE INTO RISK-CONFIG-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CONFIG-FILE
                       CLOSE RISK-CONFIG-FILE
                   NOT AT END
                       PERFORM PARSE-CONFIG
               END-READ
           END-PERFORM
           IF HIGH-THRESHOLD <= MEDIUM-THRESHOLD
               OR HIGH-REVIEW-MONTHS = 0
               OR MEDIUM-REVIEW-MONTHS = 0
               OR LOW-REVIEW-MONTHS = 0
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": RiskRatingConfig.txt must give a high threshold"
                   " above the medium one and review months above"
                   " zero, no ratings written"
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
               WHEN "HOME-COUNTRY"
                   MOVE CONFIG-VALUE (1:2) TO HOME-COUNTRY
               WHEN "HIGH-RISK-COUNTRY"
                   IF HIGH-RISK-COUNTRY-COUNT < 50
                       ADD 1 TO HIGH-RISK-COUNTRY-COUNT
                       MOVE CONFIG-VALUE (1:2) TO HRC-COUNTRY-CODE
                           (HIGH-RISK-COUNTRY-COUNT)
                   END-IF
               WHEN "HIGH-RISK-COUNTRY-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO HIGH-RISK-COUNTRY-POINTS
               WHEN "FOREIGN-COUNTRY-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO FOREIGN-COUNTRY-POINTS
               WHEN "ORGANIZATION-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO ORGANIZATION-POINTS
               WHEN "OPEN-CASE-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO OPEN-CASE-POINTS
               WHEN "CONFIRMED-CASE-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO CONFIRMED-CASE-POINTS
               WHEN "STRUCTURING-ALERT-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO STRUCTURING-ALERT-POINTS
               WHEN "FILING-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO FILING-POINTS
               WHEN "AUTHORIZED-PARTY-POINTS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO AUTHORIZED-PARTY-POINTS
               WHEN "MEDIUM-THRESHOLD"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MEDIUM-THRESHOLD
               WHEN "HIGH-THRESHOLD"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO HIGH-THRESHOLD
               WHEN "HIGH-REVIEW-MONTHS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO HIGH-REVIEW-MONTHS
               WHEN "MEDIUM-REVIEW-MONTHS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO MEDIUM-REVIEW-MONTHS
               WHEN "LOW-REVIEW-MONTHS"
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE)
                       TO LOW-REVIEW-MONTHS
           END-EVALUATE.

       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-INFO-FILE
           IF CUSTOMER-INFO-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open CustomerInformation.txt"
                   " (status " DELIMITED BY SIZE
                   CUSTOMER-INFO-STATUS DELIMITED BY SIZE
                   "), no ratings written" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-INFO-FILE = "Y"
               READ CUSTOMER-INFO-FILE INTO CUSTOMER-INFO-RECORD
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-INFO-FILE
                       CLOSE CUSTOMER-INFO-FILE
                   NOT AT END
                       IF CUSTOMER-ID OF CUSTOMER-INFO-RECORD
                           NOT = SPACES
                           PERFORM ADD-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CUSTOMER.
           IF CUSTOMER-COUNT >= CUSTOMER-MAX
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": more than 5000 customers, customer "
                   CUSTOMER-ID OF CUSTOMER-INFO-RECORD
                   " not rated"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CUSTOMER-COUNT
           INITIALIZE CUSTOMER-ARRAY (CUSTOMER-COUNT)
           MOVE CUSTOMER-ID OF CUSTOMER-INFO-RECORD
               TO CRA-CUSTOMER-ID (CUSTOMER-COUNT)
           MOVE COUNTRY-CODE OF CUSTOMER-INFO-RECORD
               TO CRA-COUNTRY-CODE (CUSTOMER-COUNT)
           MOVE ENTITY-TYPE OF CUSTOMER-INFO-RECORD
               TO CRA-ENTITY-TYPE (CUSTOMER-COUNT)
           MOVE "N" TO CRA-HAS-OPEN-CASE (CUSTOMER-COUNT)
           MOVE "N" TO CRA-HAS-CONFIRMED-CASE (CUSTOMER-COUNT).

       FIND-CUSTOMER-SLOT.
           MOVE 0 TO CUSTOMER-SLOT
           PERFORM VARYING CSX FROM 1 BY 1 UNTIL CSX > CUSTOMER-COUNT
               IF CRA-CUSTOMER-ID (CSX) = CUSTOMER-TO-FIND
                   MOVE CSX TO CUSTOMER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ACCOUNT-OWNERS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-MASTER-FILE = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-MASTER-FILE
                       CLOSE ACCOUNT-MASTER-FILE
                   NOT AT END
                       IF ACCOUNT-MAP-COUNT < 10000
                           ADD 1 TO ACCOUNT-MAP-COUNT
                           MOVE ACCOUNT-NUMBER
                               OF ACCOUNT-MASTER-RECORD
                               TO ACM-ACCOUNT-ID (ACCOUNT-MAP-COUNT)
                           MOVE CUSTOMER-ID
                               OF ACCOUNT-MASTER-RECORD
                               TO ACM-CUSTOMER-ID (ACCOUNT-MAP-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       FIND-ACCOUNT-CUSTOMER.
           MOVE SPACES TO ACCOUNT-CUSTOMER-FOUND
           PERFORM VARYING AMX FROM 1 BY 1
               UNTIL AMX > ACCOUNT-MAP-COUNT
               IF ACM-ACCOUNT-ID (AMX) = ACCOUNT-TO-FIND
                   MOVE ACM-CUSTOMER-ID (AMX) TO ACCOUNT-CUSTOMER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CPR-LINKS.
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
                       MOVE TRANSACTION-ARCHIVE-RECORD
                           TO MOVEMENT-HELD
                       PERFORM NOTE-CPR-LINK
               END-READ
           END-PERFORM
           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-TRANSACTION-FILE
           END-IF
           PERFORM UNTIL END-OF-TRANSACTION-FILE = "Y"
               READ TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTION-FILE
                       CLOSE TRANSACTION-FILE
                   NOT AT END
                       IF CPR OF TRANSACTION-RECORD (1:7)
                           NOT = "TRAILER"
                           MOVE TRANSACTION-RECORD TO MOVEMENT-HELD
                           PERFORM NOTE-CPR-LINK
                       END-IF
               END-READ
           END-PERFORM
           IF CPR-MAP-FULL = "Y"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": more than 10000 CPR links, alerts and filings"
                   " on the remaining CPRs not scored"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
           END-IF.

       NOTE-CPR-LINK.
           IF CPR OF MOVEMENT-HELD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-ID OF MOVEMENT-HELD TO ACCOUNT-TO-FIND
           PERFORM FIND-ACCOUNT-CUSTOMER
           IF ACCOUNT-CUSTOMER-FOUND = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO PAIR-ALREADY-HELD
           PERFORM VARYING CPX FROM 1 BY 1 UNTIL CPX > CPR-MAP-COUNT
               IF CPM-CPR (CPX) = CPR OF MOVEMENT-HELD
                   AND CPM-CUSTOMER-ID (CPX) = ACCOUNT-CUSTOMER-FOUND
                   MOVE "Y" TO PAIR-ALREADY-HELD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PAIR-ALREADY-HELD = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CPR-MAP-COUNT >= 10000
               MOVE "Y" TO CPR-MAP-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CPR-MAP-COUNT
           MOVE CPR OF MOVEMENT-HELD TO CPM-CPR (CPR-MAP-COUNT)
           MOVE ACCOUNT-CUSTOMER-FOUND
               TO CPM-CUSTOMER-ID (CPR-MAP-COUNT).

       SCORE-COUNTRY-AND-ENTITY.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               IF CRA-COUNTRY-CODE (CX) = SPACES
                   MOVE HOME-COUNTRY TO CRA-COUNTRY-CODE (CX)
               END-IF
               PERFORM VARYING HRX FROM 1 BY 1
                   UNTIL HRX > HIGH-RISK-COUNTRY-COUNT
                   IF HRC-COUNTRY-CODE (HRX) = CRA-COUNTRY-CODE (CX)
                       MOVE HIGH-RISK-COUNTRY-POINTS
                           TO CRA-COUNTRY-POINTS (CX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF CRA-COUNTRY-POINTS (CX) = 0
                   AND CRA-COUNTRY-CODE (CX) NOT = HOME-COUNTRY
                   MOVE FOREIGN-COUNTRY-POINTS
                       TO CRA-COUNTRY-POINTS (CX)
               END-IF
               IF CRA-ENTITY-TYPE (CX) = "O"
                   MOVE ORGANIZATION-POINTS TO CRA-ENTITY-POINTS (CX)
               END-IF
           END-PERFORM.

       SCORE-SANCTION-CASES.
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
                       MOVE CASE-CUSTOMER-ID TO CUSTOMER-TO-FIND
                       PERFORM FIND-CUSTOMER-SLOT
                       IF CUSTOMER-SLOT > 0
                           PERFORM NOTE-SANCTION-CASE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               IF CRA-HAS-OPEN-CASE (CX) = "Y"
                   ADD OPEN-CASE-POINTS TO CRA-CASE-POINTS (CX)
               END-IF
               IF CRA-HAS-CONFIRMED-CASE (CX) = "Y"
                   ADD CONFIRMED-CASE-POINTS TO CRA-CASE-POINTS (CX)
               END-IF
           END-PERFORM.

       NOTE-SANCTION-CASE.
           EVALUATE CASE-STATUS
               WHEN "OPEN"
               WHEN "IN-REVIEW"
                   MOVE "Y" TO CRA-HAS-OPEN-CASE (CUSTOMER-SLOT)
               WHEN "ESCALATED"
                   MOVE "Y" TO CRA-HAS-CONFIRMED-CASE (CUSTOMER-SLOT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SCORE-STRUCTURING-ALERTS.
           OPEN INPUT STRUCTURING-ALERT-FILE
           IF STRUCTURING-ALERT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-ALERT-FILE
           END-IF
           PERFORM UNTIL END-OF-ALERT-FILE = "Y"
               READ STRUCTURING-ALERT-FILE
                   AT END
                       MOVE "Y" TO END-OF-ALERT-FILE
                       CLOSE STRUCTURING-ALERT-FILE
                   NOT AT END
                       IF STRUCTURING-ALERT-INFO (1:26) =
                           "Possible structuring: CPR "
                           MOVE STRUCTURING-ALERT-INFO (27:11)
                               TO CPR-TO-FIND
                           MOVE STRUCTURING-ALERT-POINTS
                               TO POINTS-TO-ADD
                           MOVE "A" TO POINTS-KIND
                           PERFORM ADD-POINTS-FOR-CPR
                       END-IF
               END-READ
           END-PERFORM.

       ADD-POINTS-FOR-CPR.
           PERFORM VARYING CPX FROM 1 BY 1 UNTIL CPX > CPR-MAP-COUNT
               IF CPM-CPR (CPX) = CPR-TO-FIND
                   MOVE CPM-CUSTOMER-ID (CPX) TO CUSTOMER-TO-FIND
                   PERFORM FIND-CUSTOMER-SLOT
                   IF CUSTOMER-SLOT > 0
                       PERFORM ADD-POINTS
                   END-IF
               END-IF
           END-PERFORM.

       ADD-POINTS.
           EVALUATE POINTS-KIND
               WHEN "A"
                   ADD POINTS-TO-ADD
                       TO CRA-ALERT-POINTS (CUSTOMER-SLOT)
               WHEN "F"
                   ADD POINTS-TO-ADD
                       TO CRA-FILING-POINTS (CUSTOMER-SLOT)
               WHEN "P"
                   ADD POINTS-TO-ADD
                       TO CRA-PARTY-POINTS (CUSTOMER-SLOT)
           END-EVALUATE.

       SCORE-FILINGS.
           OPEN INPUT FILING-REGISTER-FILE
           IF FILING-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILING-FILE
           END-IF
           PERFORM UNTIL END-OF-FILING-FILE = "Y"
               READ FILING-REGISTER-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILING-FILE
                       CLOSE FILING-REGISTER-FILE
                   NOT AT END
                       IF FIL-STATUS NOT = "NOT-FILED"
                           MOVE FILING-POINTS TO POINTS-TO-ADD
                           MOVE "F" TO POINTS-KIND
                           PERFORM NOTE-FILING
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-FILING.
           IF FIL-TYPE = "C"
               MOVE FIL-SUBJECT (1:10) TO CUSTOMER-TO-FIND
               PERFORM FIND-CUSTOMER-SLOT
               IF CUSTOMER-SLOT > 0
                   PERFORM ADD-POINTS
               END-IF
           ELSE
               MOVE FIL-SUBJECT TO CPR-TO-FIND
               PERFORM ADD-POINTS-FOR-CPR
           END-IF.

       SCORE-AUTHORIZED-PARTIES.
           OPEN INPUT AUTHORIZED-PARTY-FILE
           IF AUTHORIZED-PARTY-STATUS NOT = "00"
               MOVE "Y" TO END-OF-PARTY-FILE
           END-IF
           PERFORM UNTIL END-OF-PARTY-FILE = "Y"
               READ AUTHORIZED-PARTY-FILE
                   AT END
                       MOVE "Y" TO END-OF-PARTY-FILE
                       CLOSE AUTHORIZED-PARTY-FILE
                   NOT AT END
                       IF (AP-VALID-FROM = SPACES
                           OR AP-VALID-FROM <= RUN-DATE)
                           AND (AP-VALID-TO = SPACES
                               OR AP-VALID-TO >= RUN-DATE)
                           PERFORM NOTE-AUTHORIZED-PARTY
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-AUTHORIZED-PARTY.
           MOVE AP-ACCOUNT-NUMBER TO ACCOUNT-TO-FIND
           PERFORM FIND-ACCOUNT-CUSTOMER
           IF ACCOUNT-CUSTOMER-FOUND = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUSTOMER-FOUND TO CUSTOMER-TO-FIND
           PERFORM FIND-CUSTOMER-SLOT
           IF CUSTOMER-SLOT > 0
               MOVE AUTHORIZED-PARTY-POINTS TO POINTS-TO-ADD
               MOVE "P" TO POINTS-KIND
               PERFORM ADD-POINTS
           END-IF.

       LOAD-PREVIOUS-RATINGS.
           OPEN INPUT RISK-FILE
           IF RISK-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-RISK-FILE
           END-IF
           PERFORM UNTIL END-OF-RISK-FILE = "Y"
               READ RISK-FILE
                   AT END
                       MOVE "Y" TO END-OF-RISK-FILE
                       CLOSE RISK-FILE
                   NOT AT END
                       MOVE RSK-CUSTOMER-ID TO CUSTOMER-TO-FIND
                       PERFORM FIND-CUSTOMER-SLOT
                       IF CUSTOMER-SLOT > 0
                           MOVE RSK-BAND
                               TO CRA-OLD-BAND (CUSTOMER-SLOT)
                           MOVE RSK-LAST-REVIEW-DATE
                               TO CRA-LAST-REVIEW-DATE (CUSTOMER-SLOT)
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-COMPLETED-REVIEWS.
           OPEN INPUT REVIEW-FILE
           IF REVIEW-FILE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REVIEW-FILE
           END-IF
           PERFORM UNTIL END-OF-REVIEW-FILE = "Y"
               READ REVIEW-FILE
                   AT END
                       MOVE "Y" TO END-OF-REVIEW-FILE
                       CLOSE REVIEW-FILE
                   NOT AT END
                       IF REVIEW-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-REVIEW
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ONE-REVIEW.
           MOVE REV-CUSTOMER-ID TO CUSTOMER-TO-FIND
           PERFORM FIND-CUSTOMER-SLOT
           MOVE REV-DATE TO DATE-TO-CHECK
           PERFORM CHECK-DATE-FORMAT
           IF CUSTOMER-SLOT = 0
               OR DATE-VALID NOT = "Y"
               OR REV-DATE > RUN-DATE
               OR REV-OPERATOR = SPACES
               ADD 1 TO REVIEW-REJECTED-COUNT
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": review for customer " REV-CUSTOMER-ID
                   " dated " REV-DATE
                   " ignored (customer, date or operator)"
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF CRA-LAST-REVIEW-DATE (CUSTOMER-SLOT) = SPACES
               OR REV-DATE > CRA-LAST-REVIEW-DATE (CUSTOMER-SLOT)
               MOVE REV-DATE TO CRA-LAST-REVIEW-DATE (CUSTOMER-SLOT)
               ADD 1 TO REVIEW-APPLIED-COUNT
           END-IF.

       CHECK-DATE-FORMAT.
           MOVE "Y" TO DATE-VALID
           IF DATE-TO-CHECK (1:4) NOT NUMERIC
               OR DATE-TO-CHECK (5:1) NOT = "-"
               OR DATE-TO-CHECK (6:2) NOT NUMERIC
               OR DATE-TO-CHECK (8:1) NOT = "-"
               OR DATE-TO-CHECK (9:2) NOT NUMERIC
               MOVE "N" TO DATE-VALID
               EXIT PARAGRAPH
           END-IF
           IF DATE-TO-CHECK (6:2) < "01"
               OR DATE-TO-CHECK (6:2) > "12"
               OR DATE-TO-CHECK (9:2) < "01"
               OR DATE-TO-CHECK (9:2) > "31"
               MOVE "N" TO DATE-VALID
           END-IF.

       RATE-CUSTOMER.
           COMPUTE CRA-SCORE (CX) = CRA-COUNTRY-POINTS (CX)
               + CRA-ENTITY-POINTS (CX) + CRA-CASE-POINTS (CX)
               + CRA-ALERT-POINTS (CX) + CRA-FILING-POINTS (CX)
               + CRA-PARTY-POINTS (CX)
           IF CRA-SCORE (CX) > 9999
               MOVE 9999 TO CRA-SCORE (CX)
           END-IF
           EVALUATE TRUE
               WHEN CRA-SCORE (CX) >= HIGH-THRESHOLD
                   MOVE "H" TO CRA-BAND (CX)
                   ADD 1 TO HIGH-COUNT
                   MOVE HIGH-REVIEW-MONTHS TO MONTHS-TO-ADD
               WHEN CRA-SCORE (CX) >= MEDIUM-THRESHOLD
                   MOVE "M" TO CRA-BAND (CX)
                   ADD 1 TO MEDIUM-COUNT
                   MOVE MEDIUM-REVIEW-MONTHS TO MONTHS-TO-ADD
               WHEN OTHER
                   MOVE "L" TO CRA-BAND (CX)
                   ADD 1 TO LOW-COUNT
                   MOVE LOW-REVIEW-MONTHS TO MONTHS-TO-ADD
           END-EVALUATE
           IF CRA-LAST-REVIEW-DATE (CX) = SPACES
               MOVE RUN-DATE TO CRA-LAST-REVIEW-DATE (CX)
           END-IF
           MOVE CRA-LAST-REVIEW-DATE (CX) TO DUE-DATE-BUILD
           PERFORM ADD-MONTHS
           MOVE DUE-DATE-BUILD TO CRA-NEXT-REVIEW-DATE (CX)
           IF CRA-NEXT-REVIEW-DATE (CX) < RUN-DATE
               ADD 1 TO OVERDUE-COUNT
           END-IF
           IF CRA-OLD-BAND (CX) NOT = SPACE
               AND CRA-OLD-BAND (CX) NOT = CRA-BAND (CX)
               ADD 1 TO BAND-CHANGE-COUNT
           END-IF.

       ADD-MONTHS.
           DIVIDE MONTHS-TO-ADD BY 12 GIVING YEARS-TO-ADD
               REMAINDER MONTHS-TO-ADD
           ADD YEARS-TO-ADD TO DUE-YEAR
           ADD MONTHS-TO-ADD TO DUE-MONTH
           IF DUE-MONTH > 12
               SUBTRACT 12 FROM DUE-MONTH
               ADD 1 TO DUE-YEAR
           END-IF
           MOVE DAYS-IN-MONTH (DUE-MONTH) TO MONTH-LAST-DAY
           IF DUE-MONTH = 2
               AND FUNCTION MOD(DUE-YEAR, 4) = 0
               AND (FUNCTION MOD(DUE-YEAR, 100) NOT = 0
                   OR FUNCTION MOD(DUE-YEAR, 400) = 0)
               MOVE 29 TO MONTH-LAST-DAY
           END-IF
           IF DUE-DAY > MONTH-LAST-DAY
               MOVE MONTH-LAST-DAY TO DUE-DAY
           END-IF
           MOVE "-" TO DUE-DASH-1
           MOVE "-" TO DUE-DASH-2.

       WRITE-RISK-FILE.
           OPEN OUTPUT RISK-FILE
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               MOVE SPACES TO RISK-RECORD
               MOVE CRA-CUSTOMER-ID (CX) TO RSK-CUSTOMER-ID
               MOVE CRA-SCORE (CX) TO RSK-SCORE
               MOVE CRA-BAND (CX) TO RSK-BAND
               MOVE RUN-DATE TO RSK-RATED-DATE
               MOVE CRA-LAST-REVIEW-DATE (CX) TO RSK-LAST-REVIEW-DATE
               MOVE CRA-NEXT-REVIEW-DATE (CX) TO RSK-NEXT-REVIEW-DATE
               MOVE CRA-COUNTRY-POINTS (CX) TO RSK-COUNTRY-POINTS
               MOVE CRA-ENTITY-POINTS (CX) TO RSK-ENTITY-POINTS
               MOVE CRA-CASE-POINTS (CX) TO RSK-CASE-POINTS
               MOVE CRA-ALERT-POINTS (CX) TO RSK-ALERT-POINTS
               MOVE CRA-FILING-POINTS (CX) TO RSK-FILING-POINTS
               MOVE CRA-PARTY-POINTS (CX) TO RSK-PARTY-POINTS
               WRITE RISK-RECORD
           END-PERFORM
           CLOSE RISK-FILE.

       SET-BAND-TEXT.
           EVALUATE BAND-CODE
               WHEN "H"
                   MOVE "HIGH" TO BAND-TEXT
               WHEN "M"
                   MOVE "MEDIUM" TO BAND-TEXT
               WHEN "L"
                   MOVE "LOW" TO BAND-TEXT
               WHEN OTHER
                   MOVE "NEW" TO BAND-TEXT
           END-EVALUATE.

       WRITE-RISK-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Customer risk rating " RUN-DATE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE CUSTOMER-COUNT TO COUNT-STRING
           STRING "Customers rated: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE HIGH-COUNT TO COUNT-STRING
           STRING "  High:   " COUNT-STRING
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE MEDIUM-COUNT TO COUNT-STRING
           STRING "  Medium: " COUNT-STRING
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE LOW-COUNT TO COUNT-STRING
           STRING "  Low:    " COUNT-STRING
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           MOVE REVIEW-APPLIED-COUNT TO COUNT-STRING
           STRING "Completed reviews applied: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE REVIEW-REJECTED-COUNT TO COUNT-STRING
           STRING FUNCTION TRIM(REPORT-LINE TRAILING)
               "  ignored: " FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD

           MOVE "Band changes since the last rating:" TO REPORT-LINE
           WRITE REPORT-RECORD
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               IF CRA-OLD-BAND (CX) NOT = SPACE
                   AND CRA-OLD-BAND (CX) NOT = CRA-BAND (CX)
                   PERFORM WRITE-BAND-CHANGE-LINE
               END-IF
           END-PERFORM
           IF BAND-CHANGE-COUNT = 0
               MOVE "  none" TO REPORT-LINE
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD

           MOVE "Overdue customer reviews:" TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE "  CUSTOMER   BAND   SCORE LAST REVIEW DUE        "
               TO REPORT-LINE
           WRITE REPORT-RECORD
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               IF CRA-NEXT-REVIEW-DATE (CX) < RUN-DATE
                   PERFORM WRITE-OVERDUE-LINE
               END-IF
           END-PERFORM
           IF OVERDUE-COUNT = 0
               MOVE "  none" TO REPORT-LINE
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE OVERDUE-COUNT TO COUNT-STRING
           STRING "Reviews overdue: "
               FUNCTION TRIM(COUNT-STRING LEADING)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       WRITE-BAND-CHANGE-LINE.
           MOVE CRA-OLD-BAND (CX) TO BAND-CODE
           PERFORM SET-BAND-TEXT
           MOVE BAND-TEXT TO OLD-BAND-TEXT
           MOVE CRA-BAND (CX) TO BAND-CODE
           PERFORM SET-BAND-TEXT
           MOVE CRA-SCORE (CX) TO SCORE-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "  " CRA-CUSTOMER-ID (CX) " " OLD-BAND-TEXT
               " -> " BAND-TEXT " score " SCORE-STRING
               " next review " CRA-NEXT-REVIEW-DATE (CX)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-OVERDUE-LINE.
           MOVE CRA-BAND (CX) TO BAND-CODE
           PERFORM SET-BAND-TEXT
           MOVE CRA-SCORE (CX) TO SCORE-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "  " CRA-CUSTOMER-ID (CX) " " BAND-TEXT " "
               SCORE-STRING "  " CRA-LAST-REVIEW-DATE (CX) "  "
               CRA-NEXT-REVIEW-DATE (CX)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.
