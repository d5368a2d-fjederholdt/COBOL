       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPGAVE76.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "src/InputFiles/Config.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT PEP-LIST-FILE
               ASSIGN TO "src/InputFiles/PepList.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEP-LIST-STATUS.
           SELECT CUSTOMER-INFO-FILE
               ASSIGN TO "src/InputFiles/CustomerInformation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-INFO-STATUS.
           SELECT PEP-REGISTER-FILE ASSIGN TO "src/PepRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEP-REGISTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PepScreeningReport.txt"
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

       FD PEP-LIST-FILE.
       01 PEP-LIST-RECORD.
           COPY "PEPLIST.cpy".

       FD CUSTOMER-INFO-FILE.
       01 CUSTOMER-INFO-RECORD.
           COPY "CUSTOMERINFO.cpy".

       FD PEP-REGISTER-FILE.
       01 PEP-REGISTER-RECORD.
           COPY "PEPREGISTER.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD.
           02 REPORT-LINE PIC X(132).

       FD EXCEPTION-LOG-FILE.
       01 EXCEPTION-LOG-RECORD.
           COPY "EXCEPTIONLOG.cpy".

       WORKING-STORAGE SECTION.
       01 END-OF-CONFIG-FILE PIC X VALUE "N".
       01 END-OF-PEP-LIST-FILE PIC X VALUE "N".
       01 END-OF-CUSTOMER-FILE PIC X VALUE "N".
       01 END-OF-REGISTER-FILE PIC X VALUE "N".
       01 CONFIG-FILE-STATUS PIC XX.
       01 PEP-LIST-STATUS PIC XX.
       01 CUSTOMER-INFO-STATUS PIC XX.
       01 PEP-REGISTER-STATUS PIC XX.
       01 REPORT-FILE-STATUS PIC XX.
       01 EXCEPTION-LOG-STATUS PIC XX.
       01 EXCEPTION-PROGRAM-NAME PIC X(10) VALUE "Opgave76".
       01 RUN-TIMESTAMP PIC X(21).
       01 RUN-DATE PIC X(10) VALUE SPACES.
       01 CONFIG-KEY PIC X(13) VALUE SPACES.
       01 CONFIG-VALUE PIC X(10) VALUE SPACES.
       01 PEP-COUNT PIC 9(5) VALUE 0.
       01 PEP-MAX-RECORDS PIC 9(5) VALUE 50000.
       01 PEP-ARRAY
           OCCURS 1 TO 50000 TIMES
           DEPENDING ON PEP-COUNT.
           COPY "PEPLIST.cpy".
       01 JX PIC 9(5) VALUE 1.
       01 KX PIC 9(3) VALUE 1.
       01 CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 CUSTOMER-MAX PIC 9(5) VALUE 20000.
       01 CUSTOMER-ARRAY
           OCCURS 1 TO 20000 TIMES
           DEPENDING ON CUSTOMER-COUNT.
           COPY "CUSTOMERINFO.cpy".
       01 CX PIC 9(5) VALUE 0.
       01 REGISTER-COUNT PIC 9(6) VALUE 0.
       01 REGISTER-MAX PIC 9(6) VALUE 100000.
       01 REGISTER-ARRAY
           OCCURS 1 TO 100000 TIMES
           DEPENDING ON REGISTER-COUNT.
           COPY "PEPREGISTER.cpy".
       01 RGX PIC 9(6) VALUE 0.
       01 RGY PIC 9(6) VALUE 0.
       01 REGISTER-SLOT PIC 9(6) VALUE 0.
       01 SCREENED-COUNT PIC 9(5) VALUE 0.
       01 ORGANIZATION-COUNT PIC 9(5) VALUE 0.
       01 HIT-COUNT PIC 9(5) VALUE 0.
       01 NEW-HIT-COUNT PIC 9(5) VALUE 0.
       01 KNOWN-HIT-COUNT PIC 9(5) VALUE 0.
       01 AWAITING-REVIEW-COUNT PIC 9(5) VALUE 0.
       01 EDD-CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 COUNT-STRING PIC ZZZZ9.
       01 SCORE-STRING PIC ZZ9.9.
       01 RELATION-TEXT PIC X(25) VALUE SPACES.
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
       01 PEP-SOUNDEX PIC X(4).
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
       01 PEP-NAME-UPPER PIC X(20).
       01 TEMP-PEP-NAME PIC X(20).
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

           PERFORM LOAD-CONFIG
           PERFORM LOAD-PEP-LIST
           PERFORM LOAD-CUSTOMERS
           PERFORM LOAD-PEP-REGISTER

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PEP screening run " RUN-DATE
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE "New PEP hits awaiting review:" TO REPORT-LINE
           WRITE REPORT-RECORD
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CUSTOMER-COUNT
               PERFORM SCREEN-CUSTOMER
           END-PERFORM
           IF NEW-HIT-COUNT = 0
               MOVE "  none" TO REPORT-LINE
               WRITE REPORT-RECORD
           END-IF
           PERFORM REPORT-OPEN-REVIEWS
           PERFORM REWRITE-PEP-REGISTER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           MOVE SCREENED-COUNT TO COUNT-STRING
           DISPLAY "Customers screened against the PEP list: "
               COUNT-STRING
           MOVE NEW-HIT-COUNT TO COUNT-STRING
           DISPLAY "New PEP hits: " COUNT-STRING
           MOVE AWAITING-REVIEW-COUNT TO COUNT-STRING
           DISPLAY "PEP hits awaiting review: " COUNT-STRING
           MOVE EDD-CUSTOMER-COUNT TO COUNT-STRING
           DISPLAY "Register entries flagged for EDD: " COUNT-STRING
           IF NEW-HIT-COUNT > 0
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
                   "), no PEP screening done" DELIMITED BY SIZE
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

       LOAD-PEP-LIST.
           OPEN INPUT PEP-LIST-FILE
           IF PEP-LIST-STATUS NOT = "00"
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": unable to open src/InputFiles/PepList.txt"
                   " (status " DELIMITED BY SIZE
                   PEP-LIST-STATUS DELIMITED BY SIZE
                   "), no PEP screening done" DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-PEP-LIST-FILE = "Y"
               READ PEP-LIST-FILE INTO PEP-LIST-RECORD
                   AT END
                       MOVE "Y" TO END-OF-PEP-LIST-FILE
                   NOT AT END
                       IF PEP-COUNT < PEP-MAX-RECORDS
                           IF PEP-RELATION OF PEP-LIST-RECORD = SPACES
                               MOVE "PEP" TO PEP-RELATION
                                   OF PEP-LIST-RECORD
                           END-IF
                           ADD 1 TO PEP-COUNT
                           MOVE PEP-LIST-RECORD
                               TO PEP-ARRAY (PEP-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": PEP list exceeds the table,"
                               " no PEP screening done"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEP-LIST-FILE.

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
           CLOSE CUSTOMER-INFO-FILE.

       LOAD-PEP-REGISTER.
           OPEN INPUT PEP-REGISTER-FILE
           IF PEP-REGISTER-STATUS NOT = "00"
               MOVE "Y" TO END-OF-REGISTER-FILE
           END-IF
           PERFORM UNTIL END-OF-REGISTER-FILE = "Y"
               READ PEP-REGISTER-FILE INTO PEP-REGISTER-RECORD
                   AT END
                       MOVE "Y" TO END-OF-REGISTER-FILE
                       CLOSE PEP-REGISTER-FILE
                   NOT AT END
                       IF REGISTER-COUNT < REGISTER-MAX
                           ADD 1 TO REGISTER-COUNT
                           MOVE PEP-REGISTER-RECORD
                               TO REGISTER-ARRAY (REGISTER-COUNT)
                       ELSE
                           STRING EXCEPTION-PROGRAM-NAME
                               DELIMITED BY SPACE
                               ": PEP register exceeds the table,"
                               " no PEP screening done"
                               DELIMITED BY SIZE
                               INTO EXCEPTION-LOG-INFO
                           END-STRING
                           PERFORM LOG-EXCEPTION
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

       SCREEN-CUSTOMER.
           IF ENTITY-TYPE OF CUSTOMER-ARRAY (CX) = "O"
               ADD 1 TO ORGANIZATION-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SCREENED-COUNT
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
           PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > PEP-COUNT
               PERFORM SCORE-ONE-PEP
           END-PERFORM.

       SCORE-ONE-PEP.
           MOVE 0 TO TOTAL-SCORE
           MOVE 0 TO BEST-ALIAS-SCORE
           MOVE FUNCTION
               UPPER-CASE(PEP-NAME OF PEP-ARRAY (JX))
               TO SOUNDEX-INPUT
           PERFORM COMPUTE-SOUNDEX
           MOVE SOUNDEX-CODE TO PEP-SOUNDEX
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 3
               PERFORM FIND-DIST-OF-KX-NAME
           END-PERFORM
           COMPUTE TOTAL-SCORE = BEST-ALIAS-SCORE * NAME-WEIGHT
           PERFORM CONVERT-DATE
           PERFORM FUZZY-DOB-SCORE
           COMPUTE DATE-OF-BIRTH-SCORE =
               DOB-MATCH-PERCENT * DATE-OF-BIRTH-WEIGHT
           ADD DATE-OF-BIRTH-SCORE TO TOTAL-SCORE
           IF COUNTRY-CODE OF CUSTOMER-ARRAY (CX) =
             PEP-COUNTRY-CODE OF PEP-ARRAY (JX)
               COMPUTE COUNTRY-SCORE = 100 * COUNTRY-WEIGHT
           ELSE
               MOVE 0 TO COUNTRY-SCORE
           END-IF
           ADD COUNTRY-SCORE TO TOTAL-SCORE
           IF CUSTOMER-SOUNDEX = PEP-SOUNDEX
               COMPUTE PHONETIC-SCORE = 100 * PHONETIC-WEIGHT
           ELSE
               MOVE 0 TO PHONETIC-SCORE
           END-IF
           ADD PHONETIC-SCORE TO TOTAL-SCORE
           IF TOTAL-SCORE > MINIMUM-SCORE
               PERFORM RECORD-PEP-HIT
           END-IF.

       RECORD-PEP-HIT.
           ADD 1 TO HIT-COUNT
           PERFORM FIND-REGISTER-SLOT
           IF REGISTER-SLOT > 0
               ADD 1 TO KNOWN-HIT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF REGISTER-COUNT NOT < REGISTER-MAX
               STRING EXCEPTION-PROGRAM-NAME DELIMITED BY SPACE
                   ": PEP register full, hit not recorded for "
                   CUSTOMER-ID OF CUSTOMER-ARRAY (CX)
                   DELIMITED BY SIZE
                   INTO EXCEPTION-LOG-INFO
               END-STRING
               PERFORM LOG-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NEW-HIT-COUNT
           ADD 1 TO REGISTER-COUNT
           MOVE SPACES TO REGISTER-ARRAY (REGISTER-COUNT)
           MOVE CUSTOMER-ID OF CUSTOMER-ARRAY (CX)
               TO PEPR-CUSTOMER-ID OF REGISTER-ARRAY (REGISTER-COUNT)
           MOVE PEP-ID OF PEP-ARRAY (JX)
               TO PEPR-PEP-ID OF REGISTER-ARRAY (REGISTER-COUNT)
           MOVE PEP-RELATION OF PEP-ARRAY (JX)
               TO PEPR-RELATION OF REGISTER-ARRAY (REGISTER-COUNT)
           MOVE TOTAL-SCORE
               TO PEPR-MATCH-SCORE OF REGISTER-ARRAY (REGISTER-COUNT)
           MOVE "PENDING-REVIEW"
               TO PEPR-STATUS OF REGISTER-ARRAY (REGISTER-COUNT)
           MOVE "Y"
               TO PEPR-EDD-REQUIRED OF REGISTER-ARRAY (REGISTER-COUNT)
           MOVE RUN-DATE
               TO PEPR-DETECTED-DATE OF REGISTER-ARRAY (REGISTER-COUNT)
           PERFORM BUILD-RELATION-TEXT
           MOVE TOTAL-SCORE TO SCORE-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "  " CUSTOMER-ID OF CUSTOMER-ARRAY (CX) " "
               CUSTOMER-NAME OF CUSTOMER-ARRAY (CX) " PEP "
               PEP-ID OF PEP-ARRAY (JX) " "
               RELATION-TEXT " score " SCORE-STRING " "
               PEP-POSITION OF PEP-ARRAY (JX)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       FIND-REGISTER-SLOT.
           MOVE 0 TO REGISTER-SLOT
           PERFORM VARYING RGY FROM 1 BY 1 UNTIL RGY > REGISTER-COUNT
               IF PEPR-CUSTOMER-ID OF REGISTER-ARRAY (RGY) =
                   CUSTOMER-ID OF CUSTOMER-ARRAY (CX)
                   AND PEPR-PEP-ID OF REGISTER-ARRAY (RGY) =
                   PEP-ID OF PEP-ARRAY (JX)
                   MOVE RGY TO REGISTER-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       BUILD-RELATION-TEXT.
           MOVE SPACES TO RELATION-TEXT
           EVALUATE PEP-RELATION OF PEP-ARRAY (JX)
               WHEN "REL"
                   STRING "relative of " PEP-LINKED-PEP-ID
                       OF PEP-ARRAY (JX) DELIMITED BY SIZE
                       INTO RELATION-TEXT
                   END-STRING
               WHEN "RCA"
                   STRING "associate of " PEP-LINKED-PEP-ID
                       OF PEP-ARRAY (JX) DELIMITED BY SIZE
                       INTO RELATION-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "PEP" TO RELATION-TEXT
           END-EVALUATE.

       REPORT-OPEN-REVIEWS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE "PEP register - awaiting review or EDD in force:"
               TO REPORT-LINE
           WRITE REPORT-RECORD
           PERFORM VARYING RGX FROM 1 BY 1 UNTIL RGX > REGISTER-COUNT
               IF PEPR-STATUS OF REGISTER-ARRAY (RGX) =
                   "PENDING-REVIEW"
                   ADD 1 TO AWAITING-REVIEW-COUNT
               END-IF
               IF PEPR-EDD-REQUIRED OF REGISTER-ARRAY (RGX) = "Y"
                   ADD 1 TO EDD-CUSTOMER-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " PEPR-CUSTOMER-ID OF REGISTER-ARRAY (RGX)
                       " PEP " PEPR-PEP-ID OF REGISTER-ARRAY (RGX)
                       " " PEPR-RELATION OF REGISTER-ARRAY (RGX)
                       " " PEPR-STATUS OF REGISTER-ARRAY (RGX)
                       " detected "
                       PEPR-DETECTED-DATE OF REGISTER-ARRAY (RGX)
                       " approver "
                       PEPR-APPROVER OF REGISTER-ARRAY (RGX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           IF EDD-CUSTOMER-COUNT = 0
               MOVE "  none" TO REPORT-LINE
               WRITE REPORT-RECORD
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-RECORD
           MOVE SCREENED-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "Customers screened:          " COUNT-STRING
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE ORGANIZATION-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "Organisations not screened:  " COUNT-STRING
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE PEP-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "PEP list entries:            " COUNT-STRING
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE HIT-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "Hits this run:               " COUNT-STRING
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE NEW-HIT-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "  new to the register:       " COUNT-STRING
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE KNOWN-HIT-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "  already on the register:   " COUNT-STRING
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD
           MOVE AWAITING-REVIEW-COUNT TO COUNT-STRING
           MOVE SPACES TO REPORT-LINE
           STRING "Awaiting review:             " COUNT-STRING
               DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD.

       REWRITE-PEP-REGISTER.
           OPEN OUTPUT PEP-REGISTER-FILE
           PERFORM VARYING RGX FROM 1 BY 1 UNTIL RGX > REGISTER-COUNT
               MOVE REGISTER-ARRAY (RGX) TO PEP-REGISTER-RECORD
               WRITE PEP-REGISTER-RECORD
           END-PERFORM
           CLOSE PEP-REGISTER-FILE.

       CONVERT-DATE.
           UNSTRING PEP-DATE-OF-BIRTH OF PEP-ARRAY (JX)
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
           INSPECT PEP-NAME-UPPER REPLACING ALL "." BY SPACE
           MOVE SPACES TO LAST-NAME OF STRING-B
           MOVE 1 TO NAME-SPLIT-POINTER
           UNSTRING PEP-NAME-UPPER DELIMITED BY SPACE
               INTO FIRST-NAME OF STRING-B
               WITH POINTER NAME-SPLIT-POINTER
           END-UNSTRING
           IF NAME-SPLIT-POINTER <=
             FUNCTION LENGTH(PEP-NAME-UPPER)
               MOVE FUNCTION TRIM(PEP-NAME-UPPER
                   (NAME-SPLIT-POINTER:) LEADING)
                   TO LAST-NAME OF STRING-B
           END-IF
           IF FIRST-NAME OF STRING-B NOT EQUAL "-"
               AND FIRST-NAME OF STRING-B NOT EQUAL SPACES
               PERFORM CHECK-BLOCKING
               IF PAIR-BLOCKED NOT = "Y"
                   PERFORM LEVENSHTEIN-DIST
                   IF NAME-SCORE > BEST-ALIAS-SCORE
                       MOVE TEMP-PEP-NAME TO BEST-MATCHING-NAME
                       MOVE NAME-SCORE TO BEST-ALIAS-SCORE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO PEP-NAME-UPPER.

       CHECK-BLOCKING.
           MOVE "N" TO PAIR-BLOCKED
           MOVE PEP-NAME-UPPER TO SOUNDEX-INPUT
           PERFORM COMPUTE-SOUNDEX
           MOVE SOUNDEX-CODE TO ALIAS-SOUNDEX
           IF ALIAS-SOUNDEX NOT = CUSTOMER-SOUNDEX
               AND PEP-NAME-UPPER (1:1) NOT =
                   CUSTOMER-NAME-UPPER (1:1)
               MOVE FUNCTION LENGTH(FUNCTION
                   TRIM(CUSTOMER-NAME-UPPER)) TO BLOCK-LEN-A
               MOVE FUNCTION LENGTH(FUNCTION
                   TRIM(PEP-NAME-UPPER)) TO BLOCK-LEN-B
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
           MOVE SPACES TO TEMP-PEP-NAME
           MOVE SPACE TO PEP-NAME-UPPER
           EVALUATE KX
               WHEN 1
                   MOVE PEP-NAME OF PEP-ARRAY (JX)
                   TO TEMP-PEP-NAME
               WHEN 2
                   MOVE PEP-ALIAS-1 OF PEP-ARRAY (JX)
                   TO TEMP-PEP-NAME
               WHEN 3
                   MOVE PEP-ALIAS-2 OF PEP-ARRAY (JX)
                   TO TEMP-PEP-NAME
           END-EVALUATE
           MOVE FUNCTION UPPER-CASE(TEMP-PEP-NAME)
               TO PEP-NAME-UPPER
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
